        05  ACK-SOURCE-SYSTEM    PIC X(8).
        05  ACK-BUSINESS-DATE    PIC 9(8).
        05  ACK-RECORD-COUNT     PIC 9(9).
        05  ACK-FILE-TYPE        PIC X(3).
            88  ACK-FOR-RESPONSE     VALUE "RSP" SPACES.
            88  ACK-FOR-REJECTS      VALUE "REJ".
