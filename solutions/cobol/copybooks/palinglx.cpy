    01  GL-EXTRACT-HEADER-RECORD.
        05  GLH-RECORD-TYPE      PIC X(3).
            88  GLH-IS-HEADER        VALUE "HDR".
        05  GLH-JOURNAL-SOURCE   PIC X(8).
        05  GLH-PERIOD           PIC 9(6).
        05  GLH-JOURNAL-DATE     PIC 9(8).
        05  GLH-CREATE-DATE      PIC 9(8).
        05  GLH-CREATE-TIME      PIC 9(6).
    01  GL-EXTRACT-DETAIL-RECORD.
        05  GLD-RECORD-TYPE      PIC X(3).
            88  GLD-IS-DETAIL        VALUE "DTL".
        05  GLD-LINE-NUMBER      PIC 9(5).
        05  GLD-ACCOUNT          PIC X(10).
        05  GLD-COST-CENTER      PIC X(8).
        05  GLD-DEBIT-CREDIT     PIC X(1).
            88  GLD-IS-DEBIT         VALUE "D".
            88  GLD-IS-CREDIT        VALUE "C".
        05  GLD-AMOUNT           PIC 9(11)V99.
        05  GLD-UNIT-TYPE        PIC X(8).
        05  GLD-UNITS            PIC 9(9).
        05  GLD-DESCRIPTION      PIC X(30).
    01  GL-EXTRACT-TRAILER-RECORD.
        05  GLT-RECORD-TYPE      PIC X(3).
            88  GLT-IS-TRAILER       VALUE "TRL".
        05  GLT-LINE-COUNT       PIC 9(5).
        05  GLT-DEBIT-TOTAL      PIC 9(13)V99.
        05  GLT-CREDIT-TOTAL     PIC 9(13)V99.
