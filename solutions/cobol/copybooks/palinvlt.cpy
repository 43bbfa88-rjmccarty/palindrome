    01  MASK-VAULT-RECORD.
        05  MVT-TOKEN            PIC X(17).
        05  FILLER               PIC X(2).
        05  MVT-SOURCE-SYSTEM    PIC X(8).
        05  FILLER               PIC X(2).
        05  MVT-RECORD-ID        PIC X(20).
        05  FILLER               PIC X(2).
        05  MVT-BUSINESS-DATE    PIC 9(8).
        05  FILLER               PIC X(2).
        05  MVT-PROGRAM          PIC X(16).
        05  FILLER               PIC X(2).
        05  MVT-TEXT             PIC X(25).
