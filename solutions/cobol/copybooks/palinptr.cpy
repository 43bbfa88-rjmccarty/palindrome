    01  PROFILE-TRANSACTION-RECORD.
        05  PTR-ACTION           PIC X(1).
            88  PTR-IS-ADD           VALUE "A".
            88  PTR-IS-CHANGE        VALUE "C".
            88  PTR-IS-DELETE        VALUE "D".
        05  FILLER               PIC X(2).
        05  PTR-SOURCE-SYSTEM    PIC X(8).
        05  FILLER               PIC X(2).
        05  PTR-CHECK-MODE       PIC X(6).
            88  PTR-MODE-STRICT      VALUE "STRICT".
            88  PTR-MODE-PHRASE      VALUE "PHRASE".
            88  PTR-MODE-CASE        VALUE "CASE".
        05  FILLER               PIC X(2).
        05  PTR-MIN-LENGTH       PIC X(3).
        05  FILLER               PIC X(2).
        05  PTR-EFFECTIVE-DATE   PIC X(8).
        05  FILLER               PIC X(2).
        05  PTR-OPERATOR-ID      PIC X(8).
        05  FILLER               PIC X(2).
        05  PTR-ENTERED-DATE     PIC X(8).
