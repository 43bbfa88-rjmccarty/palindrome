        05  FHR-CREATE-DATE      PIC 9(8).
        05  FHR-CREATE-TIME      PIC 9(6).
        05  FHR-CYCLE-NUMBER     PIC X(6).
        05  FHR-CYCLE-MODE       PIC X(1) VALUE SPACE.
            88  FHR-TEST-CYCLE       VALUE "T".
    01  FILE-TRAILER-RECORD.
        05  FTR-RECORD-TYPE      PIC X(3).
            88  FTR-IS-TRAILER       VALUE "TRL".
