    01  AUDIT-RECORD.
        05  AUD-CHECKED-PORTION.
            10  AUD-TIMESTAMP    PIC X(26).
            10  AUD-TEXT         PIC X(100).
            10  AUD-RESULT       PIC X(3).
            10  AUD-PROGRAM      PIC X(30).
            10  AUD-JOB-ID       PIC X(16).
            10  AUD-SEQUENCE     PIC X(9).
            10  AUD-BUSINESS-DATE PIC X(8).
        05  AUD-CHECK-VALUE      PIC X(10).
