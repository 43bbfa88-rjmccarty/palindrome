    01  STEP-TIMING-RECORD.
        05  STM-BUSINESS-DATE    PIC 9(8).
        05  FILLER               PIC X(2).
        05  STM-STEP             PIC X(8).
        05  FILLER               PIC X(2).
        05  STM-STATUS           PIC X(8).
        05  FILLER               PIC X(2).
        05  STM-START-TIMESTAMP  PIC X(14).
        05  FILLER               PIC X(2).
        05  STM-END-TIMESTAMP    PIC X(14).
        05  FILLER               PIC X(2).
        05  STM-ELAPSED-SECONDS  PIC 9(7).
        05  FILLER               PIC X(2).
        05  STM-RECORDS          PIC 9(9).
        05  FILLER               PIC X(2).
        05  STM-RECORDS-PER-SEC  PIC 9(7)V99.
