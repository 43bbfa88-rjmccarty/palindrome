    01  CHARGE-RATE-RECORD.
        05  RAT-UNIT-TYPE        PIC X(8).
        05  FILLER               PIC X(2).
        05  RAT-EFFECTIVE-FROM   PIC 9(8).
        05  FILLER               PIC X(2).
        05  RAT-UNIT-PRICE       PIC 9(5)V9(4).
        05  FILLER               PIC X(2).
        05  RAT-EXPENSE-ACCOUNT  PIC X(10).
        05  FILLER               PIC X(2).
        05  RAT-RECOVERY-ACCOUNT PIC X(10).
        05  FILLER               PIC X(2).
        05  RAT-RECOVERY-CENTER  PIC X(8).
        05  FILLER               PIC X(2).
        05  RAT-DESCRIPTION      PIC X(30).
