    01  CALLER-COST-CENTER-RECORD.
        05  CCM-CALLING-PROGRAM  PIC X(8).
        05  FILLER               PIC X(2).
        05  CCM-COST-CENTER      PIC X(8).
        05  FILLER               PIC X(2).
        05  CCM-DESCRIPTION      PIC X(30).
