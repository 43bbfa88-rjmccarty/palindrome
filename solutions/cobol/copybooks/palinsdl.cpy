    01  SLA-DEADLINE-RECORD.
        05  SDL-STEP             PIC X(8).
        05  FILLER               PIC X(2).
        05  SDL-DAY-OFFSET       PIC 9(1).
        05  FILLER               PIC X(2).
        05  SDL-DEADLINE-TIME.
            10  SDL-DEADLINE-HH  PIC 9(2).
            10  SDL-DEADLINE-MM  PIC 9(2).
        05  FILLER               PIC X(2).
        05  SDL-DESCRIPTION      PIC X(30).
