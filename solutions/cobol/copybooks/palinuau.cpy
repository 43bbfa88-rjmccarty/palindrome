    01  UNMASK-AUTH-RECORD.
        05  UAU-OPERATOR         PIC X(8).
        05  FILLER               PIC X(2).
        05  UAU-SOURCE-SYSTEM    PIC X(8).
        05  FILLER               PIC X(2).
        05  UAU-VALID-FROM       PIC 9(8).
        05  FILLER               PIC X(2).
        05  UAU-VALID-TO         PIC 9(8).
        05  FILLER               PIC X(2).
        05  UAU-GRANTED-BY       PIC X(8).
