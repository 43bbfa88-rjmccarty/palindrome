    01  USAGE-RECORD.
        05  USG-BILL-DATE        PIC 9(8).
        05  FILLER               PIC X(2).
        05  USG-RUN-STAMP        PIC X(14).
        05  FILLER               PIC X(2).
        05  USG-PROGRAM          PIC X(12).
        05  FILLER               PIC X(2).
        05  USG-POSTING          PIC X(1).
            88  USG-RESTATES-DAY     VALUE "R".
            88  USG-ADDS-TO-DAY      VALUE "A".
        05  FILLER               PIC X(2).
        05  USG-UNIT-TYPE        PIC X(8).
        05  FILLER               PIC X(2).
        05  USG-SOURCE-SYSTEM    PIC X(8).
        05  FILLER               PIC X(2).
        05  USG-UNIT-COUNT       PIC 9(9).
