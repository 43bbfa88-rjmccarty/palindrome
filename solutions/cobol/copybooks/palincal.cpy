    01  CALENDAR-RECORD.
        05  CAL-HOLIDAY-DATE     PIC X(8).
        05  FILLER               PIC X(2).
        05  CAL-SOURCE-SYSTEM    PIC X(8).
        05  FILLER               PIC X(2).
        05  CAL-DESCRIPTION      PIC X(30).
