    01  CALENDAR-REQUEST.
        05  CLR-FUNCTION         PIC X(1).
            88  CLR-CHECK-DAY        VALUE "B".
            88  CLR-NEXT-DAY         VALUE "N".
            88  CLR-COUNT-DAYS       VALUE "C".
        05  CLR-SOURCE-SYSTEM    PIC X(8).
        05  CLR-FROM-DATE        PIC 9(8).
        05  CLR-TO-DATE          PIC 9(8).
        05  CLR-DAY-COUNT        PIC 9(5).
        05  CLR-BUSINESS-DAY-SW  PIC X(1).
            88  CLR-IS-BUSINESS-DAY  VALUE "Y".
        05  CLR-CALENDAR-SW      PIC X(1).
            88  CLR-CALENDAR-LOADED  VALUE "Y".
            88  CLR-CALENDAR-MISSING VALUE "N".
        05  CLR-YEAR-SW          PIC X(1).
            88  CLR-YEAR-ON-CALENDAR VALUE "Y".
        05  CLR-DAY-DESCRIPTION  PIC X(30).
