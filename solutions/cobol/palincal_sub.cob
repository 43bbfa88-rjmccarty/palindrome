IDENTIFICATION DIVISION.
PROGRAM-ID. PALINCAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CALENDAR-FILE ASSIGN TO DYNAMIC WS-CALENDAR-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CALENDAR-FILE.
    COPY "palincal.cpy".

WORKING-STORAGE SECTION.
    01 WS-CALENDAR-FILENAME PIC X(80) VALUE "PALINCAL.DAT".

    01 WS-CALENDAR-STATUS   PIC XX.
       88  WS-CALENDAR-OK         VALUE "00".
       88  WS-CALENDAR-EOF        VALUE "10".
       88  WS-CALENDAR-NOT-FOUND  VALUE "35".

    01 WS-LOADED-SWITCH     PIC X VALUE "N".
       88  WS-CALENDAR-IS-LOADED  VALUE "Y".
    01 WS-MISSING-SWITCH    PIC X VALUE "N".
       88  WS-CALENDAR-IS-MISSING VALUE "Y".

    01 WS-HOLIDAY-TABLE.
       05 WS-HOL-ENTRY OCCURS 2000 TIMES.
          10 WS-HOL-DATE    PIC 9(8).
          10 WS-HOL-SOURCE  PIC X(8).
          10 WS-HOL-DESC    PIC X(30).
    01 WS-HOL-COUNT         PIC 9(4) VALUE ZERO.
    01 WS-HOL-SUB           PIC 9(4).

    01 WS-YEAR-TABLE.
       05 WS-YEAR-ENTRY OCCURS 100 TIMES PIC 9(4).
    01 WS-YEAR-COUNT        PIC 9(3) VALUE ZERO.
    01 WS-YEAR-SUB          PIC 9(3).
    01 WS-WORK-YEAR         PIC 9(4).

    01 WS-DAY-DATE          PIC 9(8).
    01 WS-DAY-INTEGER       PIC 9(7).
    01 WS-END-INTEGER       PIC 9(7).
    01 WS-WEEKDAY           PIC 9(1).
    01 WS-DAY-SWITCH        PIC X.
       88  WS-DAY-IS-BUSINESS     VALUE "Y".
    01 WS-DAY-DESC          PIC X(30).
    01 WS-STEP-COUNT        PIC 9(3).

LINKAGE SECTION.
    COPY "palincla.cpy".

*> One business calendar for every date rule in the system. Saturday
*> and Sunday are never business days; PALINCAL.DAT lists the
*> holidays on top of that, one line per date, each either for every
*> source (source column blank) or for the one source named on it -
*> a sender whose own office is shut observes its own holiday without
*> closing the whole shop. Lines whose date is not numeric are
*> headings or notes and are skipped, so the file can be kept by hand
*> a year at a time.
*>
*> Three services, chosen by CLR-FUNCTION:
*>   B - is CLR-FROM-DATE a business day for CLR-SOURCE-SYSTEM
*>   N - the first business day after CLR-FROM-DATE, in CLR-TO-DATE
*>   C - business days after CLR-FROM-DATE up to and including
*>       CLR-TO-DATE, in CLR-DAY-COUNT (zero when TO is not later)
*> A blank CLR-SOURCE-SYSTEM sees only the shop-wide holidays.
*>
*> CLR-YEAR-SW says whether the calendar carries any holiday at all
*> for the year of the last date looked at (the FROM date for B, the
*> answer for N, the TO date for C). A year nobody has keyed yet
*> silently degrades to weekends-only, so callers that care - the
*> date roll above all - warn on it. A missing PALINCAL.DAT is the
*> same case for every year and comes back as CLR-CALENDAR-MISSING.
*>
*> The file is read once on first call and held in the table for the
*> life of the run unit. Like PALINHIST, a read failure or an
*> overflowing table DISPLAYs, sets RETURN-CODE 12 and GOBACKs; the
*> caller checks RETURN-CODE after the CALL.
PROCEDURE DIVISION USING CALENDAR-REQUEST.

0000-MAIN.
    MOVE ZERO TO RETURN-CODE
    IF NOT WS-CALENDAR-IS-LOADED
        PERFORM 1000-LOAD-CALENDAR
    END-IF
    IF WS-CALENDAR-IS-MISSING
        SET CLR-CALENDAR-MISSING TO TRUE
    ELSE
        SET CLR-CALENDAR-LOADED TO TRUE
    END-IF

    EVALUATE TRUE
        WHEN CLR-CHECK-DAY
            PERFORM 2000-CHECK-ONE-DAY
        WHEN CLR-NEXT-DAY
            PERFORM 3000-NEXT-BUSINESS-DAY
        WHEN CLR-COUNT-DAYS
            PERFORM 4000-COUNT-BUSINESS-DAYS
        WHEN OTHER
            DISPLAY "PALINCAL: UNKNOWN CALENDAR FUNCTION " CLR-FUNCTION
            MOVE 12 TO RETURN-CODE
    END-EVALUATE
    GOBACK.

1000-LOAD-CALENDAR.
    OPEN INPUT CALENDAR-FILE
    IF WS-CALENDAR-NOT-FOUND
        SET WS-CALENDAR-IS-MISSING TO TRUE
        SET WS-CALENDAR-IS-LOADED TO TRUE
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-CALENDAR-OK
        DISPLAY "PALINCAL: UNABLE TO OPEN BUSINESS CALENDAR, STATUS=" WS-CALENDAR-STATUS
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM UNTIL WS-CALENDAR-EOF
        READ CALENDAR-FILE
            AT END
                CONTINUE
            NOT AT END
                IF CAL-HOLIDAY-DATE NUMERIC
                    PERFORM 1100-LOAD-ONE-HOLIDAY
                END-IF
        END-READ
    END-PERFORM
    CLOSE CALENDAR-FILE
    SET WS-CALENDAR-IS-LOADED TO TRUE.

1100-LOAD-ONE-HOLIDAY.
    MOVE CAL-HOLIDAY-DATE TO WS-DAY-DATE
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-DAY-DATE) NOT = ZERO
        DISPLAY "PALINCAL: INVALID CALENDAR DATE IGNORED: " CAL-HOLIDAY-DATE
        EXIT PARAGRAPH
    END-IF
    IF WS-HOL-COUNT >= 2000
        DISPLAY "PALINCAL: BUSINESS CALENDAR TABLE OVERFLOW"
        CLOSE CALENDAR-FILE
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF
    ADD 1 TO WS-HOL-COUNT
    MOVE WS-DAY-DATE       TO WS-HOL-DATE(WS-HOL-COUNT)
    MOVE CAL-SOURCE-SYSTEM TO WS-HOL-SOURCE(WS-HOL-COUNT)
    MOVE CAL-DESCRIPTION   TO WS-HOL-DESC(WS-HOL-COUNT)

    MOVE WS-DAY-DATE(1:4) TO WS-WORK-YEAR
    PERFORM VARYING WS-YEAR-SUB FROM 1 BY 1
            UNTIL WS-YEAR-SUB > WS-YEAR-COUNT
        IF WS-YEAR-ENTRY(WS-YEAR-SUB) = WS-WORK-YEAR
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF WS-YEAR-COUNT < 100
        ADD 1 TO WS-YEAR-COUNT
        MOVE WS-WORK-YEAR TO WS-YEAR-ENTRY(WS-YEAR-COUNT)
    END-IF.

2000-CHECK-ONE-DAY.
    MOVE CLR-FROM-DATE TO WS-DAY-DATE
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-DAY-DATE) NOT = ZERO
        MOVE "N" TO CLR-BUSINESS-DAY-SW
        MOVE "N" TO CLR-YEAR-SW
        MOVE "INVALID DATE" TO CLR-DAY-DESCRIPTION
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-DAY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-DAY-DATE)
    PERFORM 5000-CLASSIFY-DAY
    MOVE WS-DAY-SWITCH TO CLR-BUSINESS-DAY-SW
    MOVE WS-DAY-DESC   TO CLR-DAY-DESCRIPTION
    PERFORM 5200-CHECK-YEAR.

*> A year and a day of consecutive closures means a calendar keyed
*> wrong, not a long weekend - refuse rather than roll into it.
3000-NEXT-BUSINESS-DAY.
    MOVE ZERO TO CLR-TO-DATE
    MOVE CLR-FROM-DATE TO WS-DAY-DATE
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-DAY-DATE) NOT = ZERO
        MOVE "N" TO CLR-YEAR-SW
        MOVE "INVALID DATE" TO CLR-DAY-DESCRIPTION
        MOVE 12 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-DAY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-DAY-DATE)
    MOVE "N" TO WS-DAY-SWITCH
    PERFORM VARYING WS-STEP-COUNT FROM 1 BY 1
            UNTIL WS-DAY-IS-BUSINESS OR WS-STEP-COUNT > 366
        ADD 1 TO WS-DAY-INTEGER
        PERFORM 5000-CLASSIFY-DAY
    END-PERFORM
    IF NOT WS-DAY-IS-BUSINESS
        DISPLAY "PALINCAL: NO BUSINESS DAY WITHIN A YEAR OF " CLR-FROM-DATE
        MOVE 12 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-DAY-DATE TO CLR-TO-DATE
    MOVE "Y" TO CLR-BUSINESS-DAY-SW
    MOVE SPACES TO CLR-DAY-DESCRIPTION
    PERFORM 5200-CHECK-YEAR.

4000-COUNT-BUSINESS-DAYS.
    MOVE ZERO TO CLR-DAY-COUNT
    MOVE SPACES TO CLR-DAY-DESCRIPTION
    IF FUNCTION TEST-DATE-YYYYMMDD(CLR-FROM-DATE) NOT = ZERO
        OR FUNCTION TEST-DATE-YYYYMMDD(CLR-TO-DATE) NOT = ZERO
        MOVE "N" TO CLR-YEAR-SW
        MOVE "INVALID DATE" TO CLR-DAY-DESCRIPTION
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-DAY-INTEGER = FUNCTION INTEGER-OF-DATE(CLR-FROM-DATE)
    COMPUTE WS-END-INTEGER = FUNCTION INTEGER-OF-DATE(CLR-TO-DATE)
    MOVE CLR-TO-DATE TO WS-DAY-DATE
    PERFORM 5200-CHECK-YEAR
    IF WS-END-INTEGER - WS-DAY-INTEGER > 99999
        MOVE 99999 TO CLR-DAY-COUNT
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-DAY-INTEGER >= WS-END-INTEGER
        ADD 1 TO WS-DAY-INTEGER
        PERFORM 5000-CLASSIFY-DAY
        IF WS-DAY-IS-BUSINESS
            ADD 1 TO CLR-DAY-COUNT
        END-IF
    END-PERFORM.

*> Day 1 of the integer calendar (1601-01-01) was a Monday, so the
*> remainder by 7 runs Monday 0 through Sunday 6.
5000-CLASSIFY-DAY.
    COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
    MOVE "Y" TO WS-DAY-SWITCH
    MOVE SPACES TO WS-DAY-DESC
    COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INTEGER - 1, 7)
    EVALUATE WS-WEEKDAY
        WHEN 5
            MOVE "N" TO WS-DAY-SWITCH
            MOVE "SATURDAY" TO WS-DAY-DESC
        WHEN 6
            MOVE "N" TO WS-DAY-SWITCH
            MOVE "SUNDAY" TO WS-DAY-DESC
        WHEN OTHER
            PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
                    UNTIL WS-HOL-SUB > WS-HOL-COUNT
                IF WS-HOL-DATE(WS-HOL-SUB) = WS-DAY-DATE
                    AND (WS-HOL-SOURCE(WS-HOL-SUB) = SPACES
                    OR WS-HOL-SOURCE(WS-HOL-SUB) = CLR-SOURCE-SYSTEM)
                    MOVE "N" TO WS-DAY-SWITCH
                    MOVE WS-HOL-DESC(WS-HOL-SUB) TO WS-DAY-DESC
                    IF WS-DAY-DESC = SPACES
                        MOVE "HOLIDAY" TO WS-DAY-DESC
                    END-IF
                    EXIT PERFORM
                END-IF
            END-PERFORM
    END-EVALUATE.

5200-CHECK-YEAR.
    MOVE "N" TO CLR-YEAR-SW
    MOVE WS-DAY-DATE(1:4) TO WS-WORK-YEAR
    PERFORM VARYING WS-YEAR-SUB FROM 1 BY 1
            UNTIL WS-YEAR-SUB > WS-YEAR-COUNT
        IF WS-YEAR-ENTRY(WS-YEAR-SUB) = WS-WORK-YEAR
            MOVE "Y" TO CLR-YEAR-SW
            EXIT PERFORM
        END-IF
    END-PERFORM.
