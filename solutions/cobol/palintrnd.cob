            88  WS-SRC-SEEN-TONIGHT  VALUE "Y".
        10  WS-SRC-BASE-SW    PIC X(1).
            88  WS-SRC-HAS-BASELINE  VALUE "Y".
        10  WS-SRC-CLOSED-SW  PIC X(1).
            88  WS-SRC-CLOSED-TONIGHT VALUE "Y".
        10  WS-SRC-CLOSED-DESC PIC X(30).
01  WS-SOURCE-COUNT           PIC 9(3) VALUE ZERO.
01  WS-SOURCE-SUB             PIC 9(3).
01  WS-FIND-SUB               PIC 9(3).
01  WS-DEVIATION-PCT          PIC 9(5).
01  WS-PCT-SHIFT              PIC S9(3)V99.
01  WS-FLAG-COUNT             PIC 9(3) VALUE ZERO.
01  WS-CLOSED-COUNT           PIC 9(3) VALUE ZERO.
COPY "palincla.cpy".
01  WS-NEW-RUNS               PIC 9(5).
01  WS-OLD-WEIGHT             PIC 9(5).

5000-JUDGE-AND-REPORT.
    PERFORM VARYING WS-SOURCE-SUB FROM 1 BY 1
            UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT
        PERFORM 5050-CHECK-BUSINESS-DAY
        PERFORM 5100-JUDGE-ONE-SOURCE
    END-PERFORM
    PERFORM 5500-JUDGE-NEAR-MISS.

*> A holiday or weekend night is not a normal night: volume is down
*> by design, and judging it against a baseline of business days only
*> raises flags nobody needs to chase. The source's own calendar
*> decides, so a sender whose office alone was shut is excused while
*> everyone else is still judged.
5050-CHECK-BUSINESS-DAY.
    MOVE "N" TO WS-SRC-CLOSED-SW(WS-SOURCE-SUB)
    MOVE SPACES TO WS-SRC-CLOSED-DESC(WS-SOURCE-SUB)
    IF WS-BUSINESS-DATE = ZERO
        EXIT PARAGRAPH
    END-IF
    MOVE "B" TO CLR-FUNCTION
    MOVE WS-SRC-NAME(WS-SOURCE-SUB) TO CLR-SOURCE-SYSTEM
    MOVE WS-BUSINESS-DATE TO CLR-FROM-DATE
    CALL "PALINCAL" USING CALENDAR-REQUEST
    IF RETURN-CODE NOT = 0
        DISPLAY "PALINTRND: BUSINESS CALENDAR LOOKUP FAILED"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF NOT CLR-IS-BUSINESS-DAY
        SET WS-SRC-CLOSED-TONIGHT(WS-SOURCE-SUB) TO TRUE
        MOVE CLR-DAY-DESCRIPTION TO WS-SRC-CLOSED-DESC(WS-SOURCE-SUB)
        ADD 1 TO WS-CLOSED-COUNT
    END-IF.

5100-JUDGE-ONE-SOURCE.
    MOVE SPACES TO WS-TREND-LINE
    MOVE WS-SRC-NAME(WS-SOURCE-SUB)    TO WS-TRL-SOURCE
    MOVE WS-SRC-BASE-PCT(WS-SOURCE-SUB) TO WS-TRL-BASE-PCT

    EVALUATE TRUE
        WHEN WS-SRC-CLOSED-TONIGHT(WS-SOURCE-SUB)
            STRING "NOT JUDGED - " DELIMITED BY SIZE
                WS-SRC-CLOSED-DESC(WS-SOURCE-SUB) DELIMITED BY SIZE
                INTO WS-TRL-VERDICT
            END-STRING
        WHEN NOT WS-SRC-SEEN-TONIGHT(WS-SOURCE-SUB)
            MOVE "NO DATA TONIGHT" TO WS-TRL-VERDICT
            ADD 1 TO WS-FLAG-COUNT
*> The baseline rolls forward as a capped running average: up to
*> WS-BASELINE-CAP nights of weight, so a source's typical figures
*> follow genuine drift instead of being anchored to ancient history.
*> A source with no data tonight keeps its baseline unchanged, and so
*> does one whose night was a holiday or weekend for it - a baseline
*> that absorbed holiday volumes would drift low and flag the next
*> ordinary night instead.
6000-REWRITE-BASELINES.
    OPEN OUTPUT NEW-BASELINE-FILE
    IF NOT WS-NEWBASE-OK

6100-ROLL-ONE-BASELINE.
    IF WS-SRC-SEEN-TONIGHT(WS-SOURCE-SUB)
        AND NOT WS-SRC-CLOSED-TONIGHT(WS-SOURCE-SUB)
        MOVE WS-SRC-BASE-RUNS(WS-SOURCE-SUB) TO WS-OLD-WEIGHT
        IF WS-OLD-WEIGHT >= WS-BASELINE-CAP
            COMPUTE WS-OLD-WEIGHT = WS-BASELINE-CAP - 1
        MOVE ZERO TO WS-SRC-BASE-PCT(WS-FIND-SUB)
        MOVE "N" TO WS-SRC-SEEN-SW(WS-FIND-SUB)
        MOVE "N" TO WS-SRC-BASE-SW(WS-FIND-SUB)
        MOVE "N" TO WS-SRC-CLOSED-SW(WS-FIND-SUB)
        MOVE SPACES TO WS-SRC-CLOSED-DESC(WS-FIND-SUB)
    END-IF.

9000-TERMINATE.
        INTO WS-REPORT-LINE
    END-STRING
    WRITE TREND-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE WS-CLOSED-COUNT TO WS-TRAILER-NUM-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "NOT JUDGED (NON-BUSINESS DAY): " DELIMITED BY SIZE
        WS-TRAILER-NUM-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    WRITE TREND-REPORT-RECORD FROM WS-REPORT-LINE
    CLOSE TREND-REPORT-FILE

    DISPLAY "PALINTRND: SOURCES TRACKED = " WS-SOURCE-COUNT
    DISPLAY "PALINTRND: ANOMALIES FLAGGED = " WS-FLAG-COUNT
    DISPLAY "PALINTRND: NOT JUDGED (NON-BUSINESS DAY) = " WS-CLOSED-COUNT.
