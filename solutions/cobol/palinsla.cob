IDENTIFICATION DIVISION.
PROGRAM-ID. PALINSLA.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REQUEST-FILE ASSIGN TO DYNAMIC WS-REQUEST-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REQUEST-STATUS.

    SELECT STEP-STATUS-FILE ASSIGN TO DYNAMIC WS-STEP-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-STEP-STATUS.

    SELECT RUNLOG-FILE ASSIGN TO DYNAMIC WS-RUNLOG-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-STATUS.

    SELECT SLA-DEADLINE-FILE ASSIGN TO DYNAMIC WS-SLA-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-SLA-STATUS.

    SELECT STEP-TIMING-FILE ASSIGN TO DYNAMIC WS-TIMING-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-TIMING-STATUS.

    SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  REQUEST-FILE.
01  REQUEST-RECORD           PIC X(80).

FD  STEP-STATUS-FILE.
01  STEP-STATUS-RECORD       PIC X(60).

FD  RUNLOG-FILE.
    COPY "palinrlg.cpy".

FD  SLA-DEADLINE-FILE.
    COPY "palinsdl.cpy".

FD  STEP-TIMING-FILE.
    COPY "palinstm.cpy".

FD  REPORT-FILE.
01  REPORT-RECORD            PIC X(132).

WORKING-STORAGE SECTION.
01  WS-REQUEST-FILENAME       PIC X(80) VALUE "PALINSLA.PRM".
01  WS-STEP-FILENAME          PIC X(80) VALUE "PALINSTEP.DAT".
01  WS-RUNLOG-FILENAME        PIC X(80) VALUE "PALINRLOG.DAT".
01  WS-SLA-FILENAME           PIC X(80) VALUE "PALINSDL.DAT".
01  WS-TIMING-FILENAME        PIC X(80) VALUE "PALINSTIM.DAT".
01  WS-REPORT-FILENAME        PIC X(80) VALUE "PALINSLA.RPT".

01  WS-REQUEST-STATUS         PIC XX.
    88  WS-REQUEST-OK               VALUE "00".
01  WS-STEP-STATUS            PIC XX.
    88  WS-STEP-OK                  VALUE "00".
    88  WS-STEP-EOF                 VALUE "10".
01  WS-RUNLOG-STATUS          PIC XX.
    88  WS-RUNLOG-OK                VALUE "00".
    88  WS-RUNLOG-EOF               VALUE "10".
01  WS-SLA-STATUS             PIC XX.
    88  WS-SLA-OK                   VALUE "00".
    88  WS-SLA-EOF                  VALUE "10".
01  WS-TIMING-STATUS          PIC XX.
    88  WS-TIMING-OK                VALUE "00".
01  WS-REPORT-STATUS          PIC XX.
    88  WS-REPORT-OK                VALUE "00".

01  WS-REQUEST-LINE.
    05  SLA-WEEK-ENDING       PIC X(8).
    05  FILLER                PIC X(72).

01  WS-STEP-LINE.
    05  WS-STL-DATE           PIC X(8).
    05  FILLER                PIC X(2).
    05  WS-STL-STEP           PIC X(8).
    05  FILLER                PIC X(2).
    05  WS-STL-STATUS         PIC X(8).
    05  FILLER                PIC X(2).
    05  WS-STL-RC             PIC 9(4).
    05  FILLER                PIC X(2).
    05  WS-STL-TIMESTAMP      PIC X(14).

*> The reporting window: the week ending on the report date, the week
*> before it for the trend, and the span of nights kept on the timing
*> history.
01  WS-END-DATE               PIC 9(8) VALUE ZERO.
01  WS-WEEK-START             PIC 9(8).
01  WS-PRIOR-START            PIC 9(8).
01  WS-KEEP-FROM              PIC 9(8).
01  WS-KEEP-DAYS              PIC 9(3) VALUE 90.
01  WS-LINE-DATE              PIC 9(8).

*> Records read per business date, from the driver's last good run
*> log line for the night.
01  WS-VOLUME-TABLE.
    05  WS-VOLUME-ENTRY OCCURS 400 TIMES.
        10  WS-VOL-DATE       PIC 9(8).
        10  WS-VOL-RECORDS    PIC 9(9).
01  WS-VOLUME-COUNT           PIC 9(3) VALUE ZERO.
01  WS-VOLUME-SUB             PIC 9(3).
01  WS-NIGHT-VOLUME           PIC 9(9).

*> Steps started and not yet seen to finish, by night.
01  WS-PENDING-TABLE.
    05  WS-PENDING-ENTRY OCCURS 30 TIMES.
        10  WS-PND-DATE       PIC X(8).
        10  WS-PND-STEP       PIC X(8).
        10  WS-PND-START      PIC X(14).
01  WS-PENDING-SUB            PIC 9(2).
01  WS-PENDING-FOUND-SUB      PIC 9(2).

01  WS-DEADLINE-TABLE.
    05  WS-DEADLINE-ENTRY OCCURS 20 TIMES.
        10  WS-DLT-STEP       PIC X(8).
        10  WS-DLT-OFFSET     PIC 9(1).
        10  WS-DLT-HH         PIC 9(2).
        10  WS-DLT-MM         PIC 9(2).
01  WS-DEADLINE-COUNT         PIC 9(2) VALUE ZERO.
01  WS-DEADLINE-SUB           PIC 9(2).
01  WS-DEADLINE-FOUND-SUB     PIC 9(2).
01  WS-DEADLINE-STEP          PIC X(8).

*> One entry per night of the two weeks reported, 1-7 the prior week
*> and 8-14 the week being reported.
01  WS-NIGHT-TABLE.
    05  WS-NIGHT-ENTRY OCCURS 14 TIMES.
        10  WS-NGT-SEEN-SW    PIC X(1).
            88  WS-NGT-SEEN       VALUE "Y".
        10  WS-NGT-FIRST-START PIC X(14).
        10  WS-NGT-LAST-FINISH PIC X(14).
        10  WS-NGT-RUN-SECONDS PIC 9(7).
        10  WS-NGT-FAILED     PIC 9(3).
        10  WS-NGT-CHAIN-STATUS PIC X(8).
        10  WS-NGT-CHAIN-END  PIC X(14).
01  WS-NIGHT-SUB              PIC 9(2).

01  WS-STEP-TABLE.
    05  WS-STEP-ENTRY OCCURS 20 TIMES.
        10  WS-SST-STEP       PIC X(8).
        10  WS-SST-RUNS       PIC 9(3).
        10  WS-SST-SECONDS    PIC 9(9).
        10  WS-SST-RECORDS    PIC 9(11).
        10  WS-SST-LONGEST    PIC 9(7).
        10  WS-SST-LONGEST-NIGHT PIC X(8).
        10  WS-SST-MISSES     PIC 9(3).
        10  WS-SST-PRIOR-RUNS PIC 9(3).
        10  WS-SST-PRIOR-SECONDS PIC 9(9).
        10  WS-SST-PRINTED-SW PIC X(1).
            88  WS-SST-PRINTED    VALUE "Y".
01  WS-STEP-COUNT             PIC 9(2) VALUE ZERO.
01  WS-STEP-SUB               PIC 9(2).
01  WS-STEP-FOUND-SUB         PIC 9(2).
01  WS-RANK                   PIC 9(2).
01  WS-BEST-AVERAGE           PIC 9(7).
01  WS-THIS-AVERAGE           PIC 9(7).
01  WS-PRIOR-AVERAGE          PIC 9(7).

01  WS-START-SECONDS          PIC 9(12).
01  WS-END-SECONDS            PIC 9(12).
01  WS-ELAPSED                PIC 9(7).
01  WS-DEADLINE-SECONDS       PIC 9(12).
01  WS-TS-SECONDS             PIC 9(12).
01  WS-DAY-NUMBER             PIC 9(7).
01  WS-TIMESTAMP-WORK         PIC X(14).
01  WS-TIMESTAMP-WORK-R REDEFINES WS-TIMESTAMP-WORK.
    05  WS-TSW-DATE           PIC 9(8).
    05  WS-TSW-HH             PIC 9(2).
    05  WS-TSW-MM             PIC 9(2).
    05  WS-TSW-SS             PIC 9(2).

01  WS-DURATION-SECONDS       PIC 9(7).
01  WS-DURATION-TEXT.
    05  WS-DUR-HH             PIC ZZ9.
    05  FILLER                PIC X VALUE ":".
    05  WS-DUR-MM             PIC 99.
    05  FILLER                PIC X VALUE ":".
    05  WS-DUR-SS             PIC 99.
01  WS-CLOCK-TEXT             PIC X(14).
01  WS-CHANGE-PCT             PIC S9(5)V9.
01  WS-CHANGE-ED              PIC +++++9.9.
01  WS-CHANGE-TEXT            PIC X(9).

01  WS-NIGHTLY-TREND-LINE.
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-NTL-DATE           PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-NTL-RECORDS        PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-NTL-CHAIN          PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-NTL-STARTED        PIC X(14).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-NTL-FINISHED       PIC X(14).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-NTL-RUN-TIME       PIC X(9).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-NTL-RATE           PIC ZZZ,ZZ9.99.
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-NTL-DEADLINE       PIC X(14).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-NTL-SLA            PIC X(8).

01  WS-STEP-RANK-LINE.
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-SRL-RANK           PIC Z9.
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-SRL-STEP           PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-SRL-RUNS           PIC ZZ9.
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-SRL-AVERAGE        PIC X(9).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-SRL-LONGEST        PIC X(9).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-SRL-LONGEST-NIGHT  PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-SRL-RATE           PIC ZZZ,ZZ9.99.
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-SRL-PRIOR          PIC X(9).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-SRL-CHANGE         PIC X(9).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-SRL-DEADLINE       PIC X(9).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-SRL-MISSES         PIC ZZ9.

01  WS-REPORT-LINE            PIC X(132).
01  WS-TRAILER-NUM-ED         PIC ZZZ,ZZZ,ZZ9.

01  WS-TIMING-WRITTEN         PIC 9(7) VALUE ZERO.
01  WS-UNFINISHED-COUNT       PIC 9(5) VALUE ZERO.
01  WS-WEEK-NIGHTS            PIC 9(2) VALUE ZERO.
01  WS-PRIOR-NIGHTS           PIC 9(2) VALUE ZERO.
01  WS-WEEK-SECONDS           PIC 9(9) VALUE ZERO.
01  WS-PRIOR-SECONDS          PIC 9(9) VALUE ZERO.
01  WS-WEEK-RECORDS           PIC 9(11) VALUE ZERO.
01  WS-PRIOR-RECORDS          PIC 9(11) VALUE ZERO.
01  WS-WEEK-MISSED            PIC 9(2) VALUE ZERO.
01  WS-RATE                   PIC 9(7)V99.

01  WS-RUN-DATE               PIC X(8).
01  WS-CURRENT-DATE           PIC X(21).

PROCEDURE DIVISION.

*> Batch-window timing for the nightly chain. PALINCTL journals when
*> each step starts and finishes; this job pairs those lines up into
*> the step-timing history PALINSTIM.DAT - one line per step run per
*> night, with its elapsed time and, against the records the driver
*> read that night from PALINRLOG.DAT, its records per second - and
*> writes PALINSLA.RPT for the week ending on the report date: each
*> night's run time and finish against the chain deadline, the trend
*> on the week before, and the steps ranked slowest first. PALINCTL
*> projects each night's finish from this history, so the job runs
*> after the chain every night; the history is rebuilt whole each
*> time and keeps the last ninety nights.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-BUILD-TIMING-HISTORY
    PERFORM 3000-WRITE-REPORT
    PERFORM 9000-TERMINATE
    MOVE 0 TO RETURN-CODE
    STOP RUN.

*> The week reported ends on the date named in PALINSLA.PRM
*> (YYYYMMDD), or else on the latest night the chain has journaled -
*> the business date in the run parameters has already rolled to the
*> next night by the time this runs.
1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE

    OPEN INPUT REQUEST-FILE
    IF WS-REQUEST-OK
        READ REQUEST-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE REQUEST-RECORD TO WS-REQUEST-LINE
                IF SLA-WEEK-ENDING NUMERIC
                    MOVE SLA-WEEK-ENDING TO WS-END-DATE
                END-IF
        END-READ
        CLOSE REQUEST-FILE
    END-IF

    IF WS-END-DATE = ZERO
        PERFORM 1100-FIND-LATEST-NIGHT
    END-IF
    IF WS-END-DATE = ZERO
        DISPLAY "PALINSLA: NO CHAIN HAS BEEN JOURNALED - NOTHING TO REPORT"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-END-DATE) - 6)
    COMPUTE WS-PRIOR-START = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-END-DATE) - 13)
    COMPUTE WS-KEEP-FROM = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-END-DATE) - WS-KEEP-DAYS + 1)

    PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1 UNTIL WS-NIGHT-SUB > 14
        MOVE "N"    TO WS-NGT-SEEN-SW(WS-NIGHT-SUB)
        MOVE SPACES TO WS-NGT-FIRST-START(WS-NIGHT-SUB)
        MOVE SPACES TO WS-NGT-LAST-FINISH(WS-NIGHT-SUB)
        MOVE ZERO   TO WS-NGT-RUN-SECONDS(WS-NIGHT-SUB)
        MOVE ZERO   TO WS-NGT-FAILED(WS-NIGHT-SUB)
        MOVE SPACES TO WS-NGT-CHAIN-STATUS(WS-NIGHT-SUB)
        MOVE SPACES TO WS-NGT-CHAIN-END(WS-NIGHT-SUB)
    END-PERFORM
    PERFORM VARYING WS-PENDING-SUB FROM 1 BY 1 UNTIL WS-PENDING-SUB > 30
        MOVE SPACES TO WS-PENDING-ENTRY(WS-PENDING-SUB)
    END-PERFORM

    PERFORM 1200-LOAD-DEADLINES
    PERFORM 1300-LOAD-VOLUMES.

1100-FIND-LATEST-NIGHT.
    OPEN INPUT STEP-STATUS-FILE
    IF NOT WS-STEP-OK
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-STEP-EOF
        READ STEP-STATUS-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE STEP-STATUS-RECORD TO WS-STEP-LINE
                IF WS-STL-STEP = "CHAIN" AND WS-STL-DATE NUMERIC
                    AND WS-STL-DATE > WS-END-DATE
                    MOVE WS-STL-DATE TO WS-END-DATE
                END-IF
        END-READ
    END-PERFORM
    CLOSE STEP-STATUS-FILE.

*> The same deadline table PALINCTL projects against; a missing one
*> only leaves the SLA columns of the report blank.
1200-LOAD-DEADLINES.
    OPEN INPUT SLA-DEADLINE-FILE
    IF NOT WS-SLA-OK
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-SLA-EOF
        READ SLA-DEADLINE-FILE
            AT END
                CONTINUE
            NOT AT END
                IF SDL-DAY-OFFSET NUMERIC AND SDL-DEADLINE-TIME NUMERIC
                    AND WS-DEADLINE-COUNT < 20
                    ADD 1 TO WS-DEADLINE-COUNT
                    MOVE SDL-STEP TO WS-DLT-STEP(WS-DEADLINE-COUNT)
                    MOVE SDL-DAY-OFFSET TO WS-DLT-OFFSET(WS-DEADLINE-COUNT)
                    MOVE SDL-DEADLINE-HH TO WS-DLT-HH(WS-DEADLINE-COUNT)
                    MOVE SDL-DEADLINE-MM TO WS-DLT-MM(WS-DEADLINE-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE SLA-DEADLINE-FILE.

*> A rerun or restart of the driver logs again for the same night;
*> the last good line is the one that finished the night's input.
1300-LOAD-VOLUMES.
    OPEN INPUT RUNLOG-FILE
    IF NOT WS-RUNLOG-OK
        DISPLAY "PALINSLA: NO RUN LOG - RECORDS PER SECOND NOT AVAILABLE"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-RUNLOG-EOF
        READ RUNLOG-FILE
            AT END
                CONTINUE
            NOT AT END
                IF (RLG-PROGRAM = "PALINDRVR"
                    OR RLG-PROGRAM = "PALINDRVR-HV")
                    AND RLG-RECONCILE-RESULT NOT = "REFUSED"
                    AND RLG-RECONCILE-RESULT NOT = "FAILED"
                    AND RLG-BUSINESS-DATE NUMERIC
                    AND RLG-BUSINESS-DATE >= WS-KEEP-FROM
                    AND RLG-BUSINESS-DATE <= WS-END-DATE
                    PERFORM 1350-NOTE-VOLUME
                END-IF
        END-READ
    END-PERFORM
    CLOSE RUNLOG-FILE.

1350-NOTE-VOLUME.
    PERFORM VARYING WS-VOLUME-SUB FROM 1 BY 1
            UNTIL WS-VOLUME-SUB > WS-VOLUME-COUNT
        IF WS-VOL-DATE(WS-VOLUME-SUB) = RLG-BUSINESS-DATE
            MOVE RLG-RECORDS-READ TO WS-VOL-RECORDS(WS-VOLUME-SUB)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF WS-VOLUME-COUNT < 400
        ADD 1 TO WS-VOLUME-COUNT
        MOVE RLG-BUSINESS-DATE TO WS-VOL-DATE(WS-VOLUME-COUNT)
        MOVE RLG-RECORDS-READ TO WS-VOL-RECORDS(WS-VOLUME-COUNT)
    END-IF.

*> Each step line is closed by the next COMPLETE, WARNING or FAILED
*> line for the same night and step. A step that took the run unit
*> down with it leaves a STARTED line and nothing else; the rerun's
*> STARTED replaces it, so only attempts that came back are timed.
2000-BUILD-TIMING-HISTORY.
    OPEN OUTPUT STEP-TIMING-FILE
    IF NOT WS-TIMING-OK
        DISPLAY "PALINSLA: UNABLE TO WRITE STEP TIMING HISTORY, STATUS=" WS-TIMING-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT STEP-STATUS-FILE
    IF NOT WS-STEP-OK
        DISPLAY "PALINSLA: UNABLE TO READ STEP JOURNAL, STATUS=" WS-STEP-STATUS
        CLOSE STEP-TIMING-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-STEP-EOF
        READ STEP-STATUS-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE STEP-STATUS-RECORD TO WS-STEP-LINE
                IF WS-STL-DATE NUMERIC AND WS-STL-TIMESTAMP NUMERIC
                    MOVE WS-STL-DATE TO WS-LINE-DATE
                    IF WS-LINE-DATE >= WS-KEEP-FROM
                        AND WS-LINE-DATE <= WS-END-DATE
                        PERFORM 2100-TAKE-JOURNAL-LINE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE STEP-STATUS-FILE
    CLOSE STEP-TIMING-FILE

    PERFORM VARYING WS-PENDING-SUB FROM 1 BY 1 UNTIL WS-PENDING-SUB > 30
        IF WS-PND-DATE(WS-PENDING-SUB) NOT = SPACES
            ADD 1 TO WS-UNFINISHED-COUNT
        END-IF
    END-PERFORM.

2100-TAKE-JOURNAL-LINE.
    EVALUATE TRUE
        WHEN WS-STL-STEP = "CHAIN"
            PERFORM 2400-NOTE-CHAIN-END
        WHEN WS-STL-STATUS = "STARTED"
            PERFORM 2200-NOTE-STEP-START
        WHEN WS-STL-STATUS = "COMPLETE" OR WS-STL-STATUS = "WARNING"
            OR WS-STL-STATUS = "FAILED"
            PERFORM 2300-TIME-STEP
    END-EVALUATE.

2200-NOTE-STEP-START.
    PERFORM 2250-FIND-PENDING
    IF WS-PENDING-FOUND-SUB = ZERO
        PERFORM VARYING WS-PENDING-SUB FROM 1 BY 1
                UNTIL WS-PENDING-SUB > 30
            IF WS-PND-DATE(WS-PENDING-SUB) = SPACES
                MOVE WS-PENDING-SUB TO WS-PENDING-FOUND-SUB
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-IF
    IF WS-PENDING-FOUND-SUB = ZERO
        ADD 1 TO WS-UNFINISHED-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-STL-DATE      TO WS-PND-DATE(WS-PENDING-FOUND-SUB)
    MOVE WS-STL-STEP      TO WS-PND-STEP(WS-PENDING-FOUND-SUB)
    MOVE WS-STL-TIMESTAMP TO WS-PND-START(WS-PENDING-FOUND-SUB).

2250-FIND-PENDING.
    MOVE ZERO TO WS-PENDING-FOUND-SUB
    PERFORM VARYING WS-PENDING-SUB FROM 1 BY 1 UNTIL WS-PENDING-SUB > 30
        IF WS-PND-DATE(WS-PENDING-SUB) = WS-STL-DATE
            AND WS-PND-STEP(WS-PENDING-SUB) = WS-STL-STEP
            MOVE WS-PENDING-SUB TO WS-PENDING-FOUND-SUB
            EXIT PERFORM
        END-IF
    END-PERFORM.

2300-TIME-STEP.
    PERFORM 2250-FIND-PENDING
    IF WS-PENDING-FOUND-SUB = ZERO
        EXIT PARAGRAPH
    END-IF

    MOVE WS-PND-START(WS-PENDING-FOUND-SUB) TO WS-TIMESTAMP-WORK
    PERFORM 8100-TIMESTAMP-TO-SECONDS
    MOVE WS-TS-SECONDS TO WS-START-SECONDS
    MOVE WS-STL-TIMESTAMP TO WS-TIMESTAMP-WORK
    PERFORM 8100-TIMESTAMP-TO-SECONDS
    MOVE WS-TS-SECONDS TO WS-END-SECONDS
    IF WS-END-SECONDS > WS-START-SECONDS
        COMPUTE WS-ELAPSED = WS-END-SECONDS - WS-START-SECONDS
    ELSE
        MOVE ZERO TO WS-ELAPSED
    END-IF
    PERFORM 2350-FIND-NIGHT-VOLUME

    MOVE SPACES TO STEP-TIMING-RECORD
    MOVE WS-LINE-DATE     TO STM-BUSINESS-DATE
    MOVE WS-STL-STEP      TO STM-STEP
    MOVE WS-STL-STATUS    TO STM-STATUS
    MOVE WS-PND-START(WS-PENDING-FOUND-SUB) TO STM-START-TIMESTAMP
    MOVE WS-STL-TIMESTAMP TO STM-END-TIMESTAMP
    MOVE WS-ELAPSED       TO STM-ELAPSED-SECONDS
    MOVE WS-NIGHT-VOLUME  TO STM-RECORDS
*> A step quicker than the clock's one-second tick is timed at one
*> second, so every step that saw records has a rate.
    IF WS-ELAPSED > ZERO
        COMPUTE STM-RECORDS-PER-SEC ROUNDED = WS-NIGHT-VOLUME / WS-ELAPSED
    ELSE
        MOVE WS-NIGHT-VOLUME TO STM-RECORDS-PER-SEC
    END-IF
    WRITE STEP-TIMING-RECORD
    ADD 1 TO WS-TIMING-WRITTEN

    IF WS-LINE-DATE >= WS-PRIOR-START
        PERFORM 2500-ADD-TO-REPORT
    END-IF
    MOVE SPACES TO WS-PENDING-ENTRY(WS-PENDING-FOUND-SUB).

2350-FIND-NIGHT-VOLUME.
    MOVE ZERO TO WS-NIGHT-VOLUME
    PERFORM VARYING WS-VOLUME-SUB FROM 1 BY 1
            UNTIL WS-VOLUME-SUB > WS-VOLUME-COUNT
        IF WS-VOL-DATE(WS-VOLUME-SUB) = WS-LINE-DATE
            MOVE WS-VOL-RECORDS(WS-VOLUME-SUB) TO WS-NIGHT-VOLUME
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> The last CHAIN line for a night is how the night ended, and its
*> time is when the night's work was done.
2400-NOTE-CHAIN-END.
    IF WS-LINE-DATE < WS-PRIOR-START
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-NIGHT-SUB = FUNCTION INTEGER-OF-DATE(WS-LINE-DATE)
        - FUNCTION INTEGER-OF-DATE(WS-PRIOR-START) + 1
    SET WS-NGT-SEEN(WS-NIGHT-SUB) TO TRUE
    MOVE WS-STL-STATUS    TO WS-NGT-CHAIN-STATUS(WS-NIGHT-SUB)
    MOVE WS-STL-TIMESTAMP TO WS-NGT-CHAIN-END(WS-NIGHT-SUB).

2500-ADD-TO-REPORT.
    COMPUTE WS-NIGHT-SUB = FUNCTION INTEGER-OF-DATE(WS-LINE-DATE)
        - FUNCTION INTEGER-OF-DATE(WS-PRIOR-START) + 1
    SET WS-NGT-SEEN(WS-NIGHT-SUB) TO TRUE
    IF WS-NGT-FIRST-START(WS-NIGHT-SUB) = SPACES
        OR WS-PND-START(WS-PENDING-FOUND-SUB)
            < WS-NGT-FIRST-START(WS-NIGHT-SUB)
        MOVE WS-PND-START(WS-PENDING-FOUND-SUB)
            TO WS-NGT-FIRST-START(WS-NIGHT-SUB)
    END-IF
    IF WS-STL-STATUS = "FAILED"
        ADD 1 TO WS-NGT-FAILED(WS-NIGHT-SUB)
        EXIT PARAGRAPH
    END-IF
    ADD WS-ELAPSED TO WS-NGT-RUN-SECONDS(WS-NIGHT-SUB)
    IF WS-STL-TIMESTAMP > WS-NGT-LAST-FINISH(WS-NIGHT-SUB)
        OR WS-NGT-LAST-FINISH(WS-NIGHT-SUB) = SPACES
        MOVE WS-STL-TIMESTAMP TO WS-NGT-LAST-FINISH(WS-NIGHT-SUB)
    END-IF

    PERFORM 2550-FIND-STEP
    IF WS-STEP-FOUND-SUB = ZERO
        EXIT PARAGRAPH
    END-IF
    IF WS-LINE-DATE < WS-WEEK-START
        ADD 1 TO WS-SST-PRIOR-RUNS(WS-STEP-FOUND-SUB)
        ADD WS-ELAPSED TO WS-SST-PRIOR-SECONDS(WS-STEP-FOUND-SUB)
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-SST-RUNS(WS-STEP-FOUND-SUB)
    ADD WS-ELAPSED TO WS-SST-SECONDS(WS-STEP-FOUND-SUB)
    ADD WS-NIGHT-VOLUME TO WS-SST-RECORDS(WS-STEP-FOUND-SUB)
    IF WS-ELAPSED >= WS-SST-LONGEST(WS-STEP-FOUND-SUB)
        MOVE WS-ELAPSED TO WS-SST-LONGEST(WS-STEP-FOUND-SUB)
        MOVE WS-STL-DATE TO WS-SST-LONGEST-NIGHT(WS-STEP-FOUND-SUB)
    END-IF
    MOVE WS-STL-STEP TO WS-DEADLINE-STEP
    PERFORM 2600-DEADLINE-FOR-NIGHT
    IF WS-DEADLINE-SECONDS > ZERO
        AND WS-END-SECONDS > WS-DEADLINE-SECONDS
        ADD 1 TO WS-SST-MISSES(WS-STEP-FOUND-SUB)
    END-IF.

2550-FIND-STEP.
    MOVE ZERO TO WS-STEP-FOUND-SUB
    PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
            UNTIL WS-STEP-SUB > WS-STEP-COUNT
        IF WS-SST-STEP(WS-STEP-SUB) = WS-STL-STEP
            MOVE WS-STEP-SUB TO WS-STEP-FOUND-SUB
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF WS-STEP-COUNT < 20
        ADD 1 TO WS-STEP-COUNT
        MOVE WS-STEP-COUNT TO WS-STEP-FOUND-SUB
        INITIALIZE WS-STEP-ENTRY(WS-STEP-COUNT)
        MOVE WS-STL-STEP TO WS-SST-STEP(WS-STEP-COUNT)
        MOVE "N" TO WS-SST-PRINTED-SW(WS-STEP-COUNT)
    END-IF.

*> Deadline, in seconds, of the step named in WS-DEADLINE-STEP on the
*> night in WS-LINE-DATE; zero when it has none.
2600-DEADLINE-FOR-NIGHT.
    MOVE ZERO TO WS-DEADLINE-SECONDS
    MOVE ZERO TO WS-DEADLINE-FOUND-SUB
    PERFORM VARYING WS-DEADLINE-SUB FROM 1 BY 1
            UNTIL WS-DEADLINE-SUB > WS-DEADLINE-COUNT
        IF WS-DLT-STEP(WS-DEADLINE-SUB) = WS-DEADLINE-STEP
            MOVE WS-DEADLINE-SUB TO WS-DEADLINE-FOUND-SUB
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-DEADLINE-FOUND-SUB = ZERO
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-DEADLINE-SECONDS =
        (FUNCTION INTEGER-OF-DATE(WS-LINE-DATE)
            + WS-DLT-OFFSET(WS-DEADLINE-FOUND-SUB)) * 86400
        + WS-DLT-HH(WS-DEADLINE-FOUND-SUB) * 3600
        + WS-DLT-MM(WS-DEADLINE-FOUND-SUB) * 60.

3000-WRITE-REPORT.
    OPEN OUTPUT REPORT-FILE
    IF NOT WS-REPORT-OK
        DISPLAY "PALINSLA: UNABLE TO OPEN SLA REPORT, STATUS=" WS-REPORT-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    STRING "PALINDROME BATCH WINDOW - SLA REPORT FOR WEEK "
            DELIMITED BY SIZE
        WS-WEEK-START DELIMITED BY SIZE
        " TO " DELIMITED BY SIZE
        WS-END-DATE DELIMITED BY SIZE
        "  RUN " DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    WRITE REPORT-RECORD FROM WS-REPORT-LINE

    PERFORM 3100-WRITE-NIGHTLY-TREND
    PERFORM 3300-WRITE-WEEK-SUMMARY
    PERFORM 3500-WRITE-SLOWEST-STEPS
    CLOSE REPORT-FILE.

3100-WRITE-NIGHTLY-TREND.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE REPORT-RECORD FROM WS-REPORT-LINE
    MOVE "NIGHTLY TREND" TO WS-REPORT-LINE
    WRITE REPORT-RECORD FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    MOVE "NIGHT"    TO WS-REPORT-LINE(3:8)
    MOVE "RECORDS"  TO WS-REPORT-LINE(17:7)
    MOVE "CHAIN"    TO WS-REPORT-LINE(26:8)
    MOVE "STARTED"  TO WS-REPORT-LINE(36:14)
    MOVE "FINISHED" TO WS-REPORT-LINE(52:14)
    MOVE "RUN TIME" TO WS-REPORT-LINE(68:9)
    MOVE "REC/SEC"  TO WS-REPORT-LINE(82:7)
    MOVE "DEADLINE" TO WS-REPORT-LINE(91:14)
    MOVE "SLA"      TO WS-REPORT-LINE(107:8)
    WRITE REPORT-RECORD FROM WS-REPORT-LINE

*> The prior week is tallied for the trend but only this week's nights
*> are listed.
    PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1 UNTIL WS-NIGHT-SUB > 14
        COMPUTE WS-LINE-DATE = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-PRIOR-START) + WS-NIGHT-SUB - 1)
        PERFORM 2350-FIND-NIGHT-VOLUME
        IF WS-NGT-SEEN(WS-NIGHT-SUB)
            IF WS-NIGHT-SUB > 7
                ADD 1 TO WS-WEEK-NIGHTS
                ADD WS-NGT-RUN-SECONDS(WS-NIGHT-SUB) TO WS-WEEK-SECONDS
                ADD WS-NIGHT-VOLUME TO WS-WEEK-RECORDS
            ELSE
                ADD 1 TO WS-PRIOR-NIGHTS
                ADD WS-NGT-RUN-SECONDS(WS-NIGHT-SUB) TO WS-PRIOR-SECONDS
                ADD WS-NIGHT-VOLUME TO WS-PRIOR-RECORDS
            END-IF
        END-IF
        IF WS-NIGHT-SUB > 7
            PERFORM 3200-WRITE-ONE-NIGHT
        END-IF
    END-PERFORM.

3200-WRITE-ONE-NIGHT.
    MOVE WS-LINE-DATE TO WS-NTL-DATE
    MOVE WS-NIGHT-VOLUME TO WS-NTL-RECORDS
    MOVE SPACES TO WS-NTL-STARTED WS-NTL-FINISHED WS-NTL-RUN-TIME
                   WS-NTL-DEADLINE WS-NTL-SLA
    MOVE ZERO TO WS-NTL-RATE

    MOVE "CHAIN" TO WS-DEADLINE-STEP
    PERFORM 2600-DEADLINE-FOR-NIGHT
    IF WS-DEADLINE-SECONDS > ZERO
        MOVE WS-DEADLINE-SECONDS TO WS-TS-SECONDS
        PERFORM 8300-SECONDS-TO-TEXT
        MOVE WS-CLOCK-TEXT TO WS-NTL-DEADLINE
    END-IF

    IF NOT WS-NGT-SEEN(WS-NIGHT-SUB)
        MOVE "NOT RUN" TO WS-NTL-CHAIN
        WRITE REPORT-RECORD FROM WS-NIGHTLY-TREND-LINE
        EXIT PARAGRAPH
    END-IF

    IF WS-NGT-CHAIN-STATUS(WS-NIGHT-SUB) = SPACES
        MOVE "RUNNING" TO WS-NTL-CHAIN
    ELSE
        MOVE WS-NGT-CHAIN-STATUS(WS-NIGHT-SUB) TO WS-NTL-CHAIN
    END-IF
    IF WS-NGT-FIRST-START(WS-NIGHT-SUB) NOT = SPACES
        MOVE WS-NGT-FIRST-START(WS-NIGHT-SUB) TO WS-TIMESTAMP-WORK
        PERFORM 8100-TIMESTAMP-TO-SECONDS
        PERFORM 8300-SECONDS-TO-TEXT
        MOVE WS-CLOCK-TEXT TO WS-NTL-STARTED
    END-IF
    MOVE WS-NGT-RUN-SECONDS(WS-NIGHT-SUB) TO WS-DURATION-SECONDS
    PERFORM 8200-FORMAT-DURATION
    MOVE WS-DURATION-TEXT TO WS-NTL-RUN-TIME
    IF WS-NGT-RUN-SECONDS(WS-NIGHT-SUB) > ZERO
        COMPUTE WS-NTL-RATE ROUNDED =
            WS-NIGHT-VOLUME / WS-NGT-RUN-SECONDS(WS-NIGHT-SUB)
    END-IF

*> A night is judged by the time its chain ended well; a night whose
*> chain never did is shown open, or missed once the deadline has
*> passed without it.
    IF WS-NGT-CHAIN-STATUS(WS-NIGHT-SUB) = "COMPLETE"
        OR WS-NGT-CHAIN-STATUS(WS-NIGHT-SUB) = "WARNING"
        MOVE WS-NGT-CHAIN-END(WS-NIGHT-SUB) TO WS-TIMESTAMP-WORK
        PERFORM 8100-TIMESTAMP-TO-SECONDS
        PERFORM 8300-SECONDS-TO-TEXT
        MOVE WS-CLOCK-TEXT TO WS-NTL-FINISHED
        EVALUATE TRUE
            WHEN WS-DEADLINE-SECONDS = ZERO
                MOVE "NO SLA" TO WS-NTL-SLA
            WHEN WS-TS-SECONDS > WS-DEADLINE-SECONDS
                MOVE "MISSED" TO WS-NTL-SLA
                ADD 1 TO WS-WEEK-MISSED
            WHEN OTHER
                MOVE "MET" TO WS-NTL-SLA
        END-EVALUATE
    ELSE
        MOVE WS-CURRENT-DATE(1:14) TO WS-TIMESTAMP-WORK
        PERFORM 8100-TIMESTAMP-TO-SECONDS
        EVALUATE TRUE
            WHEN WS-DEADLINE-SECONDS = ZERO
                MOVE "NO SLA" TO WS-NTL-SLA
            WHEN WS-TS-SECONDS > WS-DEADLINE-SECONDS
                MOVE "MISSED" TO WS-NTL-SLA
                ADD 1 TO WS-WEEK-MISSED
            WHEN OTHER
                MOVE "OPEN" TO WS-NTL-SLA
        END-EVALUATE
    END-IF
    WRITE REPORT-RECORD FROM WS-NIGHTLY-TREND-LINE.

3300-WRITE-WEEK-SUMMARY.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE REPORT-RECORD FROM WS-REPORT-LINE
    MOVE WS-WEEK-NIGHTS TO WS-TRAILER-NUM-ED
    MOVE "NIGHTS RUN THIS WEEK:" TO WS-REPORT-LINE
    PERFORM 3400-WRITE-SUMMARY-LINE
    MOVE WS-WEEK-MISSED TO WS-TRAILER-NUM-ED
    MOVE "NIGHTS PAST CHAIN DEADLINE:" TO WS-REPORT-LINE
    PERFORM 3400-WRITE-SUMMARY-LINE
    MOVE WS-WEEK-RECORDS TO WS-TRAILER-NUM-ED
    MOVE "RECORDS THIS WEEK:" TO WS-REPORT-LINE
    PERFORM 3400-WRITE-SUMMARY-LINE
    MOVE WS-PRIOR-RECORDS TO WS-TRAILER-NUM-ED
    MOVE "RECORDS PRIOR WEEK:" TO WS-REPORT-LINE
    PERFORM 3400-WRITE-SUMMARY-LINE

    MOVE ZERO TO WS-THIS-AVERAGE WS-PRIOR-AVERAGE
    IF WS-WEEK-NIGHTS > ZERO
        COMPUTE WS-THIS-AVERAGE ROUNDED = WS-WEEK-SECONDS / WS-WEEK-NIGHTS
    END-IF
    IF WS-PRIOR-NIGHTS > ZERO
        COMPUTE WS-PRIOR-AVERAGE ROUNDED =
            WS-PRIOR-SECONDS / WS-PRIOR-NIGHTS
    END-IF
    MOVE WS-THIS-AVERAGE TO WS-DURATION-SECONDS
    PERFORM 8200-FORMAT-DURATION
    MOVE SPACES TO WS-REPORT-LINE
    MOVE "AVERAGE RUN TIME THIS WEEK:" TO WS-REPORT-LINE
    MOVE WS-DURATION-TEXT TO WS-REPORT-LINE(31:9)
    WRITE REPORT-RECORD FROM WS-REPORT-LINE
    MOVE WS-PRIOR-AVERAGE TO WS-DURATION-SECONDS
    PERFORM 8200-FORMAT-DURATION
    MOVE SPACES TO WS-REPORT-LINE
    MOVE "AVERAGE RUN TIME PRIOR WEEK:" TO WS-REPORT-LINE
    MOVE WS-DURATION-TEXT TO WS-REPORT-LINE(31:9)
    WRITE REPORT-RECORD FROM WS-REPORT-LINE
    PERFORM 8400-FORMAT-CHANGE
    MOVE SPACES TO WS-REPORT-LINE
    MOVE "RUN TIME CHANGE ON PRIOR WEEK:" TO WS-REPORT-LINE
    MOVE WS-CHANGE-TEXT TO WS-REPORT-LINE(32:9)
    WRITE REPORT-RECORD FROM WS-REPORT-LINE.

3400-WRITE-SUMMARY-LINE.
    MOVE WS-TRAILER-NUM-ED TO WS-REPORT-LINE(29:11)
    WRITE REPORT-RECORD FROM WS-REPORT-LINE.

*> Steps are ranked on their average run time over the week's nights,
*> slowest first, each against its own average the week before.
3500-WRITE-SLOWEST-STEPS.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE REPORT-RECORD FROM WS-REPORT-LINE
    MOVE "SLOWEST STEPS THIS WEEK" TO WS-REPORT-LINE
    WRITE REPORT-RECORD FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    MOVE "RANK"       TO WS-REPORT-LINE(1:4)
    MOVE "STEP"       TO WS-REPORT-LINE(7:8)
    MOVE "RUNS"       TO WS-REPORT-LINE(16:4)
    MOVE "AVERAGE"    TO WS-REPORT-LINE(24:7)
    MOVE "LONGEST"    TO WS-REPORT-LINE(35:7)
    MOVE "ON NIGHT"   TO WS-REPORT-LINE(44:8)
    MOVE "REC/SEC"    TO WS-REPORT-LINE(57:7)
    MOVE "PRIOR AVG"  TO WS-REPORT-LINE(66:9)
    MOVE "CHANGE"     TO WS-REPORT-LINE(77:6)
    MOVE "DEADLINE"   TO WS-REPORT-LINE(88:9)
    MOVE "MISSED"     TO WS-REPORT-LINE(98:6)
    WRITE REPORT-RECORD FROM WS-REPORT-LINE

    MOVE ZERO TO WS-RANK
    PERFORM WS-STEP-COUNT TIMES
        MOVE ZERO TO WS-STEP-FOUND-SUB
        MOVE ZERO TO WS-BEST-AVERAGE
        PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                UNTIL WS-STEP-SUB > WS-STEP-COUNT
            IF NOT WS-SST-PRINTED(WS-STEP-SUB)
                AND WS-SST-RUNS(WS-STEP-SUB) > ZERO
                COMPUTE WS-THIS-AVERAGE ROUNDED =
                    WS-SST-SECONDS(WS-STEP-SUB) / WS-SST-RUNS(WS-STEP-SUB)
                IF WS-STEP-FOUND-SUB = ZERO
                    OR WS-THIS-AVERAGE > WS-BEST-AVERAGE
                    MOVE WS-STEP-SUB TO WS-STEP-FOUND-SUB
                    MOVE WS-THIS-AVERAGE TO WS-BEST-AVERAGE
                END-IF
            END-IF
        END-PERFORM
        IF WS-STEP-FOUND-SUB > ZERO
            SET WS-SST-PRINTED(WS-STEP-FOUND-SUB) TO TRUE
            ADD 1 TO WS-RANK
            PERFORM 3600-WRITE-ONE-STEP
        END-IF
    END-PERFORM
    IF WS-RANK = ZERO
        MOVE "  NO STEP RAN THIS WEEK" TO WS-REPORT-LINE
        WRITE REPORT-RECORD FROM WS-REPORT-LINE
    END-IF.

3600-WRITE-ONE-STEP.
    MOVE WS-RANK TO WS-SRL-RANK
    MOVE WS-SST-STEP(WS-STEP-FOUND-SUB) TO WS-SRL-STEP
    MOVE WS-SST-RUNS(WS-STEP-FOUND-SUB) TO WS-SRL-RUNS
    MOVE WS-BEST-AVERAGE TO WS-DURATION-SECONDS WS-THIS-AVERAGE
    PERFORM 8200-FORMAT-DURATION
    MOVE WS-DURATION-TEXT TO WS-SRL-AVERAGE
    MOVE WS-SST-LONGEST(WS-STEP-FOUND-SUB) TO WS-DURATION-SECONDS
    PERFORM 8200-FORMAT-DURATION
    MOVE WS-DURATION-TEXT TO WS-SRL-LONGEST
    MOVE WS-SST-LONGEST-NIGHT(WS-STEP-FOUND-SUB) TO WS-SRL-LONGEST-NIGHT
    IF WS-SST-SECONDS(WS-STEP-FOUND-SUB) > ZERO
        COMPUTE WS-SRL-RATE ROUNDED = WS-SST-RECORDS(WS-STEP-FOUND-SUB)
            / WS-SST-SECONDS(WS-STEP-FOUND-SUB)
    ELSE
        MOVE WS-SST-RECORDS(WS-STEP-FOUND-SUB) TO WS-RATE
        MOVE WS-RATE TO WS-SRL-RATE
    END-IF

    MOVE ZERO TO WS-PRIOR-AVERAGE
    MOVE SPACES TO WS-SRL-PRIOR
    IF WS-SST-PRIOR-RUNS(WS-STEP-FOUND-SUB) > ZERO
        COMPUTE WS-PRIOR-AVERAGE ROUNDED =
            WS-SST-PRIOR-SECONDS(WS-STEP-FOUND-SUB)
            / WS-SST-PRIOR-RUNS(WS-STEP-FOUND-SUB)
        MOVE WS-PRIOR-AVERAGE TO WS-DURATION-SECONDS
        PERFORM 8200-FORMAT-DURATION
        MOVE WS-DURATION-TEXT TO WS-SRL-PRIOR
    END-IF
    PERFORM 8400-FORMAT-CHANGE
    MOVE WS-CHANGE-TEXT TO WS-SRL-CHANGE

    MOVE SPACES TO WS-SRL-DEADLINE
    MOVE WS-SST-STEP(WS-STEP-FOUND-SUB) TO WS-DEADLINE-STEP
    MOVE WS-END-DATE TO WS-LINE-DATE
    PERFORM 2600-DEADLINE-FOR-NIGHT
    IF WS-DEADLINE-FOUND-SUB > ZERO
        STRING "D+" DELIMITED BY SIZE
            WS-DLT-OFFSET(WS-DEADLINE-FOUND-SUB) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            WS-DLT-HH(WS-DEADLINE-FOUND-SUB) DELIMITED BY SIZE
            ":" DELIMITED BY SIZE
            WS-DLT-MM(WS-DEADLINE-FOUND-SUB) DELIMITED BY SIZE
            INTO WS-SRL-DEADLINE
        END-STRING
    END-IF
    MOVE WS-SST-MISSES(WS-STEP-FOUND-SUB) TO WS-SRL-MISSES
    WRITE REPORT-RECORD FROM WS-STEP-RANK-LINE.

8100-TIMESTAMP-TO-SECONDS.
    COMPUTE WS-TS-SECONDS =
        FUNCTION INTEGER-OF-DATE(WS-TSW-DATE) * 86400
        + WS-TSW-HH * 3600 + WS-TSW-MM * 60 + WS-TSW-SS.

8200-FORMAT-DURATION.
    COMPUTE WS-DUR-HH = WS-DURATION-SECONDS / 3600
    COMPUTE WS-DUR-MM = FUNCTION MOD(WS-DURATION-SECONDS, 3600) / 60
    COMPUTE WS-DUR-SS = FUNCTION MOD(WS-DURATION-SECONDS, 60).

8300-SECONDS-TO-TEXT.
    DIVIDE WS-TS-SECONDS BY 86400 GIVING WS-DAY-NUMBER
    COMPUTE WS-TSW-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
    COMPUTE WS-TSW-HH = FUNCTION MOD(WS-TS-SECONDS, 86400) / 3600
    COMPUTE WS-TSW-MM = FUNCTION MOD(WS-TS-SECONDS, 3600) / 60
    MOVE SPACES TO WS-CLOCK-TEXT
    STRING WS-TSW-DATE DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-TSW-HH DELIMITED BY SIZE
        ":" DELIMITED BY SIZE
        WS-TSW-MM DELIMITED BY SIZE
        INTO WS-CLOCK-TEXT
    END-STRING.

*> Percentage change of WS-THIS-AVERAGE on WS-PRIOR-AVERAGE; NEW when
*> there is nothing to compare with.
8400-FORMAT-CHANGE.
    MOVE SPACES TO WS-CHANGE-TEXT
    IF WS-PRIOR-AVERAGE = ZERO
        MOVE "NEW" TO WS-CHANGE-TEXT
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-CHANGE-PCT ROUNDED =
        (WS-THIS-AVERAGE - WS-PRIOR-AVERAGE) * 100 / WS-PRIOR-AVERAGE
        ON SIZE ERROR
            MOVE 99999.9 TO WS-CHANGE-PCT
    END-COMPUTE
    MOVE WS-CHANGE-PCT TO WS-CHANGE-ED
    STRING FUNCTION TRIM(WS-CHANGE-ED) DELIMITED BY SIZE
        "%" DELIMITED BY SIZE
        INTO WS-CHANGE-TEXT
    END-STRING.

9000-TERMINATE.
    DISPLAY "PALINSLA: WEEK ENDING = " WS-END-DATE
    DISPLAY "PALINSLA: STEP TIMINGS WRITTEN = " WS-TIMING-WRITTEN
    DISPLAY "PALINSLA: STEPS STARTED AND NOT FINISHED = " WS-UNFINISHED-COUNT
    DISPLAY "PALINSLA: NIGHTS PAST CHAIN DEADLINE = " WS-WEEK-MISSED.
