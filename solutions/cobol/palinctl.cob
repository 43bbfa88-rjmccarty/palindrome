        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-STEP-STATUS.

    SELECT SLA-DEADLINE-FILE ASSIGN TO DYNAMIC WS-SLA-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-SLA-STATUS.

    SELECT STEP-TIMING-FILE ASSIGN TO DYNAMIC WS-TIMING-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-TIMING-STATUS.

    SELECT RAW-FILE ASSIGN TO DYNAMIC WS-RAW-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-RAW-STATUS.

    SELECT EXCEPTION-FILE ASSIGN TO DYNAMIC WS-EXCEPTION-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-EXCEPTION-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PARM-FILE.
FD  STEP-STATUS-FILE.
01  STEP-STATUS-RECORD       PIC X(60).

FD  SLA-DEADLINE-FILE.
    COPY "palinsdl.cpy".

FD  STEP-TIMING-FILE.
    COPY "palinstm.cpy".

FD  RAW-FILE.
01  RAW-RECORD               PIC X(61).

FD  EXCEPTION-FILE.
01  EXCEPTION-RECORD         PIC X(100).

WORKING-STORAGE SECTION.
01  WS-PARM-FILENAME          PIC X(80) VALUE "PALINPARM.DAT".
01  WS-STEP-FILENAME          PIC X(80) VALUE "PALINSTEP.DAT".
01  WS-SLA-FILENAME           PIC X(80) VALUE "PALINSDL.DAT".
01  WS-TIMING-FILENAME        PIC X(80) VALUE "PALINSTIM.DAT".
01  WS-RAW-FILENAME           PIC X(80) VALUE "PALINRAW.DAT".
01  WS-EXCEPTION-FILENAME     PIC X(80) VALUE "PALINEXC.DAT".

01  WS-PARM-STATUS            PIC XX.
    88  WS-PARM-OK                  VALUE "00".
    88  WS-STEP-NOT-FOUND           VALUE "35".
    88  WS-STEP-EOF                 VALUE "10".

01  WS-SLA-STATUS             PIC XX.
    88  WS-SLA-OK                   VALUE "00".
    88  WS-SLA-EOF                  VALUE "10".
01  WS-TIMING-STATUS          PIC XX.
    88  WS-TIMING-OK                VALUE "00".
    88  WS-TIMING-EOF               VALUE "10".
01  WS-RAW-STATUS             PIC XX.
    88  WS-RAW-OK                   VALUE "00".
    88  WS-RAW-EOF                  VALUE "10".
01  WS-EXCEPTION-STATUS       PIC XX.
    88  WS-EXCEPTION-OK             VALUE "00".
    88  WS-EXCEPTION-NOT-FOUND      VALUE "35".

01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZERO.
01  WS-DRIVER-MODE            PIC X(2) VALUE "ST".

*> The nightly chain as named steps, in run order. The DRVR slot is
*> resolved from the driver mode in the run parameters, the same knob
*> the drivers themselves refuse to run against when it names the
*> other mode. The test-cycle steps run last, through the test entry
*> points of the edit and driver programs; the module is the program
*> that owns the entry point.
01  WS-STEP-TABLE.
    05  WS-STEP-ENTRY OCCURS 10 TIMES.
        10  WS-STP-NAME       PIC X(8).
        10  WS-STP-PROGRAM    PIC X(16).
        10  WS-STP-MODULE     PIC X(12).
        10  WS-STP-DONE-SW    PIC X(1).
            88  WS-STP-IS-DONE    VALUE "Y".
        10  WS-STP-TEST-SW    PIC X(1).
            88  WS-STP-IS-TEST    VALUE "Y".
        10  WS-STP-DEADLINE   PIC 9(12).
        10  WS-STP-ALERT-SW   PIC X(1).
            88  WS-STP-ALERTED    VALUE "Y".
        10  WS-STP-HIST-RUNS  PIC 9(5).
        10  WS-STP-HIST-SECONDS PIC 9(9).
        10  WS-STP-HIST-RECORDS PIC 9(11).
01  WS-STEP-SUB               PIC 9(2).
01  WS-STEP-COUNT             PIC 9(2) VALUE 10.

01  WS-STEP-LINE.
    05  WS-STL-DATE           PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-STL-TIMESTAMP      PIC X(14).

01  WS-CALL-PROGRAM           PIC X(16).
01  WS-CALL-MODULE            PIC X(12).
01  WS-STEP-RC                PIC 9(4).
01  WS-CHAIN-RC               PIC 9(4) VALUE ZERO.
01  WS-STOP-SWITCH            PIC X VALUE "N".
    88  WS-CHAIN-STOPPED            VALUE "Y".
01  WS-TEST-STOP-SWITCH       PIC X VALUE "N".
    88  WS-TEST-CYCLE-STOPPED       VALUE "Y".
01  WS-RESUMED-COUNT          PIC 9(2) VALUE ZERO.
01  WS-EXECUTED-COUNT         PIC 9(2) VALUE ZERO.
01  WS-CURRENT-DATE           PIC X(21).
01  WS-DATE-KEY               PIC X(8).

*> SLA tracking. Deadlines and projections are held as seconds from
*> the start of the calendar so a chain that crosses midnight, or is
*> rerun the next morning, compares correctly; zero is no deadline.
01  WS-SLA-SWITCH             PIC X VALUE "N".
    88  WS-SLA-TRACKED              VALUE "Y".
01  WS-CHAIN-DEADLINE         PIC 9(12) VALUE ZERO.
01  WS-CHAIN-ALERT-SW         PIC X VALUE "N".
    88  WS-CHAIN-ALERTED            VALUE "Y".
01  WS-HISTORY-DAYS           PIC 9(3) VALUE 28.
01  WS-HISTORY-FROM           PIC 9(8).
01  WS-HIST-VOLUME-TOTAL      PIC 9(11) VALUE ZERO.
01  WS-HIST-VOLUME-NIGHTS     PIC 9(5) VALUE ZERO.
01  WS-TONIGHT-VOLUME         PIC 9(9) VALUE ZERO.
01  WS-VOLUME-SWITCH          PIC X VALUE "N".
    88  WS-VOLUME-FROM-DELIVERY     VALUE "Y".
01  WS-PROJ-SUB               PIC 9(2).
01  WS-NOW-SECONDS            PIC 9(12).
01  WS-PROJECTED              PIC 9(12).
01  WS-EXPECTED-SECONDS       PIC 9(9).
01  WS-LATE-MINUTES           PIC 9(5).
01  WS-LATE-MINUTES-ED        PIC ZZZZ9.
01  WS-TS-SECONDS             PIC 9(12).
01  WS-DAY-NUMBER             PIC 9(7).
01  WS-TIMESTAMP-WORK         PIC X(14).
01  WS-TIMESTAMP-WORK-R REDEFINES WS-TIMESTAMP-WORK.
    05  WS-TSW-DATE           PIC 9(8).
    05  WS-TSW-HH             PIC 9(2).
    05  WS-TSW-MM             PIC 9(2).
    05  WS-TSW-SS             PIC 9(2).
01  WS-ALERT-STEP             PIC X(8).
01  WS-ALERT-DEADLINE         PIC 9(12).
01  WS-ALERT-WORD             PIC X(9).
01  WS-CLOCK-TEXT             PIC X(14).
01  WS-DEADLINE-TEXT          PIC X(14).

01  WS-EXCEPTION-LINE.
    05  WS-EXC-RUN-DATE       PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-EXC-PROGRAM        PIC X(12).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-EXC-CONDITION      PIC X(40).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-EXC-RECORDS        PIC 9(9).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-EXC-YES            PIC 9(9).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-EXC-NO             PIC 9(9).

PROCEDURE DIVISION.

*> The scheduler used to glue the chain together, and a 3am failure
    MOVE "PALINAMRG" TO WS-STP-PROGRAM(6)
    MOVE "BAL"       TO WS-STP-NAME(7)
    MOVE "PALINBAL"  TO WS-STP-PROGRAM(7)
    MOVE "TEDT"      TO WS-STP-NAME(8)
    MOVE "PALINEDIT-TEST" TO WS-STP-PROGRAM(8)
    MOVE "TDRV"      TO WS-STP-NAME(9)
    MOVE "PALINDRVR-TEST" TO WS-STP-PROGRAM(9)
    MOVE "CERT"      TO WS-STP-NAME(10)
    MOVE "PALINCERT" TO WS-STP-PROGRAM(10)
    PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
            UNTIL WS-STEP-SUB > WS-STEP-COUNT
        MOVE "N" TO WS-STP-DONE-SW(WS-STEP-SUB)
        MOVE WS-STP-PROGRAM(WS-STEP-SUB) TO WS-STP-MODULE(WS-STEP-SUB)
        IF WS-STEP-SUB > 7
            MOVE "Y" TO WS-STP-TEST-SW(WS-STEP-SUB)
        ELSE
            MOVE "N" TO WS-STP-TEST-SW(WS-STEP-SUB)
        END-IF
    END-PERFORM
    MOVE "PALINEDIT" TO WS-STP-MODULE(8)
    MOVE "PALINDRVR" TO WS-STP-MODULE(9)

    PERFORM 1100-LOAD-DEADLINES
    IF WS-SLA-TRACKED
        PERFORM 1200-LOAD-THROUGHPUT
    END-IF.

*> PALINSDL.DAT names a finish deadline for any step that has one,
*> and for the chain as a whole (step CHAIN), as a clock time on the
*> business date or a given number of days after it - the night of
*> the 14th is usually due out by early morning on the 15th. With no
*> table the chain simply runs untracked.
1100-LOAD-DEADLINES.
    PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
            UNTIL WS-STEP-SUB > WS-STEP-COUNT
        MOVE ZERO TO WS-STP-DEADLINE(WS-STEP-SUB)
        MOVE "N"  TO WS-STP-ALERT-SW(WS-STEP-SUB)
        MOVE ZERO TO WS-STP-HIST-RUNS(WS-STEP-SUB)
        MOVE ZERO TO WS-STP-HIST-SECONDS(WS-STEP-SUB)
        MOVE ZERO TO WS-STP-HIST-RECORDS(WS-STEP-SUB)
    END-PERFORM

    OPEN INPUT SLA-DEADLINE-FILE
    IF NOT WS-SLA-OK
        DISPLAY "PALINCTL: NO SLA DEADLINE TABLE - BATCH WINDOW NOT TRACKED"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-SLA-EOF
        READ SLA-DEADLINE-FILE
            AT END
                CONTINUE
            NOT AT END
                IF SDL-DAY-OFFSET NUMERIC AND SDL-DEADLINE-TIME NUMERIC
                    PERFORM 1150-SET-ONE-DEADLINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE SLA-DEADLINE-FILE.

1150-SET-ONE-DEADLINE.
    COMPUTE WS-TS-SECONDS =
        (FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + SDL-DAY-OFFSET)
            * 86400
        + SDL-DEADLINE-HH * 3600 + SDL-DEADLINE-MM * 60
    IF SDL-STEP = "CHAIN"
        MOVE WS-TS-SECONDS TO WS-CHAIN-DEADLINE
        SET WS-SLA-TRACKED TO TRUE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-PROJ-SUB FROM 1 BY 1
            UNTIL WS-PROJ-SUB > WS-STEP-COUNT
        IF WS-STP-NAME(WS-PROJ-SUB) = SDL-STEP
            MOVE WS-TS-SECONDS TO WS-STP-DEADLINE(WS-PROJ-SUB)
            SET WS-SLA-TRACKED TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> Throughput comes from PALINSTIM.DAT, the step-timing history
*> PALINSLA rebuilds from this journal and the run log, over the last
*> four weeks of good step runs before tonight. A step's expected run
*> time is its seconds per record over that period applied to
*> tonight's volume; a step that has never seen a record (a night
*> with nothing delivered) falls back to its average run time. The
*> driver's lines also give an average night's volume to project
*> with until tonight's delivery has been taken.
1200-LOAD-THROUGHPUT.
    COMPUTE WS-HISTORY-FROM = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) - WS-HISTORY-DAYS)
    OPEN INPUT STEP-TIMING-FILE
    IF NOT WS-TIMING-OK
        DISPLAY "PALINCTL: NO STEP TIMING HISTORY - PROJECTING FROM DEADLINES ONLY"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-TIMING-EOF
        READ STEP-TIMING-FILE
            AT END
                CONTINUE
            NOT AT END
                IF STM-BUSINESS-DATE NUMERIC
                    AND STM-BUSINESS-DATE < WS-BUSINESS-DATE
                    AND STM-BUSINESS-DATE >= WS-HISTORY-FROM
                    AND (STM-STATUS = "COMPLETE" OR STM-STATUS = "WARNING")
                    PERFORM 1250-ADD-THROUGHPUT
                END-IF
        END-READ
    END-PERFORM
    CLOSE STEP-TIMING-FILE

    IF WS-HIST-VOLUME-NIGHTS > ZERO
        COMPUTE WS-TONIGHT-VOLUME =
            WS-HIST-VOLUME-TOTAL / WS-HIST-VOLUME-NIGHTS
    END-IF.

1250-ADD-THROUGHPUT.
    PERFORM VARYING WS-PROJ-SUB FROM 1 BY 1
            UNTIL WS-PROJ-SUB > WS-STEP-COUNT
        IF WS-STP-NAME(WS-PROJ-SUB) = STM-STEP
            ADD 1 TO WS-STP-HIST-RUNS(WS-PROJ-SUB)
            ADD STM-ELAPSED-SECONDS TO WS-STP-HIST-SECONDS(WS-PROJ-SUB)
            ADD STM-RECORDS TO WS-STP-HIST-RECORDS(WS-PROJ-SUB)
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF STM-STEP = "DRVR"
        ADD STM-RECORDS TO WS-HIST-VOLUME-TOTAL
        ADD 1 TO WS-HIST-VOLUME-NIGHTS
    END-IF.

*> The journal is append-only: STARTED when a step is dispatched,
*> COMPLETE or WARNING when it comes back. A step that died mid-flight
*> has a STARTED line and no completion, so the scan below marks only
    PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
            UNTIL WS-STEP-SUB > WS-STEP-COUNT
            OR WS-CHAIN-STOPPED
        EVALUATE TRUE
            WHEN WS-STP-IS-DONE(WS-STEP-SUB)
                ADD 1 TO WS-RESUMED-COUNT
                DISPLAY "PALINCTL: STEP " WS-STP-NAME(WS-STEP-SUB)
                    " ALREADY COMPLETE - SKIPPED"
            WHEN WS-STP-IS-TEST(WS-STEP-SUB) AND WS-TEST-CYCLE-STOPPED
                DISPLAY "PALINCTL: STEP " WS-STP-NAME(WS-STEP-SUB)
                    " NOT RUN - TEST CYCLE STOPPED"
            WHEN OTHER
                PERFORM 3100-RUN-ONE-STEP
        END-EVALUATE
    END-PERFORM.

3100-RUN-ONE-STEP.
    IF WS-SLA-TRACKED
        PERFORM 3500-PROJECT-FINISH
    END-IF
    MOVE WS-STP-PROGRAM(WS-STEP-SUB) TO WS-CALL-PROGRAM
    DISPLAY "PALINCTL: STEP " WS-STP-NAME(WS-STEP-SUB)
        " DISPATCHING " WS-CALL-PROGRAM
    MOVE ZERO TO WS-STL-RC
    PERFORM 8000-JOURNAL-STEP

*> The edit and driver are called twice a night, once live and once
*> through their test entries, and their working storage would carry
*> the live run's counts, switches and file names into the test run.
*> Cancelling the owning module first hands every step a program in
*> its initial state; cancelling one never called is harmless.
    MOVE WS-STP-MODULE(WS-STEP-SUB) TO WS-CALL-MODULE
    CANCEL WS-CALL-MODULE
    MOVE 0 TO RETURN-CODE
    CALL WS-CALL-PROGRAM
    MOVE RETURN-CODE TO WS-STEP-RC
            MOVE "COMPLETE" TO WS-STL-STATUS
            MOVE WS-STEP-RC TO WS-STL-RC
            PERFORM 8000-JOURNAL-STEP
            SET WS-STP-IS-DONE(WS-STEP-SUB) TO TRUE
            PERFORM 3600-CHECK-STEP-DEADLINE
        WHEN WS-STEP-RC = 4
            MOVE "WARNING" TO WS-STL-STATUS
            MOVE WS-STEP-RC TO WS-STL-RC
            PERFORM 8000-JOURNAL-STEP
            SET WS-STP-IS-DONE(WS-STEP-SUB) TO TRUE
            PERFORM 3600-CHECK-STEP-DEADLINE
            IF WS-CHAIN-RC < 4
                MOVE 4 TO WS-CHAIN-RC
            END-IF
            DISPLAY "PALINCTL: STEP " WS-STP-NAME(WS-STEP-SUB)
                " ENDED RC 4 - CHAIN CONTINUES WITH WARNING"
*> A failed test-cycle step stops the rest of the test cycle, but
*> the live night is already complete and balanced by then - it ends
*> the chain with a warning rather than a failure, so the business
*> date still rolls and the failure is left for the onboarding team.
        WHEN WS-STP-IS-TEST(WS-STEP-SUB)
            MOVE "FAILED" TO WS-STL-STATUS
            MOVE WS-STEP-RC TO WS-STL-RC
            PERFORM 8000-JOURNAL-STEP
            IF WS-CHAIN-RC < 4
                MOVE 4 TO WS-CHAIN-RC
            END-IF
            SET WS-TEST-CYCLE-STOPPED TO TRUE
            DISPLAY "PALINCTL: STEP " WS-STP-NAME(WS-STEP-SUB)
                " ENDED RC " WS-STEP-RC " - TEST CYCLE STOPPED"
        WHEN OTHER
            MOVE "FAILED" TO WS-STL-STATUS
            MOVE WS-STEP-RC TO WS-STL-RC
                " ENDED RC " WS-STEP-RC " - CHAIN STOPPED"
    END-EVALUATE.

*> Before each step is dispatched the rest of the night is projected
*> forward from now: each step still to run is given its expected run
*> time in turn, and any step - or the chain - whose projected finish
*> lands past its deadline raises an operator alert there and then,
*> while there is still time to act on it. Each deadline alerts once
*> per run of the controller.
3500-PROJECT-FINISH.
    IF NOT WS-VOLUME-FROM-DELIVERY AND WS-STP-IS-DONE(1)
        PERFORM 3550-MEASURE-VOLUME
    END-IF
    PERFORM 8200-NOW-IN-SECONDS
    MOVE WS-NOW-SECONDS TO WS-PROJECTED
    MOVE "PROJECTED" TO WS-ALERT-WORD

    PERFORM VARYING WS-PROJ-SUB FROM WS-STEP-SUB BY 1
            UNTIL WS-PROJ-SUB > WS-STEP-COUNT
        IF NOT WS-STP-IS-DONE(WS-PROJ-SUB)
            AND NOT (WS-STP-IS-TEST(WS-PROJ-SUB)
                     AND WS-TEST-CYCLE-STOPPED)
            EVALUATE TRUE
                WHEN WS-STP-HIST-RECORDS(WS-PROJ-SUB) > ZERO
                    AND WS-TONIGHT-VOLUME > ZERO
                    COMPUTE WS-EXPECTED-SECONDS ROUNDED =
                        WS-TONIGHT-VOLUME
                        * WS-STP-HIST-SECONDS(WS-PROJ-SUB)
                        / WS-STP-HIST-RECORDS(WS-PROJ-SUB)
                WHEN WS-STP-HIST-RUNS(WS-PROJ-SUB) > ZERO
                    COMPUTE WS-EXPECTED-SECONDS ROUNDED =
                        WS-STP-HIST-SECONDS(WS-PROJ-SUB)
                        / WS-STP-HIST-RUNS(WS-PROJ-SUB)
                WHEN OTHER
                    MOVE ZERO TO WS-EXPECTED-SECONDS
            END-EVALUATE
            ADD WS-EXPECTED-SECONDS TO WS-PROJECTED
            IF WS-STP-DEADLINE(WS-PROJ-SUB) > ZERO
                AND WS-PROJECTED > WS-STP-DEADLINE(WS-PROJ-SUB)
                AND NOT WS-STP-ALERTED(WS-PROJ-SUB)
                SET WS-STP-ALERTED(WS-PROJ-SUB) TO TRUE
                MOVE WS-STP-NAME(WS-PROJ-SUB) TO WS-ALERT-STEP
                MOVE WS-STP-DEADLINE(WS-PROJ-SUB) TO WS-ALERT-DEADLINE
                PERFORM 3700-RAISE-SLA-ALERT
            END-IF
        END-IF
    END-PERFORM

    IF WS-CHAIN-DEADLINE > ZERO
        AND WS-PROJECTED > WS-CHAIN-DEADLINE
        AND NOT WS-CHAIN-ALERTED
        SET WS-CHAIN-ALERTED TO TRUE
        MOVE "CHAIN" TO WS-ALERT-STEP
        MOVE WS-CHAIN-DEADLINE TO WS-ALERT-DEADLINE
        PERFORM 3700-RAISE-SLA-ALERT
    END-IF.

*> Once the delivery is taken tonight's volume is known: the record
*> count on the merged raw file's trailer replaces the historical
*> average for the rest of the night.
3550-MEASURE-VOLUME.
    SET WS-VOLUME-FROM-DELIVERY TO TRUE
    OPEN INPUT RAW-FILE
    IF NOT WS-RAW-OK
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-RAW-EOF
        READ RAW-FILE
            AT END
                CONTINUE
            NOT AT END
                IF RAW-RECORD(1:3) = "TRL"
                    AND RAW-RECORD(10:9) NUMERIC
                    MOVE RAW-RECORD(10:9) TO WS-TONIGHT-VOLUME
                END-IF
        END-READ
    END-PERFORM
    CLOSE RAW-FILE
    DISPLAY "PALINCTL: TONIGHT'S VOLUME = " WS-TONIGHT-VOLUME.

*> A step that finishes past its own deadline - or the chain past
*> its - is recorded as missed, unless the projection already warned
*> of it.
3600-CHECK-STEP-DEADLINE.
    IF WS-STP-DEADLINE(WS-STEP-SUB) = ZERO
        OR WS-STP-ALERTED(WS-STEP-SUB)
        EXIT PARAGRAPH
    END-IF
    PERFORM 8200-NOW-IN-SECONDS
    IF WS-NOW-SECONDS > WS-STP-DEADLINE(WS-STEP-SUB)
        SET WS-STP-ALERTED(WS-STEP-SUB) TO TRUE
        MOVE WS-NOW-SECONDS TO WS-PROJECTED
        MOVE "FINISHED" TO WS-ALERT-WORD
        MOVE WS-STP-NAME(WS-STEP-SUB) TO WS-ALERT-STEP
        MOVE WS-STP-DEADLINE(WS-STEP-SUB) TO WS-ALERT-DEADLINE
        PERFORM 3700-RAISE-SLA-ALERT
    END-IF.

3700-RAISE-SLA-ALERT.
    COMPUTE WS-LATE-MINUTES ROUNDED =
        (WS-PROJECTED - WS-ALERT-DEADLINE) / 60
    MOVE WS-LATE-MINUTES TO WS-LATE-MINUTES-ED
    MOVE WS-PROJECTED TO WS-TS-SECONDS
    PERFORM 8300-SECONDS-TO-TEXT
    MOVE WS-CLOCK-TEXT TO WS-DEADLINE-TEXT
    MOVE WS-ALERT-DEADLINE TO WS-TS-SECONDS
    PERFORM 8300-SECONDS-TO-TEXT
    DISPLAY "PALINCTL: SLA ALERT - " FUNCTION TRIM(WS-ALERT-STEP) " "
        FUNCTION TRIM(WS-ALERT-WORD) " " WS-DEADLINE-TEXT
        ", DEADLINE " WS-CLOCK-TEXT

    MOVE SPACES TO WS-EXC-CONDITION
    STRING "SLA " DELIMITED BY SIZE
        FUNCTION TRIM(WS-ALERT-STEP) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(WS-ALERT-WORD) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(WS-LATE-MINUTES-ED) DELIMITED BY SIZE
        " MIN LATE" DELIMITED BY SIZE
        INTO WS-EXC-CONDITION
    END-STRING
    OPEN EXTEND EXCEPTION-FILE
    IF WS-EXCEPTION-NOT-FOUND
        OPEN OUTPUT EXCEPTION-FILE
    END-IF
    IF WS-EXCEPTION-OK
        MOVE WS-DATE-KEY TO WS-EXC-RUN-DATE
        MOVE "PALINCTL" TO WS-EXC-PROGRAM
        MOVE WS-TONIGHT-VOLUME TO WS-EXC-RECORDS
        MOVE ZERO TO WS-EXC-YES
        MOVE ZERO TO WS-EXC-NO
        WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-LINE
        CLOSE EXCEPTION-FILE
    END-IF.

8000-JOURNAL-STEP.
    MOVE WS-STP-NAME(WS-STEP-SUB) TO WS-STL-STEP
    PERFORM 8050-WRITE-JOURNAL-LINE.

8050-WRITE-JOURNAL-LINE.
    OPEN EXTEND STEP-STATUS-FILE
    IF WS-STEP-NOT-FOUND
        OPEN OUTPUT STEP-STATUS-FILE
        STOP RUN
    END-IF
    MOVE WS-DATE-KEY TO WS-STL-DATE
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:14) TO WS-STL-TIMESTAMP
    WRITE STEP-STATUS-RECORD FROM WS-STEP-LINE
    CLOSE STEP-STATUS-FILE.

*> One CHAIN line closes each invocation: COMPLETE or WARNING when
*> every step has a completion for the business date, FAILED when the
*> chain stopped. PALINROLL will not advance the business date
*> without a good one, so a night that is only half done cannot be
*> rolled past by accident.
8100-JOURNAL-CHAIN.
    MOVE "CHAIN" TO WS-STL-STEP
    EVALUATE TRUE
        WHEN WS-CHAIN-STOPPED
            MOVE "FAILED" TO WS-STL-STATUS
        WHEN WS-CHAIN-RC = ZERO
            MOVE "COMPLETE" TO WS-STL-STATUS
        WHEN OTHER
            MOVE "WARNING" TO WS-STL-STATUS
    END-EVALUATE
    MOVE WS-CHAIN-RC TO WS-STL-RC
    PERFORM 8050-WRITE-JOURNAL-LINE.

8200-NOW-IN-SECONDS.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:14) TO WS-TIMESTAMP-WORK
    COMPUTE WS-NOW-SECONDS =
        FUNCTION INTEGER-OF-DATE(WS-TSW-DATE) * 86400
        + WS-TSW-HH * 3600 + WS-TSW-MM * 60 + WS-TSW-SS.

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

9000-TERMINATE.
    IF WS-SLA-TRACKED AND WS-CHAIN-DEADLINE > ZERO
        AND NOT WS-CHAIN-STOPPED AND NOT WS-CHAIN-ALERTED
        PERFORM 8200-NOW-IN-SECONDS
        IF WS-NOW-SECONDS > WS-CHAIN-DEADLINE
            SET WS-CHAIN-ALERTED TO TRUE
            MOVE WS-NOW-SECONDS TO WS-PROJECTED
            MOVE "FINISHED" TO WS-ALERT-WORD
            MOVE "CHAIN" TO WS-ALERT-STEP
            MOVE WS-CHAIN-DEADLINE TO WS-ALERT-DEADLINE
            PERFORM 3700-RAISE-SLA-ALERT
        END-IF
    END-IF
    PERFORM 8100-JOURNAL-CHAIN
    DISPLAY "PALINCTL: BUSINESS DATE = " WS-BUSINESS-DATE
    DISPLAY "PALINCTL: STEPS SKIPPED AS COMPLETE = " WS-RESUMED-COUNT
    DISPLAY "PALINCTL: STEPS EXECUTED = " WS-EXECUTED-COUNT
