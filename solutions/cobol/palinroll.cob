IDENTIFICATION DIVISION.
PROGRAM-ID. PALINROLL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

    SELECT NEW-PARM-FILE ASSIGN TO DYNAMIC WS-NEW-PARM-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-NEWPARM-STATUS.

    SELECT STEP-STATUS-FILE ASSIGN TO DYNAMIC WS-STEP-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-STEP-STATUS.

    SELECT EXCEPTION-FILE ASSIGN TO DYNAMIC WS-EXCEPTION-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-EXCEPTION-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PARM-FILE.
    COPY "palinprm.cpy".

FD  NEW-PARM-FILE.
01  NEW-PARM-RECORD          PIC X(203).

FD  STEP-STATUS-FILE.
01  STEP-STATUS-RECORD       PIC X(60).

FD  EXCEPTION-FILE.
01  EXCEPTION-RECORD         PIC X(100).

WORKING-STORAGE SECTION.
01  WS-PARM-FILENAME          PIC X(80) VALUE "PALINPARM.DAT".
01  WS-NEW-PARM-FILENAME      PIC X(80) VALUE "PALINPARM.TMP".
01  WS-STEP-FILENAME          PIC X(80) VALUE "PALINSTEP.DAT".
01  WS-EXCEPTION-FILENAME     PIC X(80) VALUE "PALINEXC.DAT".

01  WS-PARM-STATUS            PIC XX.
    88  WS-PARM-OK                  VALUE "00".
    88  WS-PARM-EOF                 VALUE "10".

01  WS-NEWPARM-STATUS         PIC XX.
    88  WS-NEWPARM-OK               VALUE "00".

01  WS-STEP-STATUS            PIC XX.
    88  WS-STEP-OK                  VALUE "00".
    88  WS-STEP-NOT-FOUND           VALUE "35".
    88  WS-STEP-EOF                 VALUE "10".

01  WS-EXCEPTION-STATUS       PIC XX.
    88  WS-EXCEPTION-OK             VALUE "00".
    88  WS-EXCEPTION-NOT-FOUND      VALUE "35".

01  WS-RUN-RC                 PIC 9(4) VALUE ZERO.
01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZERO.
01  WS-NEXT-BUSINESS-DATE     PIC 9(8) VALUE ZERO.
01  WS-DATE-KEY               PIC X(8).
01  WS-CURRENT-DATE           PIC X(21).
01  WS-RUN-DATE               PIC X(8).
01  WS-REFUSE-MESSAGE         PIC X(60).

*> Same layout PALINCTL journals in PALINSTEP.DAT.
01  WS-STEP-LINE.
    05  WS-STL-DATE           PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-STL-STEP           PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-STL-STATUS         PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-STL-RC             PIC 9(4).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-STL-TIMESTAMP      PIC X(14).

01  WS-CHAIN-RESULT           PIC X(8) VALUE SPACES.
    88  WS-CHAIN-SUCCEEDED          VALUE "COMPLETE" "WARNING".

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

COPY "palincla.cpy".

PROCEDURE DIVISION.

*> The business date in PALINPARM.DAT used to be keyed by hand every
*> night, and a slip there files a whole night's work under the wrong
*> date. Run after PALINCTL, this job advances it to the next business
*> day on the shop-wide calendar - but only when the step journal
*> carries a good CHAIN line for the current date, so a chain that
*> stopped part-way keeps its date for the rerun. The roll itself is
*> journalled as a ROLL line under the date it rolled from.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-CHECK-CHAIN
    PERFORM 3000-FIND-NEXT-DATE
    PERFORM 4000-REWRITE-PARMS
    PERFORM 5000-JOURNAL-ROLL
    PERFORM 9000-TERMINATE
    MOVE WS-RUN-RC TO RETURN-CODE
    STOP RUN.

1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE

    OPEN INPUT PARM-FILE
    IF NOT WS-PARM-OK
        MOVE "RUN PARAMETER FILE MISSING" TO WS-REFUSE-MESSAGE
        PERFORM 1190-REFUSE-RUN
    END-IF
    READ PARM-FILE
        AT END
            MOVE "RUN PARAMETER FILE IS EMPTY" TO WS-REFUSE-MESSAGE
            PERFORM 1190-REFUSE-RUN
    END-READ
    IF PRM-BUSINESS-DATE NUMERIC
        MOVE PRM-BUSINESS-DATE TO WS-BUSINESS-DATE
    END-IF
    CLOSE PARM-FILE

    IF WS-BUSINESS-DATE = ZERO
        MOVE "BUSINESS DATE MISSING FROM RUN PARAMETERS"
            TO WS-REFUSE-MESSAGE
        PERFORM 1190-REFUSE-RUN
    END-IF
    MOVE WS-BUSINESS-DATE TO WS-DATE-KEY.

1190-REFUSE-RUN.
    DISPLAY "PALINROLL: ROLL REFUSED - " WS-REFUSE-MESSAGE
    MOVE 16 TO RETURN-CODE
    STOP RUN.

*> The last CHAIN line for the date decides: a rerun that finished
*> the chain after an earlier failure leaves COMPLETE or WARNING as
*> the final word.
2000-CHECK-CHAIN.
    OPEN INPUT STEP-STATUS-FILE
    IF WS-STEP-NOT-FOUND
        MOVE "NO STEP JOURNAL - CHAIN HAS NOT RUN" TO WS-REFUSE-MESSAGE
        PERFORM 1190-REFUSE-RUN
    END-IF
    IF NOT WS-STEP-OK
        DISPLAY "PALINROLL: UNABLE TO READ STEP JOURNAL, STATUS=" WS-STEP-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-STEP-EOF
        READ STEP-STATUS-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE STEP-STATUS-RECORD TO WS-STEP-LINE
                IF WS-STL-DATE = WS-DATE-KEY
                    AND WS-STL-STEP = "CHAIN"
                    MOVE WS-STL-STATUS TO WS-CHAIN-RESULT
                END-IF
        END-READ
    END-PERFORM
    CLOSE STEP-STATUS-FILE

    IF NOT WS-CHAIN-SUCCEEDED
        MOVE SPACES TO WS-REFUSE-MESSAGE
        STRING "CHAIN NOT COMPLETE FOR " DELIMITED BY SIZE
            WS-DATE-KEY DELIMITED BY SIZE
            INTO WS-REFUSE-MESSAGE
        END-STRING
        PERFORM 1190-REFUSE-RUN
    END-IF.

*> Shop-wide holidays only: the chain runs for every source at once,
*> so a single sender's holiday does not move the whole night. A
*> year with no holidays keyed still rolls, over weekends alone, but
*> ends RC 4 with an operator exception so the calendar gets keyed
*> before the first holiday in it is missed.
3000-FIND-NEXT-DATE.
    MOVE "N" TO CLR-FUNCTION
    MOVE SPACES TO CLR-SOURCE-SYSTEM
    MOVE WS-BUSINESS-DATE TO CLR-FROM-DATE
    CALL "PALINCAL" USING CALENDAR-REQUEST
    IF RETURN-CODE NOT = 0
        DISPLAY "PALINROLL: BUSINESS CALENDAR LOOKUP FAILED"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE CLR-TO-DATE TO WS-NEXT-BUSINESS-DATE

    MOVE SPACES TO WS-EXC-CONDITION
    EVALUATE TRUE
        WHEN CLR-CALENDAR-MISSING
            MOVE "BUSINESS CALENDAR MISSING" TO WS-EXC-CONDITION
        WHEN NOT CLR-YEAR-ON-CALENDAR
            STRING "NO HOLIDAYS ON CALENDAR FOR " DELIMITED BY SIZE
                CLR-TO-DATE(1:4) DELIMITED BY SIZE
                INTO WS-EXC-CONDITION
            END-STRING
    END-EVALUATE
    IF WS-EXC-CONDITION NOT = SPACES
        DISPLAY "PALINROLL: WARNING - " WS-EXC-CONDITION
        PERFORM 9400-WRITE-EXCEPTION
        IF WS-RUN-RC < 4
            MOVE 4 TO WS-RUN-RC
        END-IF
    END-IF.

*> Only the business date changes; every other parameter, and any
*> line after the first, is carried across untouched.
4000-REWRITE-PARMS.
    OPEN INPUT PARM-FILE
    IF NOT WS-PARM-OK
        DISPLAY "PALINROLL: UNABLE TO REOPEN RUN PARAMETERS, STATUS=" WS-PARM-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT NEW-PARM-FILE
    IF NOT WS-NEWPARM-OK
        DISPLAY "PALINROLL: UNABLE TO OPEN PARAMETER WORK FILE, STATUS=" WS-NEWPARM-STATUS
        CLOSE PARM-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    READ PARM-FILE
        AT END
            CONTINUE
        NOT AT END
            MOVE WS-NEXT-BUSINESS-DATE TO PRM-BUSINESS-DATE
            WRITE NEW-PARM-RECORD FROM RUN-PARM-RECORD
    END-READ
    PERFORM UNTIL WS-PARM-EOF
        READ PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                WRITE NEW-PARM-RECORD FROM RUN-PARM-RECORD
        END-READ
    END-PERFORM
    CLOSE PARM-FILE
    CLOSE NEW-PARM-FILE
    CALL "CBL_DELETE_FILE" USING WS-PARM-FILENAME
    MOVE 0 TO RETURN-CODE
    CALL "CBL_RENAME_FILE" USING WS-NEW-PARM-FILENAME,
                                  WS-PARM-FILENAME
    MOVE 0 TO RETURN-CODE.

5000-JOURNAL-ROLL.
    OPEN EXTEND STEP-STATUS-FILE
    IF NOT WS-STEP-OK
        DISPLAY "PALINROLL: UNABLE TO WRITE STEP JOURNAL, STATUS=" WS-STEP-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-DATE-KEY TO WS-STL-DATE
    MOVE "ROLL" TO WS-STL-STEP
    IF WS-RUN-RC = ZERO
        MOVE "COMPLETE" TO WS-STL-STATUS
    ELSE
        MOVE "WARNING" TO WS-STL-STATUS
    END-IF
    MOVE WS-RUN-RC TO WS-STL-RC
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:14) TO WS-STL-TIMESTAMP
    WRITE STEP-STATUS-RECORD FROM WS-STEP-LINE
    CLOSE STEP-STATUS-FILE.

9000-TERMINATE.
    DISPLAY "PALINROLL: CHAIN RESULT FOR " WS-DATE-KEY " = " WS-CHAIN-RESULT
    DISPLAY "PALINROLL: BUSINESS DATE ROLLED FROM " WS-BUSINESS-DATE
        " TO " WS-NEXT-BUSINESS-DATE.

9400-WRITE-EXCEPTION.
    OPEN EXTEND EXCEPTION-FILE
    IF WS-EXCEPTION-NOT-FOUND
        OPEN OUTPUT EXCEPTION-FILE
    END-IF
    IF WS-EXCEPTION-OK
        MOVE WS-RUN-DATE TO WS-EXC-RUN-DATE
        MOVE "PALINROLL" TO WS-EXC-PROGRAM
        MOVE ZERO TO WS-EXC-RECORDS
        MOVE ZERO TO WS-EXC-YES
        MOVE ZERO TO WS-EXC-NO
        WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-LINE
        CLOSE EXCEPTION-FILE
    END-IF.
