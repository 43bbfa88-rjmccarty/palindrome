IDENTIFICATION DIVISION.
PROGRAM-ID. PALINCERT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

    SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-MANIFEST-STATUS.

    SELECT TEST-RAW-FILE ASSIGN TO DYNAMIC WS-TEST-RAW-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-TEST-RAW-STATUS.

    SELECT TEST-CLEAN-FILE ASSIGN TO DYNAMIC WS-TEST-CLEAN-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-TEST-CLEAN-STATUS.

    SELECT TEST-REJECT-FILE ASSIGN TO DYNAMIC WS-TEST-REJECT-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-TEST-REJECT-STATUS.

    SELECT TEST-REPORT-FILE ASSIGN TO DYNAMIC WS-TEST-REPORT-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-TEST-REPORT-STATUS.

    SELECT TEST-DQ-FILE ASSIGN TO DYNAMIC WS-TEST-DQ-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-TEST-DQ-STATUS.

    SELECT CERT-REPORT-FILE ASSIGN TO DYNAMIC WS-CERT-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CERT-STATUS.

    SELECT SORT-WORK-FILE ASSIGN TO DYNAMIC WS-SORTWORK-FILENAME.

DATA DIVISION.
FILE SECTION.
FD  PARM-FILE.
    COPY "palinprm.cpy".

FD  MANIFEST-FILE.
01  MANIFEST-RECORD          PIC X(100).

FD  TEST-RAW-FILE.
01  TEST-RAW-RECORD          PIC X(61).

FD  TEST-CLEAN-FILE.
01  TEST-CLEAN-RECORD        PIC X(61).

FD  TEST-REJECT-FILE.
01  TEST-REJECT-RECORD       PIC X(100).

FD  TEST-REPORT-FILE.
01  TEST-REPORT-RECORD       PIC X(100).

FD  TEST-DQ-FILE.
01  TEST-DQ-RECORD           PIC X(100).

FD  CERT-REPORT-FILE.
01  CERT-REPORT-RECORD       PIC X(132).

SD  SORT-WORK-FILE.
01  SORT-WORK-RECORD.
    05  SR-SENDER             PIC X(8).
    05  SR-RECORD-ID          PIC X(20).
    05  SR-SEQ                PIC 9(9).
    05  SR-KIND               PIC X(1).
        88  SR-IS-CHECKED         VALUE "2".
        88  SR-IS-NEAR-MISS       VALUE "3".
        88  SR-IS-REJECTED        VALUE "4".
    05  SR-EFFECTIVE-DATE     PIC X(8).
    05  SR-TEXT               PIC X(25).
    05  SR-RESULT             PIC X(3).
    05  SR-MODE               PIC X(6).
    05  SR-REASON-CODE        PIC X(2).
    05  SR-REASON-DESC        PIC X(25).
    05  SR-RETURNED-FLAG      PIC X(1).

WORKING-STORAGE SECTION.
01  WS-PARM-FILENAME          PIC X(80) VALUE "PALINPARM.DAT".
01  WS-MANIFEST-FILENAME      PIC X(80) VALUE "PALINTMAN.DAT".
01  WS-TEST-RAW-FILENAME      PIC X(80) VALUE "PALINRAW.TST".
01  WS-TEST-CLEAN-FILENAME    PIC X(80) VALUE "PALININ.TST".
01  WS-TEST-REJECT-FILENAME   PIC X(80) VALUE "PALINREJ.TST".
01  WS-TEST-REPORT-FILENAME   PIC X(80) VALUE "PALINRPT.TST".
01  WS-TEST-DQ-FILENAME       PIC X(80) VALUE "PALINDQ.TST".
01  WS-CERT-FILENAME          PIC X(80) VALUE "PALINCERT.RPT".
01  WS-SORTWORK-FILENAME      PIC X(80) VALUE "PALINCRT.TMP".

01  WS-PARM-STATUS            PIC XX.
    88  WS-PARM-OK                  VALUE "00".

01  WS-MANIFEST-STATUS        PIC XX.
    88  WS-MANIFEST-OK              VALUE "00".
    88  WS-MANIFEST-EOF             VALUE "10".
    88  WS-MANIFEST-NOT-FOUND       VALUE "35".

01  WS-TEST-RAW-STATUS        PIC XX.
    88  WS-TEST-RAW-OK              VALUE "00".
    88  WS-TEST-RAW-EOF             VALUE "10".

01  WS-TEST-CLEAN-STATUS      PIC XX.
    88  WS-TEST-CLEAN-OK            VALUE "00".
    88  WS-TEST-CLEAN-EOF           VALUE "10".

01  WS-TEST-REJECT-STATUS     PIC XX.
    88  WS-TEST-REJECT-OK           VALUE "00".
    88  WS-TEST-REJECT-EOF          VALUE "10".

01  WS-TEST-REPORT-STATUS     PIC XX.
    88  WS-TEST-REPORT-OK           VALUE "00".
    88  WS-TEST-REPORT-EOF          VALUE "10".

01  WS-TEST-DQ-STATUS         PIC XX.
    88  WS-TEST-DQ-OK               VALUE "00".
    88  WS-TEST-DQ-EOF              VALUE "10".

01  WS-CERT-STATUS            PIC XX.
    88  WS-CERT-OK                  VALUE "00".

01  WS-RUN-RC                 PIC 9(4) VALUE ZERO.
01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZERO.
01  WS-RUN-DATE               PIC X(8).
01  WS-CURRENT-DATE           PIC X(21).

*> What each shadow step left behind - a step that did not finish
*> leaves no totals line, and every sender it would have covered is
*> reported as not ready rather than as having no errors.
01  WS-EDIT-DONE-SWITCH       PIC X VALUE "N".
    88  WS-EDIT-COMPLETED           VALUE "Y".
01  WS-DRIVER-DONE-SWITCH     PIC X VALUE "N".
    88  WS-DRIVER-COMPLETED         VALUE "Y".
01  WS-FATAL-SWITCH           PIC X VALUE "N".
    88  WS-RUN-ABANDONED            VALUE "Y".

COPY "palinmka.cpy".

*> One entry per sender on tonight's test manifest, carrying what the
*> sender declared beside what each shadow step made of it.
01  WS-SENDER-TABLE.
    05  WS-SENDER-ENTRY OCCURS 50 TIMES.
        10  WS-SND-SENDER     PIC X(8).
        10  WS-SND-STATUS     PIC X(8).
        10  WS-SND-CYCLE      PIC X(6).
        10  WS-SND-REASON     PIC X(60).
        10  WS-SND-DECLARED   PIC 9(9).
        10  WS-SND-RECEIVED   PIC 9(9).
        10  WS-SND-ACCEPTED   PIC 9(9).
        10  WS-SND-REJECTED   PIC 9(9).
        10  WS-SND-RETURNED   PIC 9(9).
        10  WS-SND-CHECKED    PIC 9(9).
        10  WS-SND-YES        PIC 9(9).
        10  WS-SND-NO         PIC 9(9).
        10  WS-SND-FLAGGED    PIC 9(9).
        10  WS-SND-NEAR-MISS  PIC 9(9).
        10  WS-SND-PRINTED-SW PIC X(1).
            88  WS-SND-PRINTED    VALUE "Y".
01  WS-SENDER-COUNT           PIC 9(3) VALUE ZERO.
01  WS-SENDER-SUB             PIC 9(3).
01  WS-SEARCH-SUB             PIC 9(3).
01  WS-FOUND-SUB              PIC 9(3).
01  WS-FIND-SENDER            PIC X(8).

01  WS-RECNO-TEXT             PIC X(9).
01  WS-LINE-SEQ               PIC 9(9) VALUE ZERO.
01  WS-PREV-SENDER            PIC X(8) VALUE HIGH-VALUES.
01  WS-READY-COUNT            PIC 9(3) VALUE ZERO.
01  WS-NOT-READY-COUNT        PIC 9(3) VALUE ZERO.
01  WS-VERDICT                PIC X(60).

*> A checked record is held until the next sorted record shows
*> whether the driver also listed it as a near miss.
01  WS-HELD-SWITCH            PIC X VALUE "N".
    88  WS-LINE-HELD                VALUE "Y".
01  WS-HELD-SENDER            PIC X(8).
01  WS-HELD-SEQ               PIC 9(9).

01  WS-MANIFEST-LINE.
    05  WS-TMN-SENDER         PIC X(8).
    05  FILLER                PIC X(2).
    05  WS-TMN-STATUS         PIC X(8).
    05  FILLER                PIC X(2).
    05  WS-TMN-CYCLE          PIC X(6).
    05  FILLER                PIC X(2).
    05  WS-TMN-COUNT          PIC 9(9).
    05  FILLER                PIC X(2).
    05  WS-TMN-REASON         PIC X(60).

*> As delivered on the left, as processed on the right.
01  WS-DETAIL-LINE.
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-DTL-RECORD-ID      PIC X(20).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-DTL-EFFECTIVE-DATE PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-DTL-TEXT           PIC X(25).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-DTL-DIVIDER        PIC X(1) VALUE "|".
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-DTL-OUTCOME        PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-DTL-REASON         PIC X(28).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-DTL-RESULT         PIC X(3).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-DTL-MODE           PIC X(6).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-DTL-NOTE           PIC X(9).

01  WS-CONTROL-LINE.
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-CTL-LABEL-1        PIC X(30).
    05  WS-CTL-COUNT-1        PIC ZZZZZZZZ9.
    05  FILLER                PIC X(6) VALUE SPACES.
    05  WS-CTL-LABEL-2        PIC X(30).
    05  WS-CTL-COUNT-2        PIC ZZZZZZZZ9.

01  WS-REPORT-LINE            PIC X(132).
01  WS-TRAILER-NUM-ED         PIC ZZZZZZZZ9.

PROCEDURE DIVISION.

*> The certification report closes a night's test cycle: for every
*> sender on the test manifest PALINTAKE wrote, what the sender said
*> it sent beside what intake received, the edit accepted and
*> rejected, and the driver checked, then each record as delivered
*> beside its outcome - accepted and judged, or rejected and why - and
*> a verdict with a sign-off block. The sender signs the report before
*> its registry status is moved to active. A sender not ready for
*> production is the point of the exercise, not a failure of the run,
*> so verdicts do not set the return code; only an unreadable or
*> unwritable file does. No manifest lines means no test cycle
*> tonight, and the step ends quietly.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    IF WS-SENDER-COUNT = ZERO
        DISPLAY "PALINCERT: NO TEST CYCLE THIS RUN"
        MOVE 0 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM 1200-COUNT-RAW-RECORDS
    PERFORM 1300-COUNT-CLEAN-RECORDS
    PERFORM 1500-OPEN-REPORT

    SORT SORT-WORK-FILE
        ASCENDING KEY SR-SENDER SR-RECORD-ID SR-SEQ SR-KIND
        INPUT PROCEDURE IS 2000-RELEASE-OUTCOMES
        OUTPUT PROCEDURE IS 3000-PRINT-OUTCOMES

    IF WS-RUN-ABANDONED
        CLOSE CERT-REPORT-FILE
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM 4000-PRINT-UNSEEN-SENDERS
    PERFORM 9000-TERMINATE
    MOVE WS-RUN-RC TO RETURN-CODE
    GOBACK.

*> The driver stamps its shadow report and near-miss file with the
*> business date the same way it stamps the live generations, so the
*> names are rebuilt here from the same run parameters.
1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE

    OPEN INPUT PARM-FILE
    IF WS-PARM-OK
        READ PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF PRM-BUSINESS-DATE NUMERIC
                    MOVE PRM-BUSINESS-DATE TO WS-BUSINESS-DATE
                END-IF
        END-READ
        CLOSE PARM-FILE
    END-IF
    IF WS-BUSINESS-DATE > ZERO
        MOVE SPACES TO WS-TEST-REPORT-FILENAME
        STRING "PALINRPT.TST." DELIMITED BY SIZE
            WS-BUSINESS-DATE DELIMITED BY SIZE
            ".DAT" DELIMITED BY SIZE
            INTO WS-TEST-REPORT-FILENAME
        END-STRING
        MOVE SPACES TO WS-TEST-DQ-FILENAME
        STRING "PALINDQ.TST." DELIMITED BY SIZE
            WS-BUSINESS-DATE DELIMITED BY SIZE
            ".DAT" DELIMITED BY SIZE
            INTO WS-TEST-DQ-FILENAME
        END-STRING
        MOVE SPACES TO WS-CERT-FILENAME
        STRING "PALINCERT." DELIMITED BY SIZE
            WS-BUSINESS-DATE DELIMITED BY SIZE
            ".RPT" DELIMITED BY SIZE
            INTO WS-CERT-FILENAME
        END-STRING
    END-IF

    PERFORM 1100-LOAD-MANIFEST.

1100-LOAD-MANIFEST.
    MOVE ZERO TO WS-SENDER-COUNT
    OPEN INPUT MANIFEST-FILE
    IF WS-MANIFEST-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-MANIFEST-OK
        DISPLAY "PALINCERT: UNABLE TO READ TEST MANIFEST, STATUS=" WS-MANIFEST-STATUS
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM UNTIL WS-MANIFEST-EOF
        READ MANIFEST-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE MANIFEST-RECORD TO WS-MANIFEST-LINE
                IF WS-TMN-SENDER NOT = SPACES
                    MOVE WS-TMN-SENDER TO WS-FIND-SENDER
                    PERFORM 5000-FIND-SENDER
                    MOVE WS-TMN-STATUS TO WS-SND-STATUS(WS-FOUND-SUB)
                    MOVE WS-TMN-CYCLE  TO WS-SND-CYCLE(WS-FOUND-SUB)
                    MOVE WS-TMN-REASON TO WS-SND-REASON(WS-FOUND-SUB)
                    IF WS-TMN-COUNT NUMERIC
                        MOVE WS-TMN-COUNT TO WS-SND-DECLARED(WS-FOUND-SUB)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE MANIFEST-FILE.

1200-COUNT-RAW-RECORDS.
    OPEN INPUT TEST-RAW-FILE
    IF NOT WS-TEST-RAW-OK
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-TEST-RAW-EOF
        READ TEST-RAW-FILE
            AT END
                CONTINUE
            NOT AT END
                IF TEST-RAW-RECORD(1:3) NOT = "HDR"
                    AND TEST-RAW-RECORD(1:3) NOT = "TRL"
                    MOVE TEST-RAW-RECORD(1:8) TO WS-FIND-SENDER
                    PERFORM 5000-FIND-SENDER
                    ADD 1 TO WS-SND-RECEIVED(WS-FOUND-SUB)
                END-IF
        END-READ
    END-PERFORM
    CLOSE TEST-RAW-FILE.

1300-COUNT-CLEAN-RECORDS.
    OPEN INPUT TEST-CLEAN-FILE
    IF NOT WS-TEST-CLEAN-OK
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-TEST-CLEAN-EOF
        READ TEST-CLEAN-FILE
            AT END
                CONTINUE
            NOT AT END
                IF TEST-CLEAN-RECORD(1:3) NOT = "HDR"
                    AND TEST-CLEAN-RECORD(1:3) NOT = "TRL"
                    MOVE TEST-CLEAN-RECORD(1:8) TO WS-FIND-SENDER
                    PERFORM 5000-FIND-SENDER
                    ADD 1 TO WS-SND-ACCEPTED(WS-FOUND-SUB)
                END-IF
        END-READ
    END-PERFORM
    CLOSE TEST-CLEAN-FILE.

1500-OPEN-REPORT.
    OPEN OUTPUT CERT-REPORT-FILE
    IF NOT WS-CERT-OK
        DISPLAY "PALINCERT: UNABLE TO OPEN CERTIFICATION REPORT, STATUS=" WS-CERT-STATUS
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    STRING "TEST CYCLE CERTIFICATION REPORT - BUSINESS DATE " DELIMITED BY SIZE
        WS-BUSINESS-DATE DELIMITED BY SIZE
        "  RUN " DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE "NOTHING ON THIS REPORT WAS APPLIED TO PRODUCTION FILES"
        TO WS-REPORT-LINE
    WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE.

*> Every outcome goes through the sort: the edit's rejects, the
*> driver's checked records and its near-miss list. A missing reject
*> or report file is not an error here - it is what a shadow step that
*> never finished leaves, and the verdicts say so.
2000-RELEASE-OUTCOMES.
    PERFORM 2100-RELEASE-REJECTS
    IF NOT WS-RUN-ABANDONED
        PERFORM 2200-RELEASE-CHECKED
    END-IF
    IF NOT WS-RUN-ABANDONED
        PERFORM 2300-RELEASE-NEAR-MISSES
    END-IF.

*> Reject lines are the 61-byte record, the reason code and its text
*> and the returned flag; the totals block after them carries no code
*> in that position. Rejects sort after the checked records of the
*> same key, as a duplicate is always the later arrival.
2100-RELEASE-REJECTS.
    MOVE ZERO TO WS-LINE-SEQ
    OPEN INPUT TEST-REJECT-FILE
    IF NOT WS-TEST-REJECT-OK
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-TEST-REJECT-EOF
        READ TEST-REJECT-FILE
            AT END
                CONTINUE
            NOT AT END
                IF TEST-REJECT-RECORD(1:15) = "TOTAL REJECTED:"
                    SET WS-EDIT-COMPLETED TO TRUE
                END-IF
                IF TEST-REJECT-RECORD(64:2) NUMERIC
                    AND TEST-REJECT-RECORD(62:2) = SPACES
                    ADD 1 TO WS-LINE-SEQ
                    MOVE SPACES TO SORT-WORK-RECORD
                    MOVE TEST-REJECT-RECORD(1:8)   TO SR-SENDER
                    MOVE TEST-REJECT-RECORD(9:20)  TO SR-RECORD-ID
                    COMPUTE SR-SEQ = 900000000 + WS-LINE-SEQ
                    MOVE "4"                       TO SR-KIND
                    MOVE TEST-REJECT-RECORD(29:8)  TO SR-EFFECTIVE-DATE
                    MOVE TEST-REJECT-RECORD(37:25) TO SR-TEXT
                    PERFORM 2150-MASK-REJECT-TEXT
                    MOVE TEST-REJECT-RECORD(64:2)  TO SR-REASON-CODE
                    MOVE TEST-REJECT-RECORD(68:25) TO SR-REASON-DESC
                    MOVE TEST-REJECT-RECORD(95:1)  TO SR-RETURNED-FLAG
                    MOVE SR-SENDER TO WS-FIND-SENDER
                    PERFORM 5000-FIND-SENDER
                    ADD 1 TO WS-SND-REJECTED(WS-FOUND-SUB)
                    IF SR-RETURNED-FLAG = "R"
                        ADD 1 TO WS-SND-RETURNED(WS-FOUND-SUB)
                    END-IF
                    RELEASE SORT-WORK-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE TEST-REJECT-FILE.

*> The test driver already prints a privacy-classified sender's text
*> as its masking token; a reject never reached the driver, so its
*> text is masked here the same way before it goes on the report.
*> Nothing new is put in the mask vault - the text stays in the
*> test delivery it came from.
2150-MASK-REJECT-TEXT.
    SET MKA-PREVIEW-MASK TO TRUE
    MOVE SR-SENDER TO MKA-SOURCE-SYSTEM
    MOVE SR-TEXT   TO MKA-TEXT
    CALL "PALINMASK" USING MASK-REQUEST
    IF RETURN-CODE NOT = ZERO
        MOVE 12 TO RETURN-CODE
        SET WS-RUN-ABANDONED TO TRUE
    END-IF
    MOVE MKA-RESULT-TEXT TO SR-TEXT.

*> Report detail lines are the ones led by a record number; the
*> control totals that end the report mark the driver as having run
*> to completion.
2200-RELEASE-CHECKED.
    OPEN INPUT TEST-REPORT-FILE
    IF NOT WS-TEST-REPORT-OK
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-TEST-REPORT-EOF
        READ TEST-REPORT-FILE
            AT END
                CONTINUE
            NOT AT END
                IF TEST-REPORT-RECORD(1:24) = "---- CONTROL TOTALS ----"
                    SET WS-DRIVER-COMPLETED TO TRUE
                END-IF
                MOVE TEST-REPORT-RECORD(1:9) TO WS-RECNO-TEXT
                INSPECT WS-RECNO-TEXT REPLACING LEADING SPACES BY ZEROS
                IF WS-RECNO-TEXT NUMERIC
                    AND TEST-REPORT-RECORD(9:1) NUMERIC
                    AND TEST-REPORT-RECORD(10:2) = SPACES
                    MOVE SPACES TO SORT-WORK-RECORD
                    MOVE TEST-REPORT-RECORD(12:8)  TO SR-SENDER
                    MOVE TEST-REPORT-RECORD(22:20) TO SR-RECORD-ID
                    MOVE WS-RECNO-TEXT             TO SR-SEQ
                    MOVE "2"                       TO SR-KIND
                    MOVE TEST-REPORT-RECORD(44:8)  TO SR-EFFECTIVE-DATE
                    MOVE TEST-REPORT-RECORD(54:25) TO SR-TEXT
                    MOVE TEST-REPORT-RECORD(81:3)  TO SR-RESULT
                    MOVE TEST-REPORT-RECORD(86:6)  TO SR-MODE
                    MOVE SR-SENDER TO WS-FIND-SENDER
                    PERFORM 5000-FIND-SENDER
                    ADD 1 TO WS-SND-CHECKED(WS-FOUND-SUB)
                    EVALUATE SR-RESULT
                        WHEN "YES"
                            ADD 1 TO WS-SND-YES(WS-FOUND-SUB)
                        WHEN " NO"
                        WHEN "NO "
                            ADD 1 TO WS-SND-NO(WS-FOUND-SUB)
                        WHEN "FLG"
                            ADD 1 TO WS-SND-FLAGGED(WS-FOUND-SUB)
                    END-EVALUATE
                    RELEASE SORT-WORK-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE TEST-REPORT-FILE.

*> A near-miss line carries the same record number as the checked
*> record it belongs to, and sorts straight after it.
2300-RELEASE-NEAR-MISSES.
    OPEN INPUT TEST-DQ-FILE
    IF NOT WS-TEST-DQ-OK
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-TEST-DQ-EOF
        READ TEST-DQ-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE TEST-DQ-RECORD(1:9) TO WS-RECNO-TEXT
                INSPECT WS-RECNO-TEXT REPLACING LEADING SPACES BY ZEROS
                IF WS-RECNO-TEXT NUMERIC
                    AND TEST-DQ-RECORD(9:1) NUMERIC
                    MOVE SPACES TO SORT-WORK-RECORD
                    MOVE TEST-DQ-RECORD(12:8)  TO SR-SENDER
                    MOVE TEST-DQ-RECORD(22:20) TO SR-RECORD-ID
                    MOVE WS-RECNO-TEXT         TO SR-SEQ
                    MOVE "3"                   TO SR-KIND
                    RELEASE SORT-WORK-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE TEST-DQ-FILE.

3000-PRINT-OUTCOMES.
    PERFORM UNTIL 1 = 2
        RETURN SORT-WORK-FILE
            AT END
                EXIT PERFORM
        END-RETURN
        IF SR-IS-NEAR-MISS
            IF WS-LINE-HELD
                AND SR-SENDER = WS-HELD-SENDER
                AND SR-SEQ = WS-HELD-SEQ
                MOVE "NEAR-MISS" TO WS-DTL-NOTE
                MOVE SR-SENDER TO WS-FIND-SENDER
                PERFORM 5000-FIND-SENDER
                ADD 1 TO WS-SND-NEAR-MISS(WS-FOUND-SUB)
            END-IF
        ELSE
            PERFORM 3900-FLUSH-HELD-LINE
            IF SR-SENDER NOT = WS-PREV-SENDER
                PERFORM 3100-SENDER-BREAK
            END-IF
            IF SR-IS-CHECKED
                PERFORM 3200-HOLD-CHECKED-LINE
            ELSE
                PERFORM 3300-PRINT-REJECTED-LINE
            END-IF
        END-IF
    END-PERFORM
    PERFORM 3900-FLUSH-HELD-LINE
    IF WS-PREV-SENDER NOT = HIGH-VALUES
        PERFORM 6000-PRINT-SENDER-CLOSE
    END-IF.

3100-SENDER-BREAK.
    IF WS-PREV-SENDER NOT = HIGH-VALUES
        PERFORM 6000-PRINT-SENDER-CLOSE
    END-IF
    MOVE SR-SENDER TO WS-PREV-SENDER
    MOVE SR-SENDER TO WS-FIND-SENDER
    PERFORM 5000-FIND-SENDER
    PERFORM 3150-PRINT-SENDER-HEADING.

3150-PRINT-SENDER-HEADING.
    SET WS-SND-PRINTED(WS-FOUND-SUB) TO TRUE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE
    STRING "SENDER " DELIMITED BY SIZE
        WS-SND-SENDER(WS-FOUND-SUB) DELIMITED BY SIZE
        "  TEST CYCLE " DELIMITED BY SIZE
        WS-SND-CYCLE(WS-FOUND-SUB) DELIMITED BY SIZE
        "  INTAKE " DELIMITED BY SIZE
        WS-SND-STATUS(WS-FOUND-SUB) DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE
    IF WS-SND-REASON(WS-FOUND-SUB) NOT = SPACES
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  INTAKE REASON: " DELIMITED BY SIZE
            WS-SND-REASON(WS-FOUND-SUB) DELIMITED BY SIZE
            INTO WS-REPORT-LINE
        END-STRING
        WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE "  --- AS DELIVERED ----------------------------------------  |  --- AS PROCESSED --------------------------------------------"
        TO WS-REPORT-LINE
    WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE "  RECORD ID             EFF DATE  TEXT                       |  EDIT      REASON                        RES  MODE    NOTE"
        TO WS-REPORT-LINE
    WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE.

3200-HOLD-CHECKED-LINE.
    PERFORM 3250-FILL-DELIVERED-SIDE
    MOVE "ACCEPTED" TO WS-DTL-OUTCOME
    MOVE SR-RESULT  TO WS-DTL-RESULT
    MOVE SR-MODE    TO WS-DTL-MODE
    MOVE SR-SENDER  TO WS-HELD-SENDER
    MOVE SR-SEQ     TO WS-HELD-SEQ
    SET WS-LINE-HELD TO TRUE.

3250-FILL-DELIVERED-SIDE.
    MOVE SR-RECORD-ID      TO WS-DTL-RECORD-ID
    MOVE SR-EFFECTIVE-DATE TO WS-DTL-EFFECTIVE-DATE
    MOVE SR-TEXT           TO WS-DTL-TEXT
    MOVE SPACES TO WS-DTL-OUTCOME
    MOVE SPACES TO WS-DTL-REASON
    MOVE SPACES TO WS-DTL-RESULT
    MOVE SPACES TO WS-DTL-MODE
    MOVE SPACES TO WS-DTL-NOTE.

*> A record rejected only because the rest of its delivery went over
*> the sender's reject tolerance shows as returned - in production the
*> whole delivery would have gone back.
3300-PRINT-REJECTED-LINE.
    PERFORM 3250-FILL-DELIVERED-SIDE
    IF SR-RETURNED-FLAG = "R"
        MOVE "RETURNED" TO WS-DTL-OUTCOME
    ELSE
        MOVE "REJECTED" TO WS-DTL-OUTCOME
    END-IF
    STRING SR-REASON-CODE DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        SR-REASON-DESC DELIMITED BY SIZE
        INTO WS-DTL-REASON
    END-STRING
    WRITE CERT-REPORT-RECORD FROM WS-DETAIL-LINE.

3900-FLUSH-HELD-LINE.
    IF WS-LINE-HELD
        WRITE CERT-REPORT-RECORD FROM WS-DETAIL-LINE
        MOVE "N" TO WS-HELD-SWITCH
    END-IF.

*> A sender refused at intake, or one whose records never reached
*> either shadow file, still gets its section, totals and verdict.
4000-PRINT-UNSEEN-SENDERS.
    PERFORM VARYING WS-SENDER-SUB FROM 1 BY 1
            UNTIL WS-SENDER-SUB > WS-SENDER-COUNT
        IF NOT WS-SND-PRINTED(WS-SENDER-SUB)
            MOVE WS-SENDER-SUB TO WS-FOUND-SUB
            PERFORM 3150-PRINT-SENDER-HEADING
            MOVE "  NO RECORDS REACHED THE TEST EDIT OR DRIVER"
                TO WS-REPORT-LINE
            WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE
            MOVE WS-SND-SENDER(WS-SENDER-SUB) TO WS-PREV-SENDER
            PERFORM 6000-PRINT-SENDER-CLOSE
        END-IF
    END-PERFORM.

*> A sender seen in a shadow file but not on the manifest gets an
*> entry of its own; it can only be there if intake let it through,
*> and the report should show it rather than lose it.
5000-FIND-SENDER.
    MOVE ZERO TO WS-FOUND-SUB
    PERFORM VARYING WS-SEARCH-SUB FROM 1 BY 1
            UNTIL WS-SEARCH-SUB > WS-SENDER-COUNT
        IF WS-SND-SENDER(WS-SEARCH-SUB) = WS-FIND-SENDER
            MOVE WS-SEARCH-SUB TO WS-FOUND-SUB
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-FOUND-SUB = ZERO
        IF WS-SENDER-COUNT >= 50
            DISPLAY "PALINCERT: TEST SENDERS OVERFLOW TABLE"
            MOVE 12 TO RETURN-CODE
            SET WS-RUN-ABANDONED TO TRUE
            MOVE WS-SENDER-COUNT TO WS-FOUND-SUB
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-SENDER-COUNT
        MOVE WS-SENDER-COUNT TO WS-FOUND-SUB
        INITIALIZE WS-SENDER-ENTRY(WS-FOUND-SUB)
        MOVE WS-FIND-SENDER TO WS-SND-SENDER(WS-FOUND-SUB)
        MOVE "N" TO WS-SND-PRINTED-SW(WS-FOUND-SUB)
    END-IF.

6000-PRINT-SENDER-CLOSE.
    MOVE WS-PREV-SENDER TO WS-FIND-SENDER
    PERFORM 5000-FIND-SENDER
    MOVE SPACES TO WS-REPORT-LINE
    WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE "  CONTROL TOTALS" TO WS-REPORT-LINE
    WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE "RECORDS ON SENDER TRAILER:"    TO WS-CTL-LABEL-1
    MOVE WS-SND-DECLARED(WS-FOUND-SUB)   TO WS-CTL-COUNT-1
    MOVE "RECORDS RECEIVED AT INTAKE:"   TO WS-CTL-LABEL-2
    MOVE WS-SND-RECEIVED(WS-FOUND-SUB)   TO WS-CTL-COUNT-2
    WRITE CERT-REPORT-RECORD FROM WS-CONTROL-LINE
    MOVE "RECORDS ACCEPTED BY EDIT:"     TO WS-CTL-LABEL-1
    MOVE WS-SND-ACCEPTED(WS-FOUND-SUB)   TO WS-CTL-COUNT-1
    MOVE "RECORDS REJECTED BY EDIT:"     TO WS-CTL-LABEL-2
    MOVE WS-SND-REJECTED(WS-FOUND-SUB)   TO WS-CTL-COUNT-2
    WRITE CERT-REPORT-RECORD FROM WS-CONTROL-LINE
    MOVE "RECORDS CHECKED BY DRIVER:"    TO WS-CTL-LABEL-1
    MOVE WS-SND-CHECKED(WS-FOUND-SUB)    TO WS-CTL-COUNT-1
    MOVE "PALINDROMES (YES):"            TO WS-CTL-LABEL-2
    MOVE WS-SND-YES(WS-FOUND-SUB)        TO WS-CTL-COUNT-2
    WRITE CERT-REPORT-RECORD FROM WS-CONTROL-LINE
    MOVE "NON-PALINDROMES (NO):"         TO WS-CTL-LABEL-1
    MOVE WS-SND-NO(WS-FOUND-SUB)         TO WS-CTL-COUNT-1
    MOVE "FLAGGED BELOW MIN LENGTH:"     TO WS-CTL-LABEL-2
    MOVE WS-SND-FLAGGED(WS-FOUND-SUB)    TO WS-CTL-COUNT-2
    WRITE CERT-REPORT-RECORD FROM WS-CONTROL-LINE
    MOVE "NEAR-MISS CANDIDATES:"         TO WS-CTL-LABEL-1
    MOVE WS-SND-NEAR-MISS(WS-FOUND-SUB)  TO WS-CTL-COUNT-1
    MOVE "RECORDS RETURNED OVER LIMIT:"  TO WS-CTL-LABEL-2
    MOVE WS-SND-RETURNED(WS-FOUND-SUB)   TO WS-CTL-COUNT-2
    WRITE CERT-REPORT-RECORD FROM WS-CONTROL-LINE

    PERFORM 6100-SET-VERDICT
    MOVE SPACES TO WS-REPORT-LINE
    WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE
    STRING "  VERDICT: " DELIMITED BY SIZE
        WS-VERDICT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE "  CERTIFIED FOR SENDER:      ______________________________   DATE: __________"
        TO WS-REPORT-LINE
    WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE "  ACCEPTED FOR PRODUCTION:   ______________________________   DATE: __________"
        TO WS-REPORT-LINE
    WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE.

*> The first failing condition decides the verdict, in the order a
*> record travels: intake, the edit, the driver. Only a sender whose
*> every record was received, accepted and checked is ready.
6100-SET-VERDICT.
    EVALUATE TRUE
        WHEN WS-SND-STATUS(WS-FOUND-SUB) = "REFUSED"
            MOVE "NOT READY - DELIVERY REFUSED AT INTAKE" TO WS-VERDICT
        WHEN WS-SND-STATUS(WS-FOUND-SUB) NOT = "TESTED"
            MOVE "NOT READY - SENDER NOT ON TEST MANIFEST" TO WS-VERDICT
        WHEN WS-SND-RECEIVED(WS-FOUND-SUB)
                NOT = WS-SND-DECLARED(WS-FOUND-SUB)
            MOVE "NOT READY - RECEIVED DISAGREES WITH SENDER TRAILER"
                TO WS-VERDICT
        WHEN NOT WS-EDIT-COMPLETED
            MOVE "NOT READY - TEST EDIT DID NOT COMPLETE" TO WS-VERDICT
        WHEN WS-SND-ACCEPTED(WS-FOUND-SUB) + WS-SND-REJECTED(WS-FOUND-SUB)
                NOT = WS-SND-RECEIVED(WS-FOUND-SUB)
            MOVE "NOT READY - EDIT TOTALS DISAGREE WITH RECEIVED"
                TO WS-VERDICT
        WHEN WS-SND-REJECTED(WS-FOUND-SUB) > ZERO
            MOVE "NOT READY - RECORDS REJECTED BY EDIT" TO WS-VERDICT
        WHEN WS-SND-ACCEPTED(WS-FOUND-SUB) = ZERO
            MOVE "NOT READY - NO RECORDS ACCEPTED" TO WS-VERDICT
        WHEN NOT WS-DRIVER-COMPLETED
            MOVE "NOT READY - TEST DRIVER DID NOT COMPLETE" TO WS-VERDICT
        WHEN WS-SND-CHECKED(WS-FOUND-SUB)
                NOT = WS-SND-ACCEPTED(WS-FOUND-SUB)
            MOVE "NOT READY - CHECKED DISAGREES WITH ACCEPTED"
                TO WS-VERDICT
        WHEN OTHER
            MOVE "READY FOR PRODUCTION" TO WS-VERDICT
    END-EVALUATE
    IF WS-VERDICT(1:5) = "READY"
        ADD 1 TO WS-READY-COUNT
    ELSE
        ADD 1 TO WS-NOT-READY-COUNT
    END-IF.

9000-TERMINATE.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE "---- CERTIFICATION TOTALS ----" TO WS-REPORT-LINE
    WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE WS-SENDER-COUNT TO WS-TRAILER-NUM-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "SENDERS IN TEST:      " DELIMITED BY SIZE
        WS-TRAILER-NUM-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE WS-READY-COUNT TO WS-TRAILER-NUM-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "READY FOR PRODUCTION: " DELIMITED BY SIZE
        WS-TRAILER-NUM-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE WS-NOT-READY-COUNT TO WS-TRAILER-NUM-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "NOT READY:            " DELIMITED BY SIZE
        WS-TRAILER-NUM-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE

    CLOSE CERT-REPORT-FILE

    DISPLAY "PALINCERT: SENDERS IN TEST = " WS-SENDER-COUNT
    DISPLAY "PALINCERT: READY FOR PRODUCTION = " WS-READY-COUNT
    DISPLAY "PALINCERT: NOT READY = " WS-NOT-READY-COUNT.
