IDENTIFICATION DIVISION.
PROGRAM-ID. PALINAVFY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CATALOG-STATUS.

    SELECT JOBCAT-FILE ASSIGN TO DYNAMIC WS-JOBCAT-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-JOBCAT-STATUS.

    SELECT TRAIL-FILE ASSIGN TO DYNAMIC WS-TRAIL-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-TRAIL-STATUS.

    SELECT RUNLOG-FILE ASSIGN TO DYNAMIC WS-RUNLOG-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-STATUS.

    SELECT VERIFY-REPORT-FILE ASSIGN TO DYNAMIC WS-VRPT-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-VRPT-STATUS.

    SELECT EXCEPTION-FILE ASSIGN TO DYNAMIC WS-EXCEPTION-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-EXCEPTION-STATUS.

    SELECT SORT-WORK-FILE ASSIGN TO DYNAMIC WS-SORTWORK-FILENAME.

DATA DIVISION.
FILE SECTION.
FD  CATALOG-FILE.
01  CATALOG-RECORD           PIC X(81).

FD  JOBCAT-FILE.
01  JOBCAT-RECORD            PIC X(110).

FD  TRAIL-FILE.
01  TRAIL-RECORD             PIC X(202).

FD  RUNLOG-FILE.
    COPY "palinrlg.cpy".

FD  VERIFY-REPORT-FILE.
01  VERIFY-REPORT-RECORD     PIC X(132).

FD  EXCEPTION-FILE.
01  EXCEPTION-RECORD         PIC X(100).

SD  SORT-WORK-FILE.
01  SORT-WORK-RECORD.
    05  SV-JOB-ID             PIC X(16).
    05  SV-SEQUENCE           PIC 9(9).
    05  SV-FILE-NO            PIC 9(3).
    05  SV-RECORD             PIC X(202).

WORKING-STORAGE SECTION.
01  WS-CATALOG-FILENAME       PIC X(80) VALUE "PALINACAT.DAT".
01  WS-JOBCAT-FILENAME        PIC X(80) VALUE "PALINAJOB.DAT".
01  WS-MASTER-FILENAME        PIC X(80) VALUE "PALINAUD.DAT".
01  WS-TRAIL-FILENAME         PIC X(80).
01  WS-RUNLOG-FILENAME        PIC X(80) VALUE "PALINRLOG.DAT".
01  WS-VRPT-FILENAME          PIC X(80) VALUE "PALINAVFY.RPT".
01  WS-EXCEPTION-FILENAME     PIC X(80) VALUE "PALINEXC.DAT".
01  WS-SORTWORK-FILENAME      PIC X(80) VALUE "PALINAVFY.TMP".

01  WS-CATALOG-STATUS         PIC XX.
    88  WS-CATALOG-OK               VALUE "00".
    88  WS-CATALOG-NOT-FOUND        VALUE "35".
    88  WS-CATALOG-EOF              VALUE "10".

01  WS-JOBCAT-STATUS          PIC XX.
    88  WS-JOBCAT-OK                VALUE "00".
    88  WS-JOBCAT-EOF               VALUE "10".

01  WS-TRAIL-STATUS           PIC XX.
    88  WS-TRAIL-OK                 VALUE "00".
    88  WS-TRAIL-NOT-FOUND          VALUE "35".
    88  WS-TRAIL-EOF                VALUE "10".

01  WS-RUNLOG-STATUS          PIC XX.
    88  WS-RUNLOG-OK                VALUE "00".
    88  WS-RUNLOG-EOF               VALUE "10".

01  WS-VRPT-STATUS            PIC XX.
    88  WS-VRPT-OK                  VALUE "00".

01  WS-EXCEPTION-STATUS       PIC XX.
    88  WS-EXCEPTION-OK             VALUE "00".
    88  WS-EXCEPTION-NOT-FOUND      VALUE "35".

COPY "palinaud.cpy".
COPY "palinact.cpy".

01  WS-JOBCAT-LINE.
    05  WS-JCT-TIMESTAMP      PIC X(16).
    05  FILLER                PIC X(2).
    05  WS-JCT-PROGRAM        PIC X(30).
    05  FILLER                PIC X(2).
    05  WS-JCT-FILENAME       PIC X(60).

*> Every file that makes up the trail, in the order read: catalogued
*> archives oldest first, then the live master, then job files not
*> merged yet. File 1 is the oldest thing retention has left us.
01  WS-FILE-TABLE.
    05  WS-FILE-ENTRY OCCURS 500 TIMES.
        10  WS-FIL-NAME       PIC X(60).
        10  WS-FIL-KIND       PIC X(8).
        10  WS-FIL-CATALOGUED PIC 9(9).
        10  WS-FIL-READ       PIC 9(9).
        10  WS-FIL-STATE      PIC X(20).
01  WS-FILE-COUNT             PIC 9(3) VALUE ZERO.
01  WS-FILE-SUB               PIC 9(3).

*> One entry per business date and driver: what the audit trail holds
*> for it against what the run log says the driver judged.
01  WS-RECON-TABLE.
    05  WS-RECON-ENTRY OCCURS 2000 TIMES.
        10  WS-RCN-DATE       PIC X(8).
        10  WS-RCN-PROGRAM    PIC X(12).
        10  WS-RCN-AUDITED    PIC 9(9).
        10  WS-RCN-JOBS       PIC 9(5).
        10  WS-RCN-LAST-JOB   PIC X(16).
        10  WS-RCN-READ       PIC 9(9).
        10  WS-RCN-JUDGED     PIC 9(9).
        10  WS-RCN-RUNLOG-SW  PIC X(1).
            88  WS-RCN-ON-RUNLOG    VALUE "Y".
01  WS-RECON-COUNT            PIC 9(4) VALUE ZERO.
01  WS-RECON-SUB              PIC 9(4).
01  WS-FIND-SUB               PIC 9(4).
01  WS-FIND-DATE              PIC X(8).
01  WS-FIND-PROGRAM           PIC X(12).

01  WS-PREV-JOB-ID            PIC X(16) VALUE SPACES.
01  WS-PREV-SEQUENCE          PIC 9(9) VALUE ZERO.
01  WS-PREV-CHECK             PIC 9(10) VALUE ZERO.
01  WS-STORED-CHECK           PIC 9(10).
01  WS-EXPECTED-CHECK         PIC 9(10).
01  WS-MISSING-COUNT          PIC 9(9).
01  WS-FIRST-CHAINED-JOB      PIC X(16) VALUE HIGH-VALUES.
01  WS-EARLIEST-BUS-DATE      PIC X(8) VALUE HIGH-VALUES.

01  WS-RECORDS-READ           PIC 9(9) VALUE ZERO.
01  WS-CHAINED-COUNT          PIC 9(9) VALUE ZERO.
01  WS-LEGACY-COUNT           PIC 9(9) VALUE ZERO.
01  WS-JOB-COUNT              PIC 9(9) VALUE ZERO.
01  WS-TRUNCATED-COUNT        PIC 9(9) VALUE ZERO.
01  WS-GAP-COUNT              PIC 9(9) VALUE ZERO.
01  WS-DUPLICATE-COUNT        PIC 9(9) VALUE ZERO.
01  WS-ALTERED-COUNT          PIC 9(9) VALUE ZERO.
01  WS-UNCHAINED-COUNT        PIC 9(9) VALUE ZERO.
01  WS-FILE-FAULT-COUNT       PIC 9(9) VALUE ZERO.
01  WS-RECON-FAULT-COUNT      PIC 9(9) VALUE ZERO.
01  WS-RECON-WARN-COUNT       PIC 9(9) VALUE ZERO.
01  WS-FAULT-TOTAL            PIC 9(9) VALUE ZERO.

01  WS-RUN-RC                 PIC 9(4) VALUE ZERO.
01  WS-RUN-DATE               PIC X(8).
01  WS-CURRENT-DATE           PIC X(21).

01  WS-FATAL-SWITCH           PIC X VALUE "N".
    88  WS-RUN-ABANDONED            VALUE "Y".

01  WS-FAULT-LINE.
    05  WS-FLT-TYPE           PIC X(10).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-FLT-FILE           PIC X(40).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-FLT-JOB            PIC X(16).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-FLT-SEQUENCE       PIC ZZZZZZZZ9.
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-FLT-DETAIL         PIC X(40).

01  WS-FILE-LINE.
    05  WS-FLL-KIND           PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-FLL-NAME           PIC X(60).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-FLL-CATALOGUED     PIC ZZZZZZZZ9.
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-FLL-READ           PIC ZZZZZZZZ9.
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-FLL-STATE          PIC X(20).

01  WS-RECON-LINE.
    05  WS-RCL-DATE           PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-RCL-PROGRAM        PIC X(12).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-RCL-READ           PIC ZZZZZZZZ9.
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-RCL-FLAGGED        PIC ZZZZZZZZ9.
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-RCL-JUDGED         PIC ZZZZZZZZ9.
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-RCL-AUDITED        PIC ZZZZZZZZ9.
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-RCL-JOBS           PIC ZZZZ9.
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-RCL-VERDICT        PIC X(24).

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

01  WS-REPORT-LINE            PIC X(132).
01  WS-TRAILER-NUM-ED         PIC ZZZZZZZZ9.

PROCEDURE DIVISION.

*> Internal audit's evidence that the trail is whole. Every audit
*> record carries its job id, a sequence number within the job and a
*> check value chained from the record before it (see AUDITLOG and
*> PALINACHK). This job gathers the whole trail - every archive the
*> catalog lists, the live master, and job files still waiting for
*> PALINAMRG - sorts it back into job and sequence order, and walks
*> each chain:
*>   GAP       sequence numbers missing inside a job
*>   DUPLICATE the same job and sequence seen twice
*>   ALTERED   the check value does not follow from the record and
*>             its predecessor - the record, or the one before it,
*>             was edited after it was written
*>   UNCHAINED a record with no chain fields dated after chaining
*>             began - a line added by hand
*> A job whose first surviving record is past sequence 1 in the
*> oldest retained archive lost its head to PALINAARC retention, not
*> to tampering, and is counted separately. Lines removed from the
*> very end of a job leave no gap; the run-log reconciliation is what
*> catches that for the drivers, since every YES or NO they judge is
*> one audit record - FLG records are never checked, so never logged.
*> Any fault ends the run RC 8 with an operator exception; explained
*> differences only (a restarted driver re-logs the records between
*> its last checkpoint and the failure) end it RC 4.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    SORT SORT-WORK-FILE
        ASCENDING KEY SV-JOB-ID SV-SEQUENCE SV-FILE-NO
        INPUT PROCEDURE IS 2000-RELEASE-TRAIL
        OUTPUT PROCEDURE IS 3000-WALK-CHAINS

*> Same rule as the merge: nothing leaves the middle of a sort, so a
*> failure inside it sets the abandon switch and the run ends here.
    IF WS-RUN-ABANDONED
        CLOSE VERIFY-REPORT-FILE
        STOP RUN
    END-IF

    PERFORM 4000-REPORT-FILES
    PERFORM 5000-RECONCILE-RUN-LOG
    PERFORM 9000-TERMINATE
    MOVE WS-RUN-RC TO RETURN-CODE
    STOP RUN.

1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE

    OPEN OUTPUT VERIFY-REPORT-FILE
    IF NOT WS-VRPT-OK
        DISPLAY "PALINAVFY: UNABLE TO OPEN VERIFICATION REPORT, STATUS=" WS-VRPT-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    STRING "AUDIT TRAIL VERIFICATION - RUN DATE " DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    WRITE VERIFY-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE VERIFY-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE "---- CHAIN FAULTS ----" TO WS-REPORT-LINE
    WRITE VERIFY-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE "FAULT       FILE                                      JOB               SEQUENCE  DETAIL"
        TO WS-REPORT-LINE
    WRITE VERIFY-REPORT-RECORD FROM WS-REPORT-LINE.

*> A catalog that exists and cannot be read would silently drop every
*> archive from the check, so it stops the run; a missing catalog
*> just means nothing has been archived yet.
2000-RELEASE-TRAIL.
    OPEN INPUT CATALOG-FILE
    EVALUATE TRUE
        WHEN WS-CATALOG-OK
            PERFORM UNTIL WS-CATALOG-EOF OR WS-RUN-ABANDONED
                READ CATALOG-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE CATALOG-RECORD TO ARCHIVE-CATALOG-RECORD
                        IF ACT-ARCHIVE-FILENAME NOT = SPACES
                            PERFORM 2100-ADD-FILE
                            MOVE "ARCHIVE" TO WS-FIL-KIND(WS-FILE-SUB)
                            MOVE ACT-ARCHIVE-FILENAME
                                TO WS-FIL-NAME(WS-FILE-SUB)
                            IF ACT-RECORD-COUNT NUMERIC
                                MOVE ACT-RECORD-COUNT
                                    TO WS-FIL-CATALOGUED(WS-FILE-SUB)
                            END-IF
                            PERFORM 2200-RELEASE-ONE-FILE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CATALOG-FILE
        WHEN WS-CATALOG-NOT-FOUND
            CONTINUE
        WHEN OTHER
            DISPLAY "PALINAVFY: UNABLE TO READ ARCHIVE CATALOG, STATUS=" WS-CATALOG-STATUS
            MOVE 12 TO RETURN-CODE
            SET WS-RUN-ABANDONED TO TRUE
            EXIT PARAGRAPH
    END-EVALUATE

    IF NOT WS-RUN-ABANDONED
        PERFORM 2100-ADD-FILE
        MOVE "MASTER" TO WS-FIL-KIND(WS-FILE-SUB)
        MOVE WS-MASTER-FILENAME TO WS-FIL-NAME(WS-FILE-SUB)
        PERFORM 2200-RELEASE-ONE-FILE
    END-IF

    OPEN INPUT JOBCAT-FILE
    IF WS-JOBCAT-OK
        PERFORM UNTIL WS-JOBCAT-EOF OR WS-RUN-ABANDONED
            READ JOBCAT-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE JOBCAT-RECORD TO WS-JOBCAT-LINE
                    IF WS-JCT-FILENAME NOT = SPACES
                        PERFORM 2100-ADD-FILE
                        MOVE "JOBFILE" TO WS-FIL-KIND(WS-FILE-SUB)
                        MOVE WS-JCT-FILENAME TO WS-FIL-NAME(WS-FILE-SUB)
                        PERFORM 2200-RELEASE-ONE-FILE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOBCAT-FILE
    END-IF.

2100-ADD-FILE.
    IF WS-FILE-COUNT >= 500
        DISPLAY "PALINAVFY: TRAIL FILE TABLE OVERFLOW"
        MOVE 12 TO RETURN-CODE
        SET WS-RUN-ABANDONED TO TRUE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-FILE-COUNT
    MOVE WS-FILE-COUNT TO WS-FILE-SUB
    MOVE SPACES TO WS-FIL-NAME(WS-FILE-SUB)
    MOVE SPACES TO WS-FIL-KIND(WS-FILE-SUB)
    MOVE ZERO TO WS-FIL-CATALOGUED(WS-FILE-SUB)
    MOVE ZERO TO WS-FIL-READ(WS-FILE-SUB)
    MOVE "READ" TO WS-FIL-STATE(WS-FILE-SUB).

*> Records written before chaining began have no job id or sequence;
*> they sort after everything else (high-values job id) so that by
*> the time they come back the earliest chained job is known, and a
*> chainless record dated after it can be called out.
2200-RELEASE-ONE-FILE.
    IF WS-RUN-ABANDONED
        EXIT PARAGRAPH
    END-IF
    MOVE WS-FIL-NAME(WS-FILE-SUB) TO WS-TRAIL-FILENAME
    OPEN INPUT TRAIL-FILE
    IF NOT WS-TRAIL-OK
        IF WS-TRAIL-NOT-FOUND
            MOVE "MISSING" TO WS-FIL-STATE(WS-FILE-SUB)
        ELSE
            MOVE "UNREADABLE" TO WS-FIL-STATE(WS-FILE-SUB)
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-TRAIL-EOF
        READ TRAIL-FILE
            AT END
                CONTINUE
            NOT AT END
                ADD 1 TO WS-FIL-READ(WS-FILE-SUB)
                ADD 1 TO WS-RECORDS-READ
                MOVE TRAIL-RECORD TO AUDIT-RECORD
                MOVE WS-FILE-SUB TO SV-FILE-NO
                MOVE TRAIL-RECORD TO SV-RECORD
                IF AUD-JOB-ID = SPACES
                    OR AUD-SEQUENCE NOT NUMERIC
                    OR AUD-CHECK-VALUE NOT NUMERIC
                    MOVE HIGH-VALUES TO SV-JOB-ID
                    MOVE ZERO TO SV-SEQUENCE
                ELSE
                    MOVE AUD-JOB-ID TO SV-JOB-ID
                    MOVE AUD-SEQUENCE TO SV-SEQUENCE
                END-IF
                RELEASE SORT-WORK-RECORD
        END-READ
    END-PERFORM
    CLOSE TRAIL-FILE.

3000-WALK-CHAINS.
    PERFORM UNTIL 1 = 2
        RETURN SORT-WORK-FILE
            AT END
                EXIT PERFORM
        END-RETURN
        IF NOT WS-RUN-ABANDONED
            MOVE SV-RECORD TO AUDIT-RECORD
            IF SV-JOB-ID = HIGH-VALUES
                PERFORM 3500-CHECK-UNCHAINED
            ELSE
                PERFORM 3100-CHECK-CHAINED
            END-IF
        END-IF
    END-PERFORM.

3100-CHECK-CHAINED.
    ADD 1 TO WS-CHAINED-COUNT
    IF WS-FIRST-CHAINED-JOB = HIGH-VALUES
        MOVE SV-JOB-ID TO WS-FIRST-CHAINED-JOB
    END-IF
    MOVE AUD-CHECK-VALUE TO WS-STORED-CHECK

    IF SV-JOB-ID NOT = WS-PREV-JOB-ID
        PERFORM 3200-START-JOB
    ELSE
        EVALUATE TRUE
            WHEN SV-SEQUENCE = WS-PREV-SEQUENCE
                ADD 1 TO WS-DUPLICATE-COUNT
                MOVE "DUPLICATE" TO WS-FLT-TYPE
                MOVE "SEQUENCE ALREADY SEEN IN THIS JOB" TO WS-FLT-DETAIL
                PERFORM 3900-WRITE-FAULT
                EXIT PARAGRAPH
            WHEN SV-SEQUENCE > WS-PREV-SEQUENCE + 1
                ADD 1 TO WS-GAP-COUNT
                COMPUTE WS-MISSING-COUNT =
                    SV-SEQUENCE - WS-PREV-SEQUENCE - 1
                MOVE WS-MISSING-COUNT TO WS-TRAILER-NUM-ED
                MOVE "GAP" TO WS-FLT-TYPE
                MOVE SPACES TO WS-FLT-DETAIL
                STRING FUNCTION TRIM(WS-TRAILER-NUM-ED) DELIMITED BY SIZE
                    " RECORD(S) MISSING BEFORE THIS ONE" DELIMITED BY SIZE
                    INTO WS-FLT-DETAIL
                END-STRING
                PERFORM 3900-WRITE-FAULT
            WHEN OTHER
                PERFORM 3300-VERIFY-CHECK
        END-EVALUATE
    END-IF

    MOVE SV-JOB-ID       TO WS-PREV-JOB-ID
    MOVE SV-SEQUENCE     TO WS-PREV-SEQUENCE
    MOVE WS-STORED-CHECK TO WS-PREV-CHECK
    PERFORM 3400-TALLY-DRIVER-RECORD.

*> A job's first record either starts the chain at sequence 1 from a
*> zero seed, or the head of the job is gone - by retention when the
*> record sits in the oldest file still held, otherwise a gap.
3200-START-JOB.
    ADD 1 TO WS-JOB-COUNT
    IF SV-SEQUENCE = 1
        MOVE ZERO TO WS-PREV-CHECK
        PERFORM 3300-VERIFY-CHECK
    ELSE
        IF SV-FILE-NO = 1 AND WS-FIL-KIND(1) = "ARCHIVE"
            ADD 1 TO WS-TRUNCATED-COUNT
        ELSE
            ADD 1 TO WS-GAP-COUNT
            COMPUTE WS-MISSING-COUNT = SV-SEQUENCE - 1
            MOVE WS-MISSING-COUNT TO WS-TRAILER-NUM-ED
            MOVE "GAP" TO WS-FLT-TYPE
            MOVE SPACES TO WS-FLT-DETAIL
            STRING FUNCTION TRIM(WS-TRAILER-NUM-ED) DELIMITED BY SIZE
                " RECORD(S) MISSING AT START OF JOB" DELIMITED BY SIZE
                INTO WS-FLT-DETAIL
            END-STRING
            PERFORM 3900-WRITE-FAULT
        END-IF
    END-IF.

3300-VERIFY-CHECK.
    CALL "PALINACHK" USING WS-PREV-CHECK, AUD-CHECKED-PORTION,
                            WS-EXPECTED-CHECK
    IF WS-EXPECTED-CHECK NOT = WS-STORED-CHECK
        ADD 1 TO WS-ALTERED-COUNT
        MOVE "ALTERED" TO WS-FLT-TYPE
        MOVE "CHECK VALUE DOES NOT FOLLOW THE CHAIN" TO WS-FLT-DETAIL
        PERFORM 3900-WRITE-FAULT
    END-IF.

*> Only the two drivers are reconciled, and only records that name a
*> business date - the date AUDITLOG read from the run parameters
*> when the job opened its file.
3400-TALLY-DRIVER-RECORD.
    IF AUD-BUSINESS-DATE NUMERIC
        AND AUD-BUSINESS-DATE < WS-EARLIEST-BUS-DATE
        MOVE AUD-BUSINESS-DATE TO WS-EARLIEST-BUS-DATE
    END-IF
    IF AUD-BUSINESS-DATE NUMERIC
        AND (AUD-PROGRAM = "PALINDRVR" OR AUD-PROGRAM = "PALINDRVR-HV")
        MOVE AUD-BUSINESS-DATE TO WS-FIND-DATE
        MOVE AUD-PROGRAM TO WS-FIND-PROGRAM
        PERFORM 7000-FIND-OR-ADD-RECON
        IF WS-FIND-SUB > ZERO
            ADD 1 TO WS-RCN-AUDITED(WS-FIND-SUB)
            IF WS-RCN-LAST-JOB(WS-FIND-SUB) NOT = SV-JOB-ID
                ADD 1 TO WS-RCN-JOBS(WS-FIND-SUB)
                MOVE SV-JOB-ID TO WS-RCN-LAST-JOB(WS-FIND-SUB)
            END-IF
        END-IF
    END-IF.

3500-CHECK-UNCHAINED.
    IF WS-FIRST-CHAINED-JOB NOT = HIGH-VALUES
        AND AUD-TIMESTAMP(1:16) >= WS-FIRST-CHAINED-JOB
        ADD 1 TO WS-UNCHAINED-COUNT
        MOVE "UNCHAINED" TO WS-FLT-TYPE
        MOVE SPACES TO WS-FLT-DETAIL
        STRING "NO CHAIN FIELDS, STAMPED " DELIMITED BY SIZE
            AUD-TIMESTAMP(1:14) DELIMITED BY SIZE
            INTO WS-FLT-DETAIL
        END-STRING
        PERFORM 3900-WRITE-FAULT
    ELSE
        ADD 1 TO WS-LEGACY-COUNT
    END-IF.

3900-WRITE-FAULT.
    MOVE WS-FIL-NAME(SV-FILE-NO) TO WS-FLT-FILE
    IF SV-JOB-ID = HIGH-VALUES
        MOVE SPACES TO WS-FLT-JOB
        MOVE ZERO TO WS-FLT-SEQUENCE
    ELSE
        MOVE SV-JOB-ID TO WS-FLT-JOB
        MOVE SV-SEQUENCE TO WS-FLT-SEQUENCE
    END-IF
    WRITE VERIFY-REPORT-RECORD FROM WS-FAULT-LINE.

*> A catalogued count that disagrees with the lines actually in the
*> archive means whole lines came or went after archiving; a
*> catalogued archive that is missing or unreadable is a hole in the
*> trail in its own right.
4000-REPORT-FILES.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE VERIFY-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE "---- TRAIL FILES ----" TO WS-REPORT-LINE
    WRITE VERIFY-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE "KIND      FILE                                                          CATALOGUED       READ  STATE"
        TO WS-REPORT-LINE
    WRITE VERIFY-REPORT-RECORD FROM WS-REPORT-LINE
    PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
            UNTIL WS-FILE-SUB > WS-FILE-COUNT
        PERFORM 4100-REPORT-ONE-FILE
    END-PERFORM.

4100-REPORT-ONE-FILE.
    EVALUATE TRUE
        WHEN WS-FIL-STATE(WS-FILE-SUB) = "MISSING"
            AND WS-FIL-KIND(WS-FILE-SUB) = "MASTER"
            MOVE "NOT PRESENT" TO WS-FIL-STATE(WS-FILE-SUB)
        WHEN WS-FIL-STATE(WS-FILE-SUB) NOT = "READ"
            ADD 1 TO WS-FILE-FAULT-COUNT
        WHEN WS-FIL-KIND(WS-FILE-SUB) = "ARCHIVE"
            AND WS-FIL-READ(WS-FILE-SUB)
                NOT = WS-FIL-CATALOGUED(WS-FILE-SUB)
            MOVE "COUNT DIFFERS" TO WS-FIL-STATE(WS-FILE-SUB)
            ADD 1 TO WS-FILE-FAULT-COUNT
    END-EVALUATE
    MOVE WS-FIL-KIND(WS-FILE-SUB)       TO WS-FLL-KIND
    MOVE WS-FIL-NAME(WS-FILE-SUB)       TO WS-FLL-NAME
    MOVE WS-FIL-CATALOGUED(WS-FILE-SUB) TO WS-FLL-CATALOGUED
    MOVE WS-FIL-READ(WS-FILE-SUB)       TO WS-FLL-READ
    MOVE WS-FIL-STATE(WS-FILE-SUB)      TO WS-FLL-STATE
    WRITE VERIFY-REPORT-RECORD FROM WS-FILE-LINE.

*> The last good run-log line per business date and driver is the
*> driver's own account of the night - REFUSED and FAILED lines carry
*> zero counts and are passed over, as PALINTRND does. Dates older
*> than anything the retained trail holds are out of reach and are
*> not reconciled.
5000-RECONCILE-RUN-LOG.
    OPEN INPUT RUNLOG-FILE
    IF WS-RUNLOG-OK
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
                        AND RLG-BUSINESS-DATE >= WS-EARLIEST-BUS-DATE
                        PERFORM 5100-NOTE-RUN-LOG-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RUNLOG-FILE
    END-IF

    MOVE SPACES TO WS-REPORT-LINE
    WRITE VERIFY-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE "---- DRIVER RECONCILIATION ----" TO WS-REPORT-LINE
    WRITE VERIFY-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE "BUS DATE  PROGRAM            READ    FLAGGED     JUDGED    AUDITED   JOBS  VERDICT"
        TO WS-REPORT-LINE
    WRITE VERIFY-REPORT-RECORD FROM WS-REPORT-LINE
    PERFORM VARYING WS-RECON-SUB FROM 1 BY 1
            UNTIL WS-RECON-SUB > WS-RECON-COUNT
        PERFORM 5200-REPORT-ONE-RECON
    END-PERFORM.

5100-NOTE-RUN-LOG-LINE.
    MOVE RLG-BUSINESS-DATE TO WS-FIND-DATE
    MOVE RLG-PROGRAM TO WS-FIND-PROGRAM
    PERFORM 7000-FIND-OR-ADD-RECON
    IF WS-FIND-SUB > ZERO
        SET WS-RCN-ON-RUNLOG(WS-FIND-SUB) TO TRUE
        MOVE RLG-RECORDS-READ TO WS-RCN-READ(WS-FIND-SUB)
        COMPUTE WS-RCN-JUDGED(WS-FIND-SUB) =
            RLG-YES-COUNT + RLG-NO-COUNT
    END-IF.

*> A restarted driver re-logs the records between its last
*> checkpoint and the failure, so more audit records than judged
*> records across two or more jobs is expected and only warned; the
*> same surplus from a single job, or any shortfall, is a fault.
5200-REPORT-ONE-RECON.
    MOVE WS-RCN-DATE(WS-RECON-SUB)    TO WS-RCL-DATE
    MOVE WS-RCN-PROGRAM(WS-RECON-SUB) TO WS-RCL-PROGRAM
    MOVE WS-RCN-READ(WS-RECON-SUB)    TO WS-RCL-READ
    IF WS-RCN-READ(WS-RECON-SUB) > WS-RCN-JUDGED(WS-RECON-SUB)
        COMPUTE WS-RCL-FLAGGED =
            WS-RCN-READ(WS-RECON-SUB) - WS-RCN-JUDGED(WS-RECON-SUB)
    ELSE
        MOVE ZERO TO WS-RCL-FLAGGED
    END-IF
    MOVE WS-RCN-JUDGED(WS-RECON-SUB)  TO WS-RCL-JUDGED
    MOVE WS-RCN-AUDITED(WS-RECON-SUB) TO WS-RCL-AUDITED
    MOVE WS-RCN-JOBS(WS-RECON-SUB)    TO WS-RCL-JOBS
    EVALUATE TRUE
        WHEN NOT WS-RCN-ON-RUNLOG(WS-RECON-SUB)
            MOVE "NO RUN LOG LINE" TO WS-RCL-VERDICT
            ADD 1 TO WS-RECON-WARN-COUNT
        WHEN WS-RCN-AUDITED(WS-RECON-SUB) = WS-RCN-JUDGED(WS-RECON-SUB)
            MOVE "MATCH" TO WS-RCL-VERDICT
        WHEN WS-RCN-AUDITED(WS-RECON-SUB) < WS-RCN-JUDGED(WS-RECON-SUB)
            MOVE "SHORT - RECORDS MISSING" TO WS-RCL-VERDICT
            ADD 1 TO WS-RECON-FAULT-COUNT
        WHEN WS-RCN-JOBS(WS-RECON-SUB) > 1
            MOVE "OVER - RESTARTED RUN" TO WS-RCL-VERDICT
            ADD 1 TO WS-RECON-WARN-COUNT
        WHEN OTHER
            MOVE "OVER - EXTRA RECORDS" TO WS-RCL-VERDICT
            ADD 1 TO WS-RECON-FAULT-COUNT
    END-EVALUATE
    WRITE VERIFY-REPORT-RECORD FROM WS-RECON-LINE.

7000-FIND-OR-ADD-RECON.
    MOVE ZERO TO WS-FIND-SUB
    PERFORM VARYING WS-RECON-SUB FROM 1 BY 1
            UNTIL WS-RECON-SUB > WS-RECON-COUNT
        IF WS-RCN-DATE(WS-RECON-SUB) = WS-FIND-DATE
            AND WS-RCN-PROGRAM(WS-RECON-SUB) = WS-FIND-PROGRAM
            MOVE WS-RECON-SUB TO WS-FIND-SUB
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-FIND-SUB = ZERO
        IF WS-RECON-COUNT >= 2000
            DISPLAY "PALINAVFY: RECONCILIATION TABLE OVERFLOW"
            MOVE 12 TO RETURN-CODE
            SET WS-RUN-ABANDONED TO TRUE
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-RECON-COUNT
        MOVE WS-RECON-COUNT TO WS-FIND-SUB
        MOVE WS-FIND-DATE    TO WS-RCN-DATE(WS-FIND-SUB)
        MOVE WS-FIND-PROGRAM TO WS-RCN-PROGRAM(WS-FIND-SUB)
        MOVE ZERO   TO WS-RCN-AUDITED(WS-FIND-SUB)
        MOVE ZERO   TO WS-RCN-JOBS(WS-FIND-SUB)
        MOVE SPACES TO WS-RCN-LAST-JOB(WS-FIND-SUB)
        MOVE ZERO   TO WS-RCN-READ(WS-FIND-SUB)
        MOVE ZERO   TO WS-RCN-JUDGED(WS-FIND-SUB)
        MOVE "N"    TO WS-RCN-RUNLOG-SW(WS-FIND-SUB)
    END-IF.

9000-TERMINATE.
    COMPUTE WS-FAULT-TOTAL = WS-GAP-COUNT + WS-DUPLICATE-COUNT
        + WS-ALTERED-COUNT + WS-UNCHAINED-COUNT
        + WS-FILE-FAULT-COUNT + WS-RECON-FAULT-COUNT

    MOVE SPACES TO WS-REPORT-LINE
    WRITE VERIFY-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE "---- VERIFICATION TOTALS ----" TO WS-REPORT-LINE
    WRITE VERIFY-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE WS-RECORDS-READ TO WS-TRAILER-NUM-ED
    MOVE "RECORDS READ:              " TO WS-REPORT-LINE
    PERFORM 9100-WRITE-TOTAL-LINE
    MOVE WS-CHAINED-COUNT TO WS-TRAILER-NUM-ED
    MOVE "CHAINED RECORDS:           " TO WS-REPORT-LINE
    PERFORM 9100-WRITE-TOTAL-LINE
    MOVE WS-JOB-COUNT TO WS-TRAILER-NUM-ED
    MOVE "JOBS:                      " TO WS-REPORT-LINE
    PERFORM 9100-WRITE-TOTAL-LINE
    MOVE WS-LEGACY-COUNT TO WS-TRAILER-NUM-ED
    MOVE "WRITTEN BEFORE CHAINING:   " TO WS-REPORT-LINE
    PERFORM 9100-WRITE-TOTAL-LINE
    MOVE WS-TRUNCATED-COUNT TO WS-TRAILER-NUM-ED
    MOVE "JOBS CUT BY RETENTION:     " TO WS-REPORT-LINE
    PERFORM 9100-WRITE-TOTAL-LINE
    MOVE WS-GAP-COUNT TO WS-TRAILER-NUM-ED
    MOVE "GAPS:                      " TO WS-REPORT-LINE
    PERFORM 9100-WRITE-TOTAL-LINE
    MOVE WS-DUPLICATE-COUNT TO WS-TRAILER-NUM-ED
    MOVE "DUPLICATES:                " TO WS-REPORT-LINE
    PERFORM 9100-WRITE-TOTAL-LINE
    MOVE WS-ALTERED-COUNT TO WS-TRAILER-NUM-ED
    MOVE "ALTERED:                   " TO WS-REPORT-LINE
    PERFORM 9100-WRITE-TOTAL-LINE
    MOVE WS-UNCHAINED-COUNT TO WS-TRAILER-NUM-ED
    MOVE "UNCHAINED AFTER CUTOVER:   " TO WS-REPORT-LINE
    PERFORM 9100-WRITE-TOTAL-LINE
    MOVE WS-FILE-FAULT-COUNT TO WS-TRAILER-NUM-ED
    MOVE "FILE FAULTS:               " TO WS-REPORT-LINE
    PERFORM 9100-WRITE-TOTAL-LINE
    MOVE WS-RECON-FAULT-COUNT TO WS-TRAILER-NUM-ED
    MOVE "RECONCILIATION FAULTS:     " TO WS-REPORT-LINE
    PERFORM 9100-WRITE-TOTAL-LINE
    MOVE WS-RECON-WARN-COUNT TO WS-TRAILER-NUM-ED
    MOVE "RECONCILIATION WARNINGS:   " TO WS-REPORT-LINE
    PERFORM 9100-WRITE-TOTAL-LINE
    CLOSE VERIFY-REPORT-FILE

    EVALUATE TRUE
        WHEN WS-FAULT-TOTAL > ZERO
            MOVE 8 TO WS-RUN-RC
            MOVE SPACES TO WS-EXC-CONDITION
            MOVE WS-FAULT-TOTAL TO WS-TRAILER-NUM-ED
            STRING "AUDIT TRAIL FAULTS: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-TRAILER-NUM-ED) DELIMITED BY SIZE
                INTO WS-EXC-CONDITION
            END-STRING
            PERFORM 9400-WRITE-EXCEPTION
        WHEN WS-RECON-WARN-COUNT > ZERO
            MOVE 4 TO WS-RUN-RC
    END-EVALUATE

    DISPLAY "PALINAVFY: RECORDS READ = " WS-RECORDS-READ
    DISPLAY "PALINAVFY: JOBS VERIFIED = " WS-JOB-COUNT
    DISPLAY "PALINAVFY: FAULTS = " WS-FAULT-TOTAL
    DISPLAY "PALINAVFY: RECONCILIATION WARNINGS = " WS-RECON-WARN-COUNT.

9100-WRITE-TOTAL-LINE.
    MOVE WS-TRAILER-NUM-ED TO WS-REPORT-LINE(28:9)
    WRITE VERIFY-REPORT-RECORD FROM WS-REPORT-LINE.

9400-WRITE-EXCEPTION.
    OPEN EXTEND EXCEPTION-FILE
    IF WS-EXCEPTION-NOT-FOUND
        OPEN OUTPUT EXCEPTION-FILE
    END-IF
    IF WS-EXCEPTION-OK
        MOVE WS-RUN-DATE TO WS-EXC-RUN-DATE
        MOVE "PALINAVFY" TO WS-EXC-PROGRAM
        MOVE WS-RECORDS-READ TO WS-EXC-RECORDS
        MOVE ZERO TO WS-EXC-YES
        MOVE ZERO TO WS-EXC-NO
        WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-LINE
        CLOSE EXCEPTION-FILE
    END-IF.
