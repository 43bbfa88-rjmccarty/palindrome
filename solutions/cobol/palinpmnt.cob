IDENTIFICATION DIVISION.
PROGRAM-ID. PALINPMNT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

    SELECT REGISTRY-FILE ASSIGN TO DYNAMIC WS-REGISTRY-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTRY-STATUS.

    SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-PROFILE-STATUS.

    SELECT NEW-PROFILE-FILE ASSIGN TO DYNAMIC WS-NEW-PROFILE-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-NEWPROF-STATUS.

    SELECT TRANSACTION-FILE ASSIGN TO DYNAMIC WS-TRANSACTION-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-TRANSACTION-STATUS.

    SELECT PENDING-FILE ASSIGN TO DYNAMIC WS-PENDING-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-PENDING-STATUS.

    SELECT NEW-PENDING-FILE ASSIGN TO DYNAMIC WS-NEW-PENDING-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-NEWPEND-STATUS.

    SELECT CHANGE-LOG-FILE ASSIGN TO DYNAMIC WS-CHGLOG-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CHGLOG-STATUS.

    SELECT CHANGE-WORK-FILE ASSIGN TO DYNAMIC WS-CHGWORK-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CHGWORK-STATUS.

    SELECT EDIT-REPORT-FILE ASSIGN TO DYNAMIC WS-ERPT-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-ERPT-STATUS.

    SELECT SORT-WORK-FILE ASSIGN TO DYNAMIC WS-SORTWORK-FILENAME.

DATA DIVISION.
FILE SECTION.
FD  PARM-FILE.
    COPY "palinprm.cpy".

FD  REGISTRY-FILE.
    COPY "palinsrg.cpy".

FD  PROFILE-FILE.
    COPY "palinpro.cpy".

FD  NEW-PROFILE-FILE.
01  NEW-PROFILE-RECORD       PIC X(21).

FD  TRANSACTION-FILE.
    COPY "palinptr.cpy".

FD  PENDING-FILE.
01  PENDING-RECORD           PIC X(54).

FD  NEW-PENDING-FILE.
01  NEW-PENDING-RECORD       PIC X(54).

FD  CHANGE-LOG-FILE.
01  CHANGE-LOG-RECORD        PIC X(100).

FD  CHANGE-WORK-FILE.
01  CHANGE-WORK-RECORD       PIC X(100).

FD  EDIT-REPORT-FILE.
01  EDIT-REPORT-RECORD       PIC X(132).

SD  SORT-WORK-FILE.
01  SORT-WORK-RECORD.
    05  SX-EFFECTIVE-DATE     PIC X(8).
    05  SX-SEQUENCE           PIC 9(7).
    05  SX-TRANSACTION        PIC X(54).

WORKING-STORAGE SECTION.
01  WS-PARM-FILENAME          PIC X(80) VALUE "PALINPARM.DAT".
01  WS-REGISTRY-FILENAME      PIC X(80) VALUE "PALINSREG.DAT".
01  WS-PROFILE-FILENAME       PIC X(80) VALUE "PALINPROF.DAT".
01  WS-NEW-PROFILE-FILENAME   PIC X(80) VALUE "PALINPROF.TMP".
01  WS-TRANSACTION-FILENAME   PIC X(80) VALUE "PALINPTRN.DAT".
01  WS-PENDING-FILENAME       PIC X(80) VALUE "PALINPPND.DAT".
01  WS-NEW-PENDING-FILENAME   PIC X(80) VALUE "PALINPPND.TMP".
01  WS-CHGLOG-FILENAME        PIC X(80) VALUE "PALINPLOG.DAT".
01  WS-CHGWORK-FILENAME       PIC X(80) VALUE "PALINPLOG.TMP".
01  WS-ERPT-FILENAME          PIC X(80) VALUE "PALINPMNT.RPT".
01  WS-SORTWORK-FILENAME      PIC X(80) VALUE "PALINPMW.TMP".

01  WS-PARM-STATUS            PIC XX.
    88  WS-PARM-OK                  VALUE "00".

01  WS-REGISTRY-STATUS        PIC XX.
    88  WS-REGISTRY-OK              VALUE "00".
    88  WS-REGISTRY-EOF             VALUE "10".

01  WS-PROFILE-STATUS         PIC XX.
    88  WS-PROFILE-OK               VALUE "00".
    88  WS-PROFILE-NOT-FOUND        VALUE "35".
    88  WS-PROFILE-EOF              VALUE "10".

01  WS-NEWPROF-STATUS         PIC XX.
    88  WS-NEWPROF-OK               VALUE "00".

01  WS-TRANSACTION-STATUS     PIC XX.
    88  WS-TRANSACTION-OK           VALUE "00".
    88  WS-TRANSACTION-NOT-FOUND    VALUE "35".
    88  WS-TRANSACTION-EOF          VALUE "10".

01  WS-PENDING-STATUS         PIC XX.
    88  WS-PENDING-OK               VALUE "00".
    88  WS-PENDING-NOT-FOUND        VALUE "35".
    88  WS-PENDING-EOF              VALUE "10".

01  WS-NEWPEND-STATUS         PIC XX.
    88  WS-NEWPEND-OK               VALUE "00".

01  WS-CHGLOG-STATUS          PIC XX.
    88  WS-CHGLOG-OK                VALUE "00".
    88  WS-CHGLOG-NOT-FOUND         VALUE "35".

01  WS-CHGWORK-STATUS         PIC XX.
    88  WS-CHGWORK-OK               VALUE "00".
    88  WS-CHGWORK-EOF              VALUE "10".

01  WS-ERPT-STATUS            PIC XX.
    88  WS-ERPT-OK                  VALUE "00".

01  WS-RUN-RC                 PIC 9(4) VALUE ZERO.

01  WS-FATAL-SWITCH           PIC X VALUE "N".
    88  WS-RUN-ABANDONED            VALUE "Y".

01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZERO.
01  WS-RUN-DATE               PIC X(8).
01  WS-RUN-TIMESTAMP          PIC X(14).
01  WS-CURRENT-DATE           PIC X(21).
01  WS-CHECK-DATE             PIC 9(8).

*> The registry is consulted for every add and change; only the source
*> code and its onboarding status matter here.
01  WS-REGISTRY-TABLE.
    05  WS-REGISTRY-ENTRY OCCURS 100 TIMES.
        10  WS-SRT-SOURCE     PIC X(8).
        10  WS-SRT-STATUS     PIC X(1).
01  WS-REGISTRY-COUNT         PIC 9(3) VALUE ZERO.
01  WS-REGISTRY-SUB           PIC 9(3).
01  WS-REGISTRY-FOUND-SUB     PIC 9(3).

*> The profile master is small enough to ride in core for the run -
*> the same 100-entry ceiling 0700-LOAD-PROFILES in the drivers holds
*> it to. Each entry keeps the record image as read, so a line this
*> run does not touch is written back exactly as it was.
01  WS-PROFILE-TABLE.
    05  WS-PROFILE-ENTRY OCCURS 100 TIMES.
        10  WS-PRF-IMAGE.
            15  WS-PRF-SOURCE     PIC X(8).
            15  FILLER            PIC X(2).
            15  WS-PRF-MODE       PIC X(6).
            15  FILLER            PIC X(2).
            15  WS-PRF-MIN-LENGTH PIC X(3).
        10  WS-PRF-DELETED    PIC X(1).
01  WS-PROFILE-COUNT          PIC 9(3) VALUE ZERO.
01  WS-PROFILE-SUB            PIC 9(3).
01  WS-PROFILE-FOUND-SUB      PIC 9(3).

*> Source and effective date of every transaction already pending or
*> accepted earlier in this run - two transactions for one source on
*> one date would leave the outcome to arrival order, so the second
*> is rejected at entry.
01  WS-PENDING-KEY-TABLE.
    05  WS-PENDING-KEY OCCURS 500 TIMES.
        10  WS-PKY-SOURCE     PIC X(8).
        10  WS-PKY-EFFDATE    PIC X(8).
01  WS-PENDING-KEY-COUNT      PIC 9(3) VALUE ZERO.
01  WS-PENDING-KEY-SUB        PIC 9(3).
01  WS-PENDING-DUP-SWITCH     PIC X.
    88  WS-ALREADY-PENDING          VALUE "Y".

01  WS-SEQUENCE               PIC 9(7) VALUE ZERO.
01  WS-REJECT-REASON          PIC X(40).

01  WS-TRANSACTION-COUNT      PIC 9(9) VALUE ZERO.
01  WS-ACCEPTED-COUNT         PIC 9(9) VALUE ZERO.
01  WS-REJECTED-COUNT         PIC 9(9) VALUE ZERO.
01  WS-APPLIED-COUNT          PIC 9(9) VALUE ZERO.
01  WS-FAILED-COUNT           PIC 9(9) VALUE ZERO.
01  WS-HELD-COUNT             PIC 9(9) VALUE ZERO.
01  WS-CHANGE-WORK-COUNT      PIC 9(9) VALUE ZERO.

01  WS-EDIT-LINE.
    05  WS-EDL-DISPOSITION    PIC X(10).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-EDL-ACTION         PIC X(1).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-EDL-SOURCE         PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-EDL-MODE           PIC X(6).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-EDL-MIN-LENGTH     PIC X(3).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-EDL-EFFDATE        PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-EDL-OPERATOR       PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-EDL-REASON         PIC X(40).

*> One line per profile actually changed, with the record as it stood
*> before and as it stands after, who keyed the change, the day it was
*> keyed and the day it took effect. Before is blank on an add and
*> after is blank on a delete.
01  WS-CHANGE-LOG-LINE.
    05  WS-CHG-BUSINESS-DATE  PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-CHG-TIMESTAMP      PIC X(14).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-CHG-OPERATOR       PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-CHG-ACTION         PIC X(1).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-CHG-SOURCE         PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-CHG-BEFORE-MODE    PIC X(6).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-CHG-BEFORE-MIN     PIC X(3).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-CHG-AFTER-MODE     PIC X(6).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-CHG-AFTER-MIN      PIC X(3).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-CHG-EFFDATE        PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-CHG-ENTERED-DATE   PIC X(8).

01  WS-REPORT-LINE            PIC X(132).
01  WS-TRAILER-NUM-ED         PIC ZZZZZZZZ9.

PROCEDURE DIVISION.

*> PALINPROF.DAT used to be edited by hand, and the drivers quietly
*> fall back to STRICT for anything they cannot read - a slip of the
*> keyboard changed a whole source's results with no trace. Changes
*> now arrive as add/change/delete transactions in PALINPTRN.DAT,
*> are edited against the allowed check modes and the source registry,
*> and must carry an effective date after the current business date.
*> Accepted transactions wait in PALINPPND.DAT until their date comes
*> round; on that night they are applied to the master ahead of the
*> chain and every applied change is written before-and-after to the
*> change log PALINPLOG.DAT. The edit report shows each transaction
*> accepted, rejected, applied or failed, and why.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 1100-LOAD-SOURCE-REGISTRY
    PERFORM 1200-LOAD-PROFILES

*> Pending and new transactions ride one sort on effective date with
*> arrival order as the tie-break, so two changes to the same source
*> falling due on the same night are applied in the order they were
*> keyed and the change log reads in the order things happened.
    SORT SORT-WORK-FILE
        ASCENDING KEY SX-EFFECTIVE-DATE SX-SEQUENCE
        INPUT PROCEDURE IS 2000-RELEASE-TRANSACTIONS
        OUTPUT PROCEDURE IS 3000-APPLY-DUE-TRANSACTIONS

*> A failure inside the sort's input or output procedure cannot leave
*> through STOP RUN - leaving mid-sort is undefined under this
*> dialect - so it sets the abandon switch, the procedure drains, and
*> the run ends here with the profile master, the pending file and
*> tonight's transactions all as they were.
    IF WS-RUN-ABANDONED
        STOP RUN
    END-IF

    PERFORM 4000-REWRITE-PROFILES
    PERFORM 5000-SWAP-PENDING
    PERFORM 6000-POST-CHANGE-LOG
    PERFORM 9000-TERMINATE
    MOVE WS-RUN-RC TO RETURN-CODE
    STOP RUN.

*> "Future" is judged against the business date the chain is about
*> to run for, not the wall clock, so the program rides the same
*> control record as the drivers whose behaviour it changes.
1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
    MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP

    OPEN INPUT PARM-FILE
    IF NOT WS-PARM-OK
        DISPLAY "PALINPMNT: RUN PARAMETER FILE MISSING, STATUS=" WS-PARM-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    READ PARM-FILE
        AT END
            DISPLAY "PALINPMNT: RUN PARAMETER FILE IS EMPTY"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        NOT AT END
            IF PRM-BUSINESS-DATE NUMERIC
                MOVE PRM-BUSINESS-DATE TO WS-BUSINESS-DATE
            END-IF
    END-READ
    CLOSE PARM-FILE
    IF WS-BUSINESS-DATE = ZERO
        DISPLAY "PALINPMNT: BUSINESS DATE MISSING FROM RUN PARAMETERS"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT EDIT-REPORT-FILE
    IF NOT WS-ERPT-OK
        DISPLAY "PALINPMNT: UNABLE TO OPEN EDIT REPORT, STATUS=" WS-ERPT-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE SPACES TO WS-REPORT-LINE
    STRING "PROFILE MAINTENANCE EDIT REPORT - BUSINESS DATE "
            DELIMITED BY SIZE
        WS-BUSINESS-DATE DELIMITED BY SIZE
        "  RUN " DELIMITED BY SIZE
        WS-RUN-TIMESTAMP DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    WRITE EDIT-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE EDIT-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE "DISPOSITN   A  SOURCE    MODE    MIN  EFFECTIV  OPERATOR  REASON"
        TO WS-REPORT-LINE
    WRITE EDIT-REPORT-RECORD FROM WS-REPORT-LINE.

1100-LOAD-SOURCE-REGISTRY.
    MOVE ZERO TO WS-REGISTRY-COUNT
    OPEN INPUT REGISTRY-FILE
    IF NOT WS-REGISTRY-OK
        DISPLAY "PALINPMNT: SOURCE REGISTRY MISSING, STATUS=" WS-REGISTRY-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-REGISTRY-EOF
        READ REGISTRY-FILE
            AT END
                CONTINUE
            NOT AT END
                IF SRG-SOURCE-SYSTEM NOT = SPACES
                    IF WS-REGISTRY-COUNT >= 100
                        DISPLAY "PALINPMNT: SOURCE REGISTRY OVERFLOWS TABLE"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-REGISTRY-COUNT
                    MOVE SRG-SOURCE-SYSTEM
                        TO WS-SRT-SOURCE(WS-REGISTRY-COUNT)
                    MOVE SRG-STATUS TO WS-SRT-STATUS(WS-REGISTRY-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE REGISTRY-FILE.

1200-LOAD-PROFILES.
    MOVE ZERO TO WS-PROFILE-COUNT
    OPEN INPUT PROFILE-FILE
    EVALUATE TRUE
        WHEN WS-PROFILE-OK
            PERFORM UNTIL WS-PROFILE-EOF
                READ PROFILE-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF PRO-SOURCE-SYSTEM NOT = SPACES
                            IF WS-PROFILE-COUNT >= 100
                                DISPLAY "PALINPMNT: PROFILE MASTER OVERFLOWS TABLE"
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-PROFILE-COUNT
                            MOVE PROFILE-RECORD
                                TO WS-PRF-IMAGE(WS-PROFILE-COUNT)
                            MOVE "N" TO WS-PRF-DELETED(WS-PROFILE-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROFILE-FILE
        WHEN WS-PROFILE-NOT-FOUND
            CONTINUE
        WHEN OTHER
            DISPLAY "PALINPMNT: UNABLE TO READ PROFILE MASTER, STATUS=" WS-PROFILE-STATUS
            MOVE 12 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*> Everything already pending is released first, so a new transaction
*> is checked for a clash against the whole pending queue, and then
*> tonight's transactions are edited one by one. Only accepted ones
*> enter the sort; a rejected one gets its report line here and goes
*> no further.
2000-RELEASE-TRANSACTIONS.
    OPEN INPUT PENDING-FILE
    EVALUATE TRUE
        WHEN WS-PENDING-OK
            PERFORM UNTIL WS-PENDING-EOF
                READ PENDING-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE PENDING-RECORD
                            TO PROFILE-TRANSACTION-RECORD
                        PERFORM 2300-REMEMBER-PENDING-KEY
                        PERFORM 2400-RELEASE-ONE
                END-READ
            END-PERFORM
            CLOSE PENDING-FILE
        WHEN WS-PENDING-NOT-FOUND
            CONTINUE
        WHEN OTHER
            DISPLAY "PALINPMNT: UNABLE TO READ PENDING FILE, STATUS=" WS-PENDING-STATUS
            MOVE 12 TO RETURN-CODE
            SET WS-RUN-ABANDONED TO TRUE
            EXIT PARAGRAPH
    END-EVALUATE

    OPEN INPUT TRANSACTION-FILE
    EVALUATE TRUE
        WHEN WS-TRANSACTION-OK
            PERFORM UNTIL WS-TRANSACTION-EOF
                READ TRANSACTION-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF PROFILE-TRANSACTION-RECORD NOT = SPACES
                            ADD 1 TO WS-TRANSACTION-COUNT
                            PERFORM 2100-EDIT-TRANSACTION
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TRANSACTION-FILE
        WHEN WS-TRANSACTION-NOT-FOUND
            CONTINUE
        WHEN OTHER
            DISPLAY "PALINPMNT: UNABLE TO READ TRANSACTION FILE, STATUS=" WS-TRANSACTION-STATUS
            MOVE 12 TO RETURN-CODE
            SET WS-RUN-ABANDONED TO TRUE
    END-EVALUATE.

2100-EDIT-TRANSACTION.
    PERFORM 2200-VALIDATE-TRANSACTION
    IF WS-REJECT-REASON NOT = SPACES
        ADD 1 TO WS-REJECTED-COUNT
        IF WS-RUN-RC < 4
            MOVE 4 TO WS-RUN-RC
        END-IF
        MOVE "REJECTED" TO WS-EDL-DISPOSITION
        PERFORM 3900-WRITE-EDIT-LINE
    ELSE
        ADD 1 TO WS-ACCEPTED-COUNT
        MOVE WS-RUN-DATE TO PTR-ENTERED-DATE
        MOVE SPACES TO WS-REJECT-REASON
        MOVE "ACCEPTED" TO WS-EDL-DISPOSITION
        PERFORM 3900-WRITE-EDIT-LINE
        PERFORM 2300-REMEMBER-PENDING-KEY
        PERFORM 2400-RELEASE-ONE
    END-IF.

*> The first failing edit wins, checked in the order the fields appear
*> on the transaction. A change may leave the mode or the minimum
*> length blank to keep what the profile already holds, but not both.
*> A delete needs only a source and a date - removing the profile of
*> a source since dropped from the registry is legitimate clean-up.
2200-VALIDATE-TRANSACTION.
    MOVE SPACES TO WS-REJECT-REASON
    IF NOT PTR-IS-ADD AND NOT PTR-IS-CHANGE AND NOT PTR-IS-DELETE
        MOVE "ACTION NOT A, C OR D" TO WS-REJECT-REASON
    END-IF
    IF WS-REJECT-REASON = SPACES AND PTR-SOURCE-SYSTEM = SPACES
        MOVE "SOURCE SYSTEM MISSING" TO WS-REJECT-REASON
    END-IF
    IF WS-REJECT-REASON = SPACES AND NOT PTR-IS-DELETE
        PERFORM 2250-FIND-REGISTRY-ENTRY
        IF WS-REGISTRY-FOUND-SUB = ZERO
            MOVE "SOURCE NOT ON REGISTRY" TO WS-REJECT-REASON
        ELSE
            IF WS-SRT-STATUS(WS-REGISTRY-FOUND-SUB) = "R"
                MOVE "SOURCE RETIRED ON REGISTRY" TO WS-REJECT-REASON
            END-IF
        END-IF
    END-IF
    IF WS-REJECT-REASON = SPACES AND PTR-IS-ADD
        AND PTR-CHECK-MODE = SPACES
        MOVE "CHECK MODE REQUIRED ON AN ADD" TO WS-REJECT-REASON
    END-IF
    IF WS-REJECT-REASON = SPACES AND PTR-IS-CHANGE
        AND PTR-CHECK-MODE = SPACES AND PTR-MIN-LENGTH = SPACES
        MOVE "CHANGE CARRIES NEITHER MODE NOR LENGTH" TO WS-REJECT-REASON
    END-IF
    IF WS-REJECT-REASON = SPACES AND NOT PTR-IS-DELETE
        AND PTR-CHECK-MODE NOT = SPACES
        AND NOT PTR-MODE-STRICT AND NOT PTR-MODE-PHRASE
        AND NOT PTR-MODE-CASE
        MOVE "CHECK MODE NOT STRICT, PHRASE OR CASE" TO WS-REJECT-REASON
    END-IF
    IF WS-REJECT-REASON = SPACES AND NOT PTR-IS-DELETE
        AND PTR-MIN-LENGTH NOT = SPACES
        AND PTR-MIN-LENGTH NOT NUMERIC
        MOVE "MINIMUM LENGTH NOT NUMERIC" TO WS-REJECT-REASON
    END-IF
*> The text field is 25 bytes; a minimum above that would flag every
*> record the source sends.
    IF WS-REJECT-REASON = SPACES AND NOT PTR-IS-DELETE
        AND PTR-MIN-LENGTH NUMERIC
        AND PTR-MIN-LENGTH > "025"
        MOVE "MINIMUM LENGTH EXCEEDS TEXT SIZE 25" TO WS-REJECT-REASON
    END-IF
    IF WS-REJECT-REASON = SPACES
        IF PTR-EFFECTIVE-DATE NOT NUMERIC
            MOVE "EFFECTIVE DATE INVALID" TO WS-REJECT-REASON
        ELSE
            MOVE PTR-EFFECTIVE-DATE TO WS-CHECK-DATE
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE) NOT = ZERO
                MOVE "EFFECTIVE DATE INVALID" TO WS-REJECT-REASON
            END-IF
        END-IF
    END-IF
    IF WS-REJECT-REASON = SPACES
        AND WS-CHECK-DATE NOT > WS-BUSINESS-DATE
        MOVE "EFFECTIVE DATE NOT AFTER BUSINESS DATE" TO WS-REJECT-REASON
    END-IF
    IF WS-REJECT-REASON = SPACES AND PTR-OPERATOR-ID = SPACES
        MOVE "OPERATOR ID MISSING" TO WS-REJECT-REASON
    END-IF
    IF WS-REJECT-REASON = SPACES
        PERFORM 2260-CHECK-PENDING-CLASH
        IF WS-ALREADY-PENDING
            MOVE "SOURCE ALREADY HAS CHANGE FOR THAT DATE"
                TO WS-REJECT-REASON
        END-IF
    END-IF.

2250-FIND-REGISTRY-ENTRY.
    MOVE ZERO TO WS-REGISTRY-FOUND-SUB
    PERFORM VARYING WS-REGISTRY-SUB FROM 1 BY 1
            UNTIL WS-REGISTRY-SUB > WS-REGISTRY-COUNT
        IF WS-SRT-SOURCE(WS-REGISTRY-SUB) = PTR-SOURCE-SYSTEM
            MOVE WS-REGISTRY-SUB TO WS-REGISTRY-FOUND-SUB
            EXIT PERFORM
        END-IF
    END-PERFORM.

2260-CHECK-PENDING-CLASH.
    MOVE "N" TO WS-PENDING-DUP-SWITCH
    PERFORM VARYING WS-PENDING-KEY-SUB FROM 1 BY 1
            UNTIL WS-PENDING-KEY-SUB > WS-PENDING-KEY-COUNT
        IF WS-PKY-SOURCE(WS-PENDING-KEY-SUB) = PTR-SOURCE-SYSTEM
            AND WS-PKY-EFFDATE(WS-PENDING-KEY-SUB) = PTR-EFFECTIVE-DATE
            SET WS-ALREADY-PENDING TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

2300-REMEMBER-PENDING-KEY.
    IF WS-PENDING-KEY-COUNT >= 500
        DISPLAY "PALINPMNT: MORE THAN 500 PROFILE TRANSACTIONS PENDING"
        MOVE 16 TO RETURN-CODE
        SET WS-RUN-ABANDONED TO TRUE
    ELSE
        ADD 1 TO WS-PENDING-KEY-COUNT
        MOVE PTR-SOURCE-SYSTEM
            TO WS-PKY-SOURCE(WS-PENDING-KEY-COUNT)
        MOVE PTR-EFFECTIVE-DATE
            TO WS-PKY-EFFDATE(WS-PENDING-KEY-COUNT)
    END-IF.

2400-RELEASE-ONE.
    ADD 1 TO WS-SEQUENCE
    MOVE PTR-EFFECTIVE-DATE         TO SX-EFFECTIVE-DATE
    MOVE WS-SEQUENCE                TO SX-SEQUENCE
    MOVE PROFILE-TRANSACTION-RECORD TO SX-TRANSACTION
    RELEASE SORT-WORK-RECORD.

*> A transaction whose effective date has arrived is applied to the
*> in-core master; everything later goes back to the pending file
*> untouched. Whether an add, change or delete still makes sense is
*> only known now, against the master as it stands tonight - an add
*> for a source that has since gained a profile, or a change for one
*> since deleted, fails here with its own report line.
3000-APPLY-DUE-TRANSACTIONS.
    IF NOT WS-RUN-ABANDONED
        OPEN OUTPUT NEW-PENDING-FILE
        IF NOT WS-NEWPEND-OK
            DISPLAY "PALINPMNT: UNABLE TO OPEN PENDING WORK FILE, STATUS=" WS-NEWPEND-STATUS
            MOVE 12 TO RETURN-CODE
            SET WS-RUN-ABANDONED TO TRUE
        END-IF
    END-IF
    IF NOT WS-RUN-ABANDONED
        OPEN OUTPUT CHANGE-WORK-FILE
        IF NOT WS-CHGWORK-OK
            DISPLAY "PALINPMNT: UNABLE TO OPEN CHANGE LOG WORK FILE, STATUS=" WS-CHGWORK-STATUS
            MOVE 12 TO RETURN-CODE
            SET WS-RUN-ABANDONED TO TRUE
            CLOSE NEW-PENDING-FILE
        END-IF
    END-IF
    PERFORM UNTIL 1 = 2
        RETURN SORT-WORK-FILE
            AT END
                EXIT PERFORM
        END-RETURN
        IF NOT WS-RUN-ABANDONED
            MOVE SX-TRANSACTION TO PROFILE-TRANSACTION-RECORD
            MOVE PTR-EFFECTIVE-DATE TO WS-CHECK-DATE
            IF WS-CHECK-DATE > WS-BUSINESS-DATE
                WRITE NEW-PENDING-RECORD FROM PROFILE-TRANSACTION-RECORD
                ADD 1 TO WS-HELD-COUNT
            ELSE
                PERFORM 3100-APPLY-ONE-TRANSACTION
            END-IF
        END-IF
    END-PERFORM
    IF NOT WS-RUN-ABANDONED
        CLOSE NEW-PENDING-FILE
        CLOSE CHANGE-WORK-FILE
    END-IF.

3100-APPLY-ONE-TRANSACTION.
    MOVE SPACES TO WS-REJECT-REASON
    PERFORM 3150-FIND-PROFILE
    EVALUATE TRUE
        WHEN PTR-IS-ADD AND WS-PROFILE-FOUND-SUB > ZERO
            MOVE "PROFILE ALREADY EXISTS FOR SOURCE" TO WS-REJECT-REASON
        WHEN PTR-IS-ADD AND WS-PROFILE-COUNT >= 100
            MOVE "PROFILE MASTER FULL - 100 SOURCES" TO WS-REJECT-REASON
        WHEN NOT PTR-IS-ADD AND WS-PROFILE-FOUND-SUB = ZERO
            MOVE "NO PROFILE ON FILE FOR SOURCE" TO WS-REJECT-REASON
        WHEN OTHER
            PERFORM 3200-CHANGE-PROFILE
    END-EVALUATE

    IF WS-REJECT-REASON NOT = SPACES
        ADD 1 TO WS-FAILED-COUNT
        IF WS-RUN-RC < 4
            MOVE 4 TO WS-RUN-RC
        END-IF
        MOVE "FAILED" TO WS-EDL-DISPOSITION
    ELSE
        ADD 1 TO WS-APPLIED-COUNT
        MOVE "APPLIED" TO WS-EDL-DISPOSITION
    END-IF
    PERFORM 3900-WRITE-EDIT-LINE.

3150-FIND-PROFILE.
    MOVE ZERO TO WS-PROFILE-FOUND-SUB
    PERFORM VARYING WS-PROFILE-SUB FROM 1 BY 1
            UNTIL WS-PROFILE-SUB > WS-PROFILE-COUNT
        IF WS-PRF-SOURCE(WS-PROFILE-SUB) = PTR-SOURCE-SYSTEM
            AND WS-PRF-DELETED(WS-PROFILE-SUB) = "N"
            MOVE WS-PROFILE-SUB TO WS-PROFILE-FOUND-SUB
            EXIT PERFORM
        END-IF
    END-PERFORM.

3200-CHANGE-PROFILE.
    MOVE SPACES TO WS-CHANGE-LOG-LINE
    MOVE WS-BUSINESS-DATE   TO WS-CHG-BUSINESS-DATE
    MOVE WS-RUN-TIMESTAMP   TO WS-CHG-TIMESTAMP
    MOVE PTR-OPERATOR-ID    TO WS-CHG-OPERATOR
    MOVE PTR-ACTION         TO WS-CHG-ACTION
    MOVE PTR-SOURCE-SYSTEM  TO WS-CHG-SOURCE
    MOVE PTR-EFFECTIVE-DATE TO WS-CHG-EFFDATE
    MOVE PTR-ENTERED-DATE   TO WS-CHG-ENTERED-DATE

    EVALUATE TRUE
        WHEN PTR-IS-ADD
            ADD 1 TO WS-PROFILE-COUNT
            MOVE WS-PROFILE-COUNT TO WS-PROFILE-FOUND-SUB
            MOVE SPACES TO WS-PRF-IMAGE(WS-PROFILE-FOUND-SUB)
            MOVE "N" TO WS-PRF-DELETED(WS-PROFILE-FOUND-SUB)
            MOVE PTR-SOURCE-SYSTEM
                TO WS-PRF-SOURCE(WS-PROFILE-FOUND-SUB)
            MOVE PTR-CHECK-MODE TO WS-PRF-MODE(WS-PROFILE-FOUND-SUB)
            IF PTR-MIN-LENGTH = SPACES
                MOVE "000" TO WS-PRF-MIN-LENGTH(WS-PROFILE-FOUND-SUB)
            ELSE
                MOVE PTR-MIN-LENGTH
                    TO WS-PRF-MIN-LENGTH(WS-PROFILE-FOUND-SUB)
            END-IF
        WHEN PTR-IS-CHANGE
            MOVE WS-PRF-MODE(WS-PROFILE-FOUND-SUB)
                TO WS-CHG-BEFORE-MODE
            MOVE WS-PRF-MIN-LENGTH(WS-PROFILE-FOUND-SUB)
                TO WS-CHG-BEFORE-MIN
            IF PTR-CHECK-MODE NOT = SPACES
                MOVE PTR-CHECK-MODE TO WS-PRF-MODE(WS-PROFILE-FOUND-SUB)
            END-IF
            IF PTR-MIN-LENGTH NOT = SPACES
                MOVE PTR-MIN-LENGTH
                    TO WS-PRF-MIN-LENGTH(WS-PROFILE-FOUND-SUB)
            END-IF
        WHEN OTHER
            MOVE WS-PRF-MODE(WS-PROFILE-FOUND-SUB)
                TO WS-CHG-BEFORE-MODE
            MOVE WS-PRF-MIN-LENGTH(WS-PROFILE-FOUND-SUB)
                TO WS-CHG-BEFORE-MIN
            MOVE "Y" TO WS-PRF-DELETED(WS-PROFILE-FOUND-SUB)
    END-EVALUATE

    IF NOT PTR-IS-DELETE
        MOVE WS-PRF-MODE(WS-PROFILE-FOUND-SUB) TO WS-CHG-AFTER-MODE
        MOVE WS-PRF-MIN-LENGTH(WS-PROFILE-FOUND-SUB)
            TO WS-CHG-AFTER-MIN
    END-IF
    WRITE CHANGE-WORK-RECORD FROM WS-CHANGE-LOG-LINE
    ADD 1 TO WS-CHANGE-WORK-COUNT.

3900-WRITE-EDIT-LINE.
    MOVE PTR-ACTION         TO WS-EDL-ACTION
    MOVE PTR-SOURCE-SYSTEM  TO WS-EDL-SOURCE
    MOVE PTR-CHECK-MODE     TO WS-EDL-MODE
    MOVE PTR-MIN-LENGTH     TO WS-EDL-MIN-LENGTH
    MOVE PTR-EFFECTIVE-DATE TO WS-EDL-EFFDATE
    MOVE PTR-OPERATOR-ID    TO WS-EDL-OPERATOR
    MOVE WS-REJECT-REASON   TO WS-EDL-REASON
    WRITE EDIT-REPORT-RECORD FROM WS-EDIT-LINE.

*> The master is only rewritten on a night something was applied, and
*> then through the work file, replacing the live master once the
*> work file has been written clean.
4000-REWRITE-PROFILES.
    IF WS-APPLIED-COUNT = ZERO
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT NEW-PROFILE-FILE
    IF NOT WS-NEWPROF-OK
        DISPLAY "PALINPMNT: UNABLE TO OPEN PROFILE WORK FILE, STATUS=" WS-NEWPROF-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-PROFILE-SUB FROM 1 BY 1
            UNTIL WS-PROFILE-SUB > WS-PROFILE-COUNT
        IF WS-PRF-DELETED(WS-PROFILE-SUB) = "N"
            WRITE NEW-PROFILE-RECORD FROM WS-PRF-IMAGE(WS-PROFILE-SUB)
        END-IF
    END-PERFORM
    CLOSE NEW-PROFILE-FILE
    CALL "CBL_DELETE_FILE" USING WS-PROFILE-FILENAME
    MOVE 0 TO RETURN-CODE
    CALL "CBL_RENAME_FILE" USING WS-NEW-PROFILE-FILENAME,
                                  WS-PROFILE-FILENAME
    MOVE 0 TO RETURN-CODE.

*> Tonight's transactions now live in the pending file (or were
*> rejected on the report), so the transaction file is removed - a
*> rerun must not enter the same transactions a second time.
5000-SWAP-PENDING.
    CALL "CBL_DELETE_FILE" USING WS-PENDING-FILENAME
    MOVE 0 TO RETURN-CODE
    CALL "CBL_RENAME_FILE" USING WS-NEW-PENDING-FILENAME,
                                  WS-PENDING-FILENAME
    MOVE 0 TO RETURN-CODE
    CALL "CBL_DELETE_FILE" USING WS-TRANSACTION-FILENAME
    MOVE 0 TO RETURN-CODE.

*> Change lines are gathered in a work file during the apply and only
*> appended to the permanent log once the master they describe has
*> actually been replaced - the log never records a change the master
*> does not carry.
6000-POST-CHANGE-LOG.
    IF WS-CHANGE-WORK-COUNT > ZERO
        OPEN EXTEND CHANGE-LOG-FILE
        IF WS-CHGLOG-NOT-FOUND
            OPEN OUTPUT CHANGE-LOG-FILE
        END-IF
        IF NOT WS-CHGLOG-OK
            DISPLAY "PALINPMNT: UNABLE TO OPEN CHANGE LOG, STATUS=" WS-CHGLOG-STATUS
            MOVE 12 TO WS-RUN-RC
        ELSE
            OPEN INPUT CHANGE-WORK-FILE
            PERFORM UNTIL WS-CHGWORK-EOF
                READ CHANGE-WORK-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        WRITE CHANGE-LOG-RECORD FROM CHANGE-WORK-RECORD
                END-READ
            END-PERFORM
            CLOSE CHANGE-WORK-FILE
            CLOSE CHANGE-LOG-FILE
        END-IF
    END-IF
    IF WS-RUN-RC < 12
        CALL "CBL_DELETE_FILE" USING WS-CHGWORK-FILENAME
        MOVE 0 TO RETURN-CODE
    END-IF.

9000-TERMINATE.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE EDIT-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE "---- PROFILE MAINTENANCE TOTALS ----" TO WS-REPORT-LINE
    WRITE EDIT-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE WS-TRANSACTION-COUNT TO WS-TRAILER-NUM-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "TRANSACTIONS READ: " DELIMITED BY SIZE
        WS-TRAILER-NUM-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    WRITE EDIT-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE WS-ACCEPTED-COUNT TO WS-TRAILER-NUM-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ACCEPTED:          " DELIMITED BY SIZE
        WS-TRAILER-NUM-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    WRITE EDIT-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE WS-REJECTED-COUNT TO WS-TRAILER-NUM-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "REJECTED:          " DELIMITED BY SIZE
        WS-TRAILER-NUM-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    WRITE EDIT-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE WS-APPLIED-COUNT TO WS-TRAILER-NUM-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "APPLIED TONIGHT:   " DELIMITED BY SIZE
        WS-TRAILER-NUM-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    WRITE EDIT-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE WS-FAILED-COUNT TO WS-TRAILER-NUM-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "FAILED AT APPLY:   " DELIMITED BY SIZE
        WS-TRAILER-NUM-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    WRITE EDIT-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE WS-HELD-COUNT TO WS-TRAILER-NUM-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "PENDING FORWARD:   " DELIMITED BY SIZE
        WS-TRAILER-NUM-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    WRITE EDIT-REPORT-RECORD FROM WS-REPORT-LINE

    CLOSE EDIT-REPORT-FILE

    DISPLAY "PALINPMNT: TRANSACTIONS READ = " WS-TRANSACTION-COUNT
    DISPLAY "PALINPMNT: ACCEPTED = " WS-ACCEPTED-COUNT
    DISPLAY "PALINPMNT: REJECTED = " WS-REJECTED-COUNT
    DISPLAY "PALINPMNT: APPLIED = " WS-APPLIED-COUNT
    DISPLAY "PALINPMNT: FAILED AT APPLY = " WS-FAILED-COUNT
    DISPLAY "PALINPMNT: PENDING FORWARD = " WS-HELD-COUNT.
