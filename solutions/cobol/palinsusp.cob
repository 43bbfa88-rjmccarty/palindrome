        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

    SELECT USAGE-FILE ASSIGN TO DYNAMIC WS-USAGE-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-USAGE-STATUS.

    SELECT SORT-WORK-FILE ASSIGN TO DYNAMIC WS-SORTWORK-FILENAME.

DATA DIVISION.
FD  PARM-FILE.
01  PARM-RECORD              PIC X(80).

FD  USAGE-FILE.
    COPY "palinusg.cpy".

SD  SORT-WORK-FILE.
01  SORT-WORK-RECORD.
    05  SP-SOURCE-SYSTEM      PIC X(8).
    05  SP-TEXT-TO-CHECK      PIC X(25).
    05  SP-REASON-CODE        PIC X(2).
    05  SP-REJECT-DATE        PIC X(8).
    05  SP-STATUS             PIC X(1).
        88  SP-IS-READY           VALUE "R".
        88  SP-IS-WRITTEN-OFF     VALUE "W".

WORKING-STORAGE SECTION.
01  WS-SUSPENSE-FILENAME      PIC X(80) VALUE "PALINSUSP.DAT".
01  WS-SRPT-FILENAME          PIC X(80) VALUE "PALINSUSP.RPT".
01  WS-PARM-FILENAME          PIC X(80) VALUE "PALINSPRM.DAT".
01  WS-SORTWORK-FILENAME      PIC X(80) VALUE "PALINSPW.TMP".
01  WS-USAGE-FILENAME         PIC X(80) VALUE "PALINUSG.DAT".

01  WS-SUSPENSE-STATUS        PIC XX.
    88  WS-SUSPENSE-OK              VALUE "00".
01  WS-PARM-STATUS            PIC XX.
    88  WS-PARM-OK                  VALUE "00".

01  WS-USAGE-STATUS           PIC XX.
    88  WS-USAGE-OK                 VALUE "00".
    88  WS-USAGE-NOT-FOUND          VALUE "35".

01  WS-KEEP-DAYS              PIC 9(5) VALUE 60.
01  WS-PARM-LINE.
    05  WS-PRM-KEEP-DAYS      PIC 9(5).
01  WS-ENTRY-DATE             PIC 9(8).

*> Reject line picture as PALINEDIT writes it - the 61-byte record
*> image followed by the reason code, its description, and the flag
*> marking a line from a delivery sent back to its sender whole.
01  WS-REJECT-LINE.
    05  WS-REJ-SOURCE         PIC X(8).
    05  WS-REJ-RECID          PIC X(20).
    05  WS-REJ-CODE           PIC X(2).
    05  FILLER                PIC X(2).
    05  WS-REJ-DESC           PIC X(25).
    05  FILLER                PIC X(2).
    05  WS-REJ-RETURNED-FLAG  PIC X(1).
        88  WS-REJ-RETURNED         VALUE "R".

*> Correction lines mirror the clean-record layout so operations can
*> key them the same way the record would have arrived: a blank

01  WS-CARRIED-IN-COUNT       PIC 9(9) VALUE ZERO.
01  WS-NEW-REJECT-COUNT       PIC 9(9) VALUE ZERO.
01  WS-RETURNED-COUNT         PIC 9(9) VALUE ZERO.
01  WS-SUSPENDED-COUNT        PIC 9(9) VALUE ZERO.
01  WS-DUPLICATE-COUNT        PIC 9(9) VALUE ZERO.
01  WS-RECYCLED-COUNT         PIC 9(9) VALUE ZERO.
01  WS-PURGED-COUNT           PIC 9(9) VALUE ZERO.
01  WS-WRITTEN-OFF-COUNT      PIC 9(9) VALUE ZERO.
01  WS-CARRIED-OUT-COUNT      PIC 9(9) VALUE ZERO.

*> Recycles by original source, posted to the usage ledger for the
*> monthly chargeback once the new master is in place.
01  WS-RECYCLE-USAGE-TABLE.
    05  WS-RCU-ENTRY OCCURS 100 TIMES.
        10  WS-RCU-SOURCE     PIC X(8).
        10  WS-RCU-COUNT      PIC 9(9).
01  WS-RCU-COUNT-USED         PIC 9(3) VALUE ZERO.
01  WS-RCU-SUB                PIC 9(3).

COPY "palinhdr.cpy".

01  WS-ACTION-LINE.
                        MOVE SUS-TEXT-TO-CHECK  TO SP-TEXT-TO-CHECK
                        MOVE SUS-REASON-CODE    TO SP-REASON-CODE
                        MOVE SUS-REJECT-DATE    TO SP-REJECT-DATE
                        MOVE SUS-STATUS         TO SP-STATUS
                        RELEASE SORT-WORK-RECORD
                END-READ
            END-PERFORM
*> Only the record-image lines ahead of the reject-totals block are
*> suspense material; the totals block PALINEDIT appends is read past.
*> A missing reject file just means the edit had nothing to reject.
*> Lines from a delivery PALINEDIT sent back whole are not held: the
*> sender has them on its reject return file and redelivers them, and
*> a suspense copy recycled alongside the redelivery would only come
*> back as a duplicate.
2100-RELEASE-NEW-REJECTS.
    OPEN INPUT REJECT-FILE
    EVALUATE TRUE
                        END-IF
                        IF NOT WS-IN-REJECT-TRAILER
                            MOVE REJECT-RECORD TO WS-REJECT-LINE
                            MOVE WS-REJ-SOURCE  TO SP-SOURCE-SYSTEM
                            MOVE WS-REJ-RECID   TO SP-RECORD-ID
                            MOVE "2"            TO SP-RECORD-TYPE
                            MOVE WS-REJ-TEXT    TO SP-TEXT-TO-CHECK
                            MOVE WS-REJ-CODE    TO SP-REASON-CODE
                            MOVE WS-RUN-DATE    TO SP-REJECT-DATE
                            MOVE "H"            TO SP-STATUS
                            IF WS-REJ-RETURNED
                                ADD 1 TO WS-RETURNED-COUNT
                                MOVE "RETURNED" TO WS-ACT-ACTION
                                PERFORM 3900-WRITE-ACTION-LINE
                            ELSE
                                ADD 1 TO WS-NEW-REJECT-COUNT
                                RELEASE SORT-WORK-RECORD
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
*> cutoff. The recycled record carries the corrected fields through
*> the normal edit, so a correction that is still wrong simply lands
*> back in suspense with a fresh reject date rather than reaching the
*> driver unvetted. Items worked on the PALINSWRK screen already carry
*> their corrections on the master: one marked ready goes out tonight
*> the same way, and one written off is dropped with a report line -
*> the operator and the reason are on the suspense action log.
3100-SETTLE-ONE-ITEM.
    PERFORM 3200-FIND-CORRECTION
    EVALUATE TRUE
        WHEN WS-COR-MATCH-SUB > ZERO
            PERFORM 3300-RECYCLE-ITEM
        WHEN SP-IS-MASTER AND SP-IS-WRITTEN-OFF
            ADD 1 TO WS-WRITTEN-OFF-COUNT
            MOVE "WRITTENOFF" TO WS-ACT-ACTION
            PERFORM 3900-WRITE-ACTION-LINE
        WHEN SP-IS-MASTER AND SP-IS-READY
            PERFORM 3300-RECYCLE-ITEM
        WHEN OTHER
            IF SP-REJECT-DATE NUMERIC
                MOVE SP-REJECT-DATE TO WS-ENTRY-DATE
                COMPUTE WS-ENTRY-INTEGER =
                    FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE)
            ELSE
                MOVE WS-TODAY-INTEGER TO WS-ENTRY-INTEGER
            END-IF
            IF WS-ENTRY-INTEGER < WS-CUTOFF-INTEGER
                ADD 1 TO WS-PURGED-COUNT
                MOVE "PURGED" TO WS-ACT-ACTION
                PERFORM 3900-WRITE-ACTION-LINE
            ELSE
                PERFORM 3500-KEEP-ITEM
            END-IF
    END-EVALUATE.

3200-FIND-CORRECTION.
    MOVE ZERO TO WS-COR-MATCH-SUB
    IF NOT WS-RECYCLE-IS-OPEN
        PERFORM 3400-OPEN-RECYCLE-FILE
    END-IF
    MOVE SP-SOURCE-SYSTEM  TO WS-RCY-SOURCE
    MOVE SP-RECORD-ID      TO WS-RCY-RECID
    MOVE SP-EFFECTIVE-DATE TO WS-RCY-EFFDATE
    MOVE SP-TEXT-TO-CHECK  TO WS-RCY-TEXT
    IF WS-COR-MATCH-SUB > ZERO
        MOVE "Y" TO WS-CORT-USED(WS-COR-MATCH-SUB)
        IF WS-CORT-EFFDATE(WS-COR-MATCH-SUB) NOT = SPACES
            MOVE WS-CORT-EFFDATE(WS-COR-MATCH-SUB) TO WS-RCY-EFFDATE
        END-IF
        IF WS-CORT-TEXT(WS-COR-MATCH-SUB) NOT = SPACES
            MOVE WS-CORT-TEXT(WS-COR-MATCH-SUB) TO WS-RCY-TEXT
        END-IF
    END-IF
    WRITE RECYCLE-RECORD FROM WS-RECYCLE-DETAIL
    ADD 1 TO WS-RECYCLED-COUNT
    PERFORM 3350-COUNT-RECYCLE-USAGE
    MOVE "RECYCLED" TO WS-ACT-ACTION
    PERFORM 3900-WRITE-ACTION-LINE.

*> The sort hands items over grouped by source, so the search nearly
*> always stops at the last entry added.
3350-COUNT-RECYCLE-USAGE.
    PERFORM VARYING WS-RCU-SUB FROM 1 BY 1
            UNTIL WS-RCU-SUB > WS-RCU-COUNT-USED
        IF WS-RCU-SOURCE(WS-RCU-SUB) = SP-SOURCE-SYSTEM
            ADD 1 TO WS-RCU-COUNT(WS-RCU-SUB)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF WS-RCU-COUNT-USED < 100
        ADD 1 TO WS-RCU-COUNT-USED
        MOVE SP-SOURCE-SYSTEM TO WS-RCU-SOURCE(WS-RCU-COUNT-USED)
        MOVE 1 TO WS-RCU-COUNT(WS-RCU-COUNT-USED)
    ELSE
        DISPLAY "PALINSUSP: RECYCLE USAGE TABLE FULL - "
            SP-SOURCE-SYSTEM " NOT COUNTED"
    END-IF.

*> Opened on the first corrected item only, so a night with nothing
*> repaired leaves no empty recycle delivery behind for the intake to
*> trip over. The delivery is named and headed as the SUSPENSE
    MOVE 0 TO RETURN-CODE
    CALL "CBL_RENAME_FILE" USING WS-NEW-SUSPENSE-FILENAME,
                                  WS-SUSPENSE-FILENAME
    MOVE 0 TO RETURN-CODE
    PERFORM 8100-POST-RECYCLE-USAGE.

*> Posted only after the swap: a run that dies earlier leaves the old
*> master in place and recycles the same items again on the rerun, so
*> posting sooner would bill them twice. Every suspense run is new
*> work, so the lines add to the day rather than restating it.
8100-POST-RECYCLE-USAGE.
    IF WS-RCU-COUNT-USED = ZERO
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND USAGE-FILE
    IF WS-USAGE-NOT-FOUND
        OPEN OUTPUT USAGE-FILE
    END-IF
    IF NOT WS-USAGE-OK
        DISPLAY "PALINSUSP: UNABLE TO POST USAGE, STATUS=" WS-USAGE-STATUS
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-RCU-SUB FROM 1 BY 1
            UNTIL WS-RCU-SUB > WS-RCU-COUNT-USED
        MOVE SPACES TO USAGE-RECORD
        MOVE WS-RUN-DATE TO USG-BILL-DATE
        MOVE WS-CURRENT-DATE(1:14) TO USG-RUN-STAMP
        MOVE "PALINSUSP" TO USG-PROGRAM
        SET USG-ADDS-TO-DAY TO TRUE
        MOVE "RECYCLE" TO USG-UNIT-TYPE
        MOVE WS-RCU-SOURCE(WS-RCU-SUB) TO USG-SOURCE-SYSTEM
        MOVE WS-RCU-COUNT(WS-RCU-SUB)  TO USG-UNIT-COUNT
        WRITE USAGE-RECORD
    END-PERFORM
    CLOSE USAGE-FILE.

*> A correction that matched nothing in suspense is almost always a
*> mis-keyed record id, and silence would leave the operator thinking
    END-STRING
    WRITE SUSP-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE WS-RETURNED-COUNT TO WS-TRAILER-NUM-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "RETURNED TO SENDER:" DELIMITED BY SIZE
        WS-TRAILER-NUM-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    WRITE SUSP-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE WS-DUPLICATE-COUNT TO WS-TRAILER-NUM-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "DUPLICATES DROPPED:" DELIMITED BY SIZE
    END-STRING
    WRITE SUSP-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE WS-WRITTEN-OFF-COUNT TO WS-TRAILER-NUM-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "WRITTEN OFF:       " DELIMITED BY SIZE
        WS-TRAILER-NUM-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    WRITE SUSP-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE WS-CARRIED-OUT-COUNT TO WS-TRAILER-NUM-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "CARRIED FORWARD:   " DELIMITED BY SIZE

    DISPLAY "PALINSUSP: BROUGHT FORWARD = " WS-CARRIED-IN-COUNT
    DISPLAY "PALINSUSP: NEWLY SUSPENDED = " WS-SUSPENDED-COUNT
    DISPLAY "PALINSUSP: RETURNED TO SENDER = " WS-RETURNED-COUNT
    DISPLAY "PALINSUSP: RECYCLED = " WS-RECYCLED-COUNT
    DISPLAY "PALINSUSP: PURGED BY AGE = " WS-PURGED-COUNT
    DISPLAY "PALINSUSP: WRITTEN OFF = " WS-WRITTEN-OFF-COUNT
    DISPLAY "PALINSUSP: CARRIED FORWARD = " WS-CARRIED-OUT-COUNT.
