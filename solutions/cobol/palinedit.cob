        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REJECT-STATUS.

    SELECT REGISTRY-FILE ASSIGN TO DYNAMIC WS-REGISTRY-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTRY-STATUS.

    SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

    SELECT HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-HOLD-STATUS.

    SELECT RETURN-FILE ASSIGN TO DYNAMIC WS-RETURN-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-RETURN-STATUS.

    SELECT EXCEPTION-FILE ASSIGN TO DYNAMIC WS-EXCEPTION-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-EXCEPTION-STATUS.

    SELECT USAGE-FILE ASSIGN TO DYNAMIC WS-USAGE-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-USAGE-STATUS.

    SELECT SORT-WORK-FILE ASSIGN TO DYNAMIC WS-SORTWORK-FILENAME.

DATA DIVISION.
FD  REJECT-FILE.
01  REJECT-RECORD            PIC X(100).

FD  REGISTRY-FILE.
    COPY "palinsrg.cpy".

FD  PARM-FILE.
    COPY "palinprm.cpy".

FD  HOLD-FILE.
01  HOLD-RECORD              PIC X(63).

FD  RETURN-FILE.
01  RETURN-RECORD            PIC X(60).

FD  EXCEPTION-FILE.
01  EXCEPTION-RECORD         PIC X(100).

FD  USAGE-FILE.
    COPY "palinusg.cpy".

SD  SORT-WORK-FILE.
01  SORT-WORK-RECORD.
    05  SE-SOURCE-SYSTEM      PIC X(8).
01  WS-CLEAN-FILENAME         PIC X(80) VALUE "PALININ.DAT".
01  WS-REJECT-FILENAME        PIC X(80) VALUE "PALINREJ.DAT".
01  WS-SORTWORK-FILENAME      PIC X(80) VALUE "PALINEDT.TMP".
01  WS-REGISTRY-FILENAME      PIC X(80) VALUE "PALINSREG.DAT".
01  WS-PARM-FILENAME          PIC X(80) VALUE "PALINPARM.DAT".
01  WS-HOLD-FILENAME          PIC X(80) VALUE "PALINEDH.TMP".
01  WS-RETURN-FILENAME        PIC X(80).
01  WS-EXCEPTION-FILENAME     PIC X(80) VALUE "PALINEXC.DAT".
01  WS-USAGE-FILENAME         PIC X(80) VALUE "PALINUSG.DAT".
01  WS-TEST-RAW-FILENAME      PIC X(80) VALUE "PALINRAW.TST".
01  WS-TEST-CLEAN-FILENAME    PIC X(80) VALUE "PALININ.TST".
01  WS-TEST-REJECT-FILENAME   PIC X(80) VALUE "PALINREJ.TST".

01  WS-RAW-STATUS             PIC XX.
    88  WS-RAW-OK                   VALUE "00".
    88  WS-RAW-EOF                  VALUE "10".
    88  WS-RAW-NOT-FOUND            VALUE "35".

01  WS-CLEAN-STATUS           PIC XX.
    88  WS-CLEAN-OK                 VALUE "00".
01  WS-REJECT-STATUS          PIC XX.
    88  WS-REJECT-OK                VALUE "00".

01  WS-REGISTRY-STATUS        PIC XX.
    88  WS-REGISTRY-OK              VALUE "00".
    88  WS-REGISTRY-EOF             VALUE "10".

01  WS-PARM-STATUS            PIC XX.
    88  WS-PARM-OK                  VALUE "00".

01  WS-HOLD-STATUS            PIC XX.
    88  WS-HOLD-OK                  VALUE "00".
    88  WS-HOLD-EOF                 VALUE "10".

01  WS-RETURN-STATUS          PIC XX.
    88  WS-RETURN-OK                VALUE "00".

01  WS-EXCEPTION-STATUS       PIC XX.
    88  WS-EXCEPTION-OK             VALUE "00".
    88  WS-EXCEPTION-NOT-FOUND      VALUE "35".

01  WS-USAGE-STATUS           PIC XX.
    88  WS-USAGE-OK                 VALUE "00".
    88  WS-USAGE-NOT-FOUND          VALUE "35".

01  WS-EOF-SWITCH             PIC X VALUE "N".
    88  WS-END-OF-RAW               VALUE "Y".

01  WS-FATAL-SWITCH           PIC X VALUE "N".
    88  WS-RUN-ABANDONED            VALUE "Y".

01  WS-CYCLE-MODE-SWITCH      PIC X VALUE "L".
    88  WS-TEST-RUN                 VALUE "T".

01  WS-RAW-RECNO              PIC 9(9) VALUE ZERO.
01  WS-CLEAN-COUNT            PIC 9(9) VALUE ZERO.
01  WS-REJECT-COUNT           PIC 9(9) VALUE ZERO.

01  WS-REASON-TABLE.
    05  WS-REASON-ENTRY OCCURS 9 TIMES.
        10  WS-REASON-CODE    PIC X(2).
        10  WS-REASON-DESC    PIC X(25).
        10  WS-REASON-COUNT   PIC 9(9).
01  WS-REASON-SUB             PIC 9(2).

01  WS-EDIT-REASON            PIC 9(1).
    88  WS-RECORD-CLEAN             VALUE 0.
    88  WS-REASON-BLANK-TEXT        VALUE 3.
    88  WS-REASON-BAD-DATE          VALUE 4.
    88  WS-REASON-DUPLICATE         VALUE 5.
    88  WS-REASON-UNKNOWN-SOURCE    VALUE 6.
    88  WS-REASON-SOURCE-INACTIVE   VALUE 7.
    88  WS-REASON-DELIVERY-RETURNED VALUE 8.
    88  WS-REASON-NOT-BUSINESS-DAY  VALUE 9.

*> The source registry held in core - the sort has already grouped
*> records by source, but a registry of a hundred lines is cheaper to
*> search than to re-read for every source break.
01  WS-REGISTRY-TABLE.
    05  WS-REGISTRY-ENTRY OCCURS 100 TIMES.
        10  WS-SRT-SOURCE     PIC X(8).
        10  WS-SRT-STATUS     PIC X(1).
        10  WS-SRT-FROM       PIC 9(8).
        10  WS-SRT-TO         PIC 9(8).
        10  WS-SRT-TOLERANCE  PIC 9(3).
        10  WS-SRT-TOLERANCE-SW PIC X(1).
            88  WS-SRT-HAS-TOLERANCE  VALUE "Y".
01  WS-REGISTRY-COUNT         PIC 9(3) VALUE ZERO.
01  WS-REGISTRY-SUB           PIC 9(3).
01  WS-REGISTRY-FOUND-SUB     PIC 9(3).

*> One delivery is every record carrying the same source code - the
*> sort keeps them together, so a source's records are parked on the
*> hold file until its last one has been edited and the reject rate
*> for the whole delivery is known.
01  WS-DLV-SOURCE             PIC X(8).
01  WS-DLV-REGISTRY-SUB       PIC 9(3).
01  WS-DLV-RECORD-COUNT       PIC 9(9).
01  WS-DLV-REJECT-COUNT       PIC 9(9).
01  WS-DLV-RETURN-COUNT       PIC 9(9).
01  WS-DLV-RETURN-SWITCH      PIC X VALUE "N".
    88  WS-DELIVERY-RETURNED        VALUE "Y".
01  WS-RETURN-OPEN-SWITCH     PIC X VALUE "N".
    88  WS-RETURN-IS-OPEN           VALUE "Y".
01  WS-RETURNED-DELIVERIES    PIC 9(5) VALUE ZERO.
01  WS-RETURN-FILES-WRITTEN   PIC 9(5) VALUE ZERO.

01  WS-HOLD-LINE.
    05  WS-HLD-DISPOSITION    PIC X(1).
        88  WS-HLD-CLEAN            VALUE "C".
        88  WS-HLD-REJECTED         VALUE "R".
    05  WS-HLD-RECORD         PIC X(61).
    05  WS-HLD-RECORD-R REDEFINES WS-HLD-RECORD.
        10  WS-HLD-SOURCE     PIC X(8).
        10  WS-HLD-RECID      PIC X(20).
        10  WS-HLD-EFFDATE    PIC X(8).
        10  WS-HLD-TEXT       PIC X(25).
    05  WS-HLD-REASON         PIC 9(1).

01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZERO.
01  WS-CALENDAR-SWITCH        PIC X VALUE "N".
    88  WS-CALENDAR-INCOMPLETE      VALUE "Y".
COPY "palincla.cpy".
01  WS-RUN-DATE               PIC X(8).
01  WS-CURRENT-DATE           PIC X(21).

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

01  WS-PREV-KEY.
    05  WS-PREV-SOURCE        PIC X(8).
    05  WS-REJ-CODE           PIC X(2).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-REJ-DESC           PIC X(25).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-REJ-RETURNED-FLAG  PIC X(1).

01  WS-TRAILER-LINE           PIC X(80).
01  WS-TRAILER-NUM-ED         PIC ZZZZZZZZ9.

COPY "palinhdr.cpy".
COPY "palinrrt.cpy".

01  WS-FILE-RECNO             PIC 9(9).
01  WS-RAW-DETAIL-COUNT       PIC 9(9).
PROCEDURE DIVISION.

0000-MAIN.
    MOVE "L" TO WS-CYCLE-MODE-SWITCH
    PERFORM 0100-EDIT-DELIVERY
    GOBACK.

*> The test-cycle entry runs the same edit over PALINRAW.TST, the
*> shadow file intake builds from deliveries flagged as test cycles,
*> into PALININ.TST and PALINREJ.TST. A sender being onboarded must
*> see its records judged exactly as they will be in production, so
*> every edit applies; what is left out is everything that reaches
*> past tonight's shadow files - no reject return file goes to the
*> sender, nothing posts to the usage ledger, and no operator
*> exception is raised. A source still pending on the registry is
*> treated as active here, since pending is what a source under test
*> is. No test delivery tonight means no PALINRAW.TST, and the step
*> ends quietly after clearing any shadow output left from before.
0050-TEST-CYCLE.
    ENTRY "PALINEDIT-TEST"
    SET WS-TEST-RUN TO TRUE
    MOVE WS-TEST-RAW-FILENAME    TO WS-RAW-FILENAME
    MOVE WS-TEST-CLEAN-FILENAME  TO WS-CLEAN-FILENAME
    MOVE WS-TEST-REJECT-FILENAME TO WS-REJECT-FILENAME
    PERFORM 0100-EDIT-DELIVERY
    GOBACK.

0100-EDIT-DELIVERY.
    PERFORM 1100-VERIFY-RAW-FILE
    PERFORM 1000-INITIALIZE

        GOBACK
    END-IF

    PERFORM 9000-TERMINATE.

1000-INITIALIZE.
    MOVE "01" TO WS-REASON-CODE(1)
    MOVE "EFFECTIVE DATE INVALID"  TO WS-REASON-DESC(4)
    MOVE "05" TO WS-REASON-CODE(5)
    MOVE "DUPLICATE SOURCE/REC ID" TO WS-REASON-DESC(5)
    MOVE "06" TO WS-REASON-CODE(6)
    MOVE "SOURCE NOT ON REGISTRY"  TO WS-REASON-DESC(6)
    MOVE "07" TO WS-REASON-CODE(7)
    MOVE "SOURCE INACTIVE FOR DATE" TO WS-REASON-DESC(7)
    MOVE "08" TO WS-REASON-CODE(8)
    MOVE "REJECT RATE OVER LIMIT"  TO WS-REASON-DESC(8)
    MOVE "09" TO WS-REASON-CODE(9)
    MOVE "NOT A BUSINESS DAY"      TO WS-REASON-DESC(9)
    PERFORM VARYING WS-REASON-SUB FROM 1 BY 1 UNTIL WS-REASON-SUB > 9
        MOVE ZERO TO WS-REASON-COUNT(WS-REASON-SUB)
    END-PERFORM

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE

*> The business date only names the reject return files; a missing
*> parameter file leaves them undated, as PALINRESP does for its
*> response files.
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

    PERFORM 1200-LOAD-SOURCE-REGISTRY
    PERFORM 1250-CHECK-BUSINESS-CALENDAR

    OPEN OUTPUT CLEAN-FILE
    IF NOT WS-CLEAN-OK
        DISPLAY "PALINEDIT: UNABLE TO OPEN CLEAN FILE, STATUS=" WS-CLEAN-STATUS
    MOVE ZERO TO WS-FILE-RECNO
    MOVE ZERO TO WS-RAW-DETAIL-COUNT
    OPEN INPUT RAW-FILE
    IF WS-TEST-RUN AND WS-RAW-NOT-FOUND
        PERFORM 1180-NO-TEST-CYCLE
    END-IF
    IF NOT WS-RAW-OK
        DISPLAY "PALINEDIT: UNABLE TO OPEN RAW FILE, STATUS=" WS-RAW-STATUS
        MOVE 12 TO RETURN-CODE
        MOVE "RECORD COUNT DISAGREES WITH SENDER TRAILER"
            TO WS-REFUSE-MESSAGE
        PERFORM 1190-REFUSE-RUN
    END-IF
*> The test-cycle flag must match the run: a shadow file edited live
*> would put a sender's rehearsal into production, and a live file
*> edited as a test would silently miss tonight's run.
    IF FHR-TEST-CYCLE AND NOT WS-TEST-RUN
        MOVE "TEST CYCLE DELIVERY GIVEN TO LIVE RUN" TO WS-REFUSE-MESSAGE
        PERFORM 1190-REFUSE-RUN
    END-IF
    IF WS-TEST-RUN AND NOT FHR-TEST-CYCLE
        MOVE "LIVE DELIVERY GIVEN TO TEST CYCLE RUN" TO WS-REFUSE-MESSAGE
        PERFORM 1190-REFUSE-RUN
    END-IF.

1180-NO-TEST-CYCLE.
    CALL "CBL_DELETE_FILE" USING WS-CLEAN-FILENAME
    CALL "CBL_DELETE_FILE" USING WS-REJECT-FILENAME
    DISPLAY "PALINEDIT: NO TEST CYCLE THIS RUN"
    MOVE 0 TO RETURN-CODE
    GOBACK.

*> A refused delivery must not end clean - the scheduler would carry
*> on and run the driver against whatever stale PALININ.DAT is still
*> on disk from the prior night.
    MOVE 16 TO RETURN-CODE
    GOBACK.

*> Without the registry every source would be unknown and the whole
*> delivery would go to suspense as reason 06, so a registry that
*> cannot be read refuses the run instead.
1200-LOAD-SOURCE-REGISTRY.
    MOVE ZERO TO WS-REGISTRY-COUNT
    OPEN INPUT REGISTRY-FILE
    IF NOT WS-REGISTRY-OK
        MOVE "SOURCE REGISTRY MISSING OR UNREADABLE" TO WS-REFUSE-MESSAGE
        PERFORM 1190-REFUSE-RUN
    END-IF
    PERFORM UNTIL WS-REGISTRY-EOF
        READ REGISTRY-FILE
            AT END
                CONTINUE
            NOT AT END
                IF SRG-SOURCE-SYSTEM NOT = SPACES
                    IF WS-REGISTRY-COUNT >= 100
                        MOVE "SOURCE REGISTRY OVERFLOWS TABLE"
                            TO WS-REFUSE-MESSAGE
                        PERFORM 1190-REFUSE-RUN
                    END-IF
                    ADD 1 TO WS-REGISTRY-COUNT
                    MOVE SRG-SOURCE-SYSTEM
                        TO WS-SRT-SOURCE(WS-REGISTRY-COUNT)
                    MOVE SRG-STATUS TO WS-SRT-STATUS(WS-REGISTRY-COUNT)
                    IF SRG-ACTIVE-FROM NUMERIC
                        MOVE SRG-ACTIVE-FROM
                            TO WS-SRT-FROM(WS-REGISTRY-COUNT)
                    ELSE
                        MOVE ZERO TO WS-SRT-FROM(WS-REGISTRY-COUNT)
                    END-IF
                    IF SRG-ACTIVE-TO NUMERIC
                        MOVE SRG-ACTIVE-TO
                            TO WS-SRT-TO(WS-REGISTRY-COUNT)
                    ELSE
                        MOVE ZERO TO WS-SRT-TO(WS-REGISTRY-COUNT)
                    END-IF
*> A blank tolerance means the source has none - its deliveries are
*> always part-processed however many records bounce.
                    IF SRG-REJECT-TOLERANCE NUMERIC
                        MOVE SRG-REJECT-TOLERANCE
                            TO WS-SRT-TOLERANCE(WS-REGISTRY-COUNT)
                        MOVE "Y" TO WS-SRT-TOLERANCE-SW(WS-REGISTRY-COUNT)
                    ELSE
                        MOVE ZERO TO WS-SRT-TOLERANCE(WS-REGISTRY-COUNT)
                        MOVE "N" TO WS-SRT-TOLERANCE-SW(WS-REGISTRY-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE REGISTRY-FILE.

*> Weekends are rejected with or without the calendar; the holidays
*> are only as good as the file. A missing calendar, or one with no
*> holidays keyed for the year being processed, lets holiday-dated
*> records through as business days - so the run goes ahead but ends
*> with a warning and an operator exception until someone keys it.
1250-CHECK-BUSINESS-CALENDAR.
    MOVE "B" TO CLR-FUNCTION
    MOVE SPACES TO CLR-SOURCE-SYSTEM
    IF WS-BUSINESS-DATE > ZERO
        MOVE WS-BUSINESS-DATE TO CLR-FROM-DATE
    ELSE
        MOVE WS-RUN-DATE TO CLR-FROM-DATE
    END-IF
    CALL "PALINCAL" USING CALENDAR-REQUEST
    IF RETURN-CODE NOT = 0
        MOVE "BUSINESS CALENDAR UNREADABLE" TO WS-REFUSE-MESSAGE
        PERFORM 1190-REFUSE-RUN
    END-IF
    MOVE SPACES TO WS-EXC-CONDITION
    EVALUATE TRUE
        WHEN CLR-CALENDAR-MISSING
            MOVE "BUSINESS CALENDAR MISSING" TO WS-EXC-CONDITION
        WHEN NOT CLR-YEAR-ON-CALENDAR
            STRING "NO HOLIDAYS ON CALENDAR FOR " DELIMITED BY SIZE
                CLR-FROM-DATE(1:4) DELIMITED BY SIZE
                INTO WS-EXC-CONDITION
            END-STRING
    END-EVALUATE
    IF WS-EXC-CONDITION NOT = SPACES
        DISPLAY "PALINEDIT: WARNING - " WS-EXC-CONDITION
        MOVE ZERO TO WS-EXC-RECORDS
        MOVE ZERO TO WS-EXC-YES
        MOVE ZERO TO WS-EXC-NO
        PERFORM 9400-WRITE-EXCEPTION
        SET WS-CALENDAR-INCOMPLETE TO TRUE
    END-IF.

2000-RELEASE-RAW-RECORDS.
    OPEN INPUT RAW-FILE
    IF NOT WS-RAW-OK
        CLOSE RAW-FILE
    END-IF.

*> Edited records are parked on the hold file a source at a time and
*> only reach the clean or reject file once the source breaks, since
*> whether any of a delivery goes forward depends on how much of it
*> failed.
3000-EDIT-SORTED-RECORDS.
    PERFORM UNTIL 1 = 2
        RETURN SORT-WORK-FILE
                EXIT PERFORM
        END-RETURN

        IF NOT WS-RUN-ABANDONED
            IF WS-FIRST-SORTED-RECORD
                OR SE-SOURCE-SYSTEM NOT = WS-PREV-SOURCE
                IF NOT WS-FIRST-SORTED-RECORD
                    PERFORM 3500-SETTLE-DELIVERY
                END-IF
                PERFORM 3400-OPEN-DELIVERY
            END-IF
        END-IF

        IF NOT WS-RUN-ABANDONED
            PERFORM 3100-EDIT-ONE-RECORD
            PERFORM 3450-HOLD-EDITED-RECORD
        END-IF

        MOVE SE-SOURCE-SYSTEM TO WS-PREV-SOURCE
        MOVE SE-RECORD-ID     TO WS-PREV-RECID
        MOVE "N" TO WS-FIRST-SORTED-SWITCH
    END-PERFORM

    IF NOT WS-FIRST-SORTED-RECORD AND NOT WS-RUN-ABANDONED
        PERFORM 3500-SETTLE-DELIVERY
    END-IF.

*> One reason code per reject - the first failing edit wins, checked
*> in the order the fields appear on the record. A record whose key
*> matches the previous sorted record is a duplicate no matter how the
*> earlier occurrence fared, so the duplicate test runs first against
*> the prior key and field edits only apply to non-duplicates. The
*> source must be on the registry as soon as it is known not to be
*> blank; whether the source was active on the record's effective
*> date can only be asked once that date has passed its own edit.
3100-EDIT-ONE-RECORD.
    MOVE 0 TO WS-EDIT-REASON

        IF SE-SOURCE-SYSTEM = SPACES
            SET WS-REASON-BLANK-SOURCE TO TRUE
        ELSE
            PERFORM 3120-FIND-REGISTRY-ENTRY
            IF WS-REGISTRY-FOUND-SUB = ZERO
                SET WS-REASON-UNKNOWN-SOURCE TO TRUE
            ELSE
                IF SE-RECORD-ID = SPACES
                    SET WS-REASON-BLANK-RECID TO TRUE
                ELSE
                    IF SE-TEXT-TO-CHECK = SPACES
                        SET WS-REASON-BLANK-TEXT TO TRUE
                    ELSE
                        PERFORM 3150-VALIDATE-DATE
                        IF NOT WS-DATE-VALID
                            SET WS-REASON-BAD-DATE TO TRUE
                        ELSE
                            PERFORM 3130-CHECK-ACTIVE-WINDOW
                            IF WS-EDIT-REASON = 0
                                PERFORM 3140-CHECK-BUSINESS-DAY
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

3120-FIND-REGISTRY-ENTRY.
    MOVE ZERO TO WS-REGISTRY-FOUND-SUB
    PERFORM VARYING WS-REGISTRY-SUB FROM 1 BY 1
            UNTIL WS-REGISTRY-SUB > WS-REGISTRY-COUNT
        IF WS-SRT-SOURCE(WS-REGISTRY-SUB) = SE-SOURCE-SYSTEM
            MOVE WS-REGISTRY-SUB TO WS-REGISTRY-FOUND-SUB
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> Only an active source is inside its window; a suspended, retired or
*> pending source is outside it whatever the dates say, so a recycled
*> item for a suspended source stays in suspense until the source is
*> reinstated. A zero active-to date means the window is open-ended.
3130-CHECK-ACTIVE-WINDOW.
    IF WS-TEST-RUN AND WS-SRT-STATUS(WS-REGISTRY-FOUND-SUB) = "P"
        EXIT PARAGRAPH
    END-IF
    IF WS-SRT-STATUS(WS-REGISTRY-FOUND-SUB) NOT = "A"
        OR WS-EDIT-DATE < WS-SRT-FROM(WS-REGISTRY-FOUND-SUB)
        OR (WS-SRT-TO(WS-REGISTRY-FOUND-SUB) > ZERO
        AND WS-EDIT-DATE > WS-SRT-TO(WS-REGISTRY-FOUND-SUB))
        SET WS-REASON-SOURCE-INACTIVE TO TRUE
    END-IF.

*> Nothing is effective on a day the business is shut - a weekend, a
*> shop-wide holiday, or a holiday the calendar carries for this one
*> source.
3140-CHECK-BUSINESS-DAY.
    MOVE "B" TO CLR-FUNCTION
    MOVE SE-SOURCE-SYSTEM TO CLR-SOURCE-SYSTEM
    MOVE WS-EDIT-DATE TO CLR-FROM-DATE
    CALL "PALINCAL" USING CALENDAR-REQUEST
    IF RETURN-CODE NOT = 0
        DISPLAY "PALINEDIT: BUSINESS CALENDAR LOOKUP FAILED"
        MOVE 12 TO RETURN-CODE
        SET WS-RUN-ABANDONED TO TRUE
        EXIT PARAGRAPH
    END-IF
    IF NOT CLR-IS-BUSINESS-DAY
        SET WS-REASON-NOT-BUSINESS-DAY TO TRUE
    END-IF.

3150-VALIDATE-DATE.
    MOVE "N" TO WS-DATE-VALID-SWITCH

    END-EVALUATE.

3200-WRITE-CLEAN-RECORD.
    MOVE WS-HLD-RECORD TO CLEAN-RECORD
    WRITE CLEAN-RECORD
    ADD 1 TO WS-CLEAN-COUNT.

*> Every line of a returned delivery carries the returned flag, so
*> PALINSUSP knows the sender is redelivering it and does not hold
*> it as well.
3300-WRITE-REJECT-RECORD.
    MOVE WS-HLD-RECORD TO WS-REJ-RECORD
    MOVE WS-REASON-CODE(WS-HLD-REASON) TO WS-REJ-CODE
    MOVE WS-REASON-DESC(WS-HLD-REASON) TO WS-REJ-DESC
    IF WS-DELIVERY-RETURNED
        MOVE "R" TO WS-REJ-RETURNED-FLAG
    ELSE
        MOVE SPACE TO WS-REJ-RETURNED-FLAG
    END-IF
    WRITE REJECT-RECORD FROM WS-REJECT-LINE
    ADD 1 TO WS-REJECT-COUNT
    ADD 1 TO WS-REASON-COUNT(WS-HLD-REASON)
    IF WS-RETURN-IS-OPEN
        PERFORM 3650-WRITE-RETURN-DETAIL
    END-IF.

3400-OPEN-DELIVERY.
    IF WS-RUN-ABANDONED
        EXIT PARAGRAPH
    END-IF
    MOVE SE-SOURCE-SYSTEM TO WS-DLV-SOURCE
    MOVE ZERO TO WS-DLV-REGISTRY-SUB
    IF SE-SOURCE-SYSTEM NOT = SPACES
        PERFORM 3120-FIND-REGISTRY-ENTRY
        MOVE WS-REGISTRY-FOUND-SUB TO WS-DLV-REGISTRY-SUB
    END-IF
    MOVE ZERO TO WS-DLV-RECORD-COUNT
    MOVE ZERO TO WS-DLV-REJECT-COUNT
    OPEN OUTPUT HOLD-FILE
    IF NOT WS-HOLD-OK
        DISPLAY "PALINEDIT: UNABLE TO OPEN HOLD FILE, STATUS=" WS-HOLD-STATUS
        MOVE 12 TO RETURN-CODE
        SET WS-RUN-ABANDONED TO TRUE
    END-IF.

3450-HOLD-EDITED-RECORD.
    MOVE SPACES TO WS-HOLD-LINE
    STRING SE-SOURCE-SYSTEM  DELIMITED BY SIZE
           SE-RECORD-ID      DELIMITED BY SIZE
           SE-EFFECTIVE-DATE DELIMITED BY SIZE
           SE-TEXT-TO-CHECK  DELIMITED BY SIZE
        INTO WS-HLD-RECORD
    END-STRING
    IF WS-RECORD-CLEAN
        SET WS-HLD-CLEAN TO TRUE
        MOVE ZERO TO WS-HLD-REASON
    ELSE
        SET WS-HLD-REJECTED TO TRUE
        MOVE WS-EDIT-REASON TO WS-HLD-REASON
        ADD 1 TO WS-DLV-REJECT-COUNT
    END-IF
    WRITE HOLD-RECORD FROM WS-HOLD-LINE
    ADD 1 TO WS-DLV-RECORD-COUNT.

*> A source with a reject tolerance on the registry gets its whole
*> delivery sent back once the share of rejected records goes over
*> it: the records that passed are rejected too, as reason 08, and
*> nothing from that source reaches the driver tonight - a sender with
*> a third of its file broken is better made to redeliver the lot
*> than half-loaded. Any registered source with a reject at all gets
*> a return file listing them, tracked by PALINACK like a response
*> file; a source code that is blank or not on the registry has no
*> sender to return it to.
3500-SETTLE-DELIVERY.
    CLOSE HOLD-FILE
    MOVE "N" TO WS-DLV-RETURN-SWITCH
    IF WS-DLV-REGISTRY-SUB > ZERO
        IF WS-SRT-HAS-TOLERANCE(WS-DLV-REGISTRY-SUB)
            AND WS-DLV-REJECT-COUNT * 100 >
                WS-SRT-TOLERANCE(WS-DLV-REGISTRY-SUB) * WS-DLV-RECORD-COUNT
            SET WS-DELIVERY-RETURNED TO TRUE
        END-IF
    END-IF

    IF WS-DLV-REGISTRY-SUB > ZERO AND WS-DLV-REJECT-COUNT > ZERO
        AND NOT WS-TEST-RUN
        PERFORM 3600-OPEN-RETURN-FILE
        IF WS-RUN-ABANDONED
            EXIT PARAGRAPH
        END-IF
    END-IF

    OPEN INPUT HOLD-FILE
    IF NOT WS-HOLD-OK
        DISPLAY "PALINEDIT: UNABLE TO REREAD HOLD FILE, STATUS=" WS-HOLD-STATUS
        MOVE 12 TO RETURN-CODE
        SET WS-RUN-ABANDONED TO TRUE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-HOLD-EOF
        READ HOLD-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE HOLD-RECORD TO WS-HOLD-LINE
                PERFORM 3550-SETTLE-ONE-RECORD
        END-READ
    END-PERFORM
    CLOSE HOLD-FILE

    IF WS-RETURN-IS-OPEN
        PERFORM 3700-CLOSE-RETURN-FILE
    END-IF
    IF WS-DELIVERY-RETURNED
        ADD 1 TO WS-RETURNED-DELIVERIES
        PERFORM 3800-RAISE-RETURN-EXCEPTION
    END-IF
    PERFORM 3900-POST-REJECT-USAGE.

3550-SETTLE-ONE-RECORD.
    IF WS-HLD-CLEAN
        IF WS-DELIVERY-RETURNED
            SET WS-REASON-DELIVERY-RETURNED TO TRUE
            MOVE WS-EDIT-REASON TO WS-HLD-REASON
            PERFORM 3300-WRITE-REJECT-RECORD
        ELSE
            PERFORM 3200-WRITE-CLEAN-RECORD
        END-IF
    ELSE
        PERFORM 3300-WRITE-REJECT-RECORD
    END-IF.

*> Named and framed like PALINRESP's response files - one per source
*> per business date, header, details, trailer count - with the
*> header saying whether the delivery was part-processed or sent
*> back whole.
3600-OPEN-RETURN-FILE.
    MOVE SPACES TO WS-RETURN-FILENAME
    IF WS-BUSINESS-DATE > ZERO
        STRING "PALINREJ." DELIMITED BY SIZE
            FUNCTION TRIM(WS-DLV-SOURCE) DELIMITED BY SIZE
            "." DELIMITED BY SIZE
            WS-BUSINESS-DATE DELIMITED BY SIZE
            ".DAT" DELIMITED BY SIZE
            INTO WS-RETURN-FILENAME
        END-STRING
    ELSE
        STRING "PALINREJ." DELIMITED BY SIZE
            FUNCTION TRIM(WS-DLV-SOURCE) DELIMITED BY SIZE
            ".DAT" DELIMITED BY SIZE
            INTO WS-RETURN-FILENAME
        END-STRING
    END-IF
    OPEN OUTPUT RETURN-FILE
    IF NOT WS-RETURN-OK
        DISPLAY "PALINEDIT: UNABLE TO OPEN " WS-RETURN-FILENAME
        MOVE 12 TO RETURN-CODE
        SET WS-RUN-ABANDONED TO TRUE
        EXIT PARAGRAPH
    END-IF
    SET WS-RETURN-IS-OPEN TO TRUE
    MOVE ZERO TO WS-DLV-RETURN-COUNT

    MOVE "HDR"            TO RRH-RECORD-TYPE
    MOVE WS-DLV-SOURCE    TO RRH-SOURCE-SYSTEM
    MOVE WS-BUSINESS-DATE TO RRH-BUSINESS-DATE
    MOVE WS-CURRENT-DATE(1:8) TO RRH-CREATE-DATE
    MOVE WS-CURRENT-DATE(9:6) TO RRH-CREATE-TIME
    IF WS-DELIVERY-RETURNED
        SET RRH-RETURNED TO TRUE
    ELSE
        SET RRH-PARTIAL TO TRUE
    END-IF
    WRITE RETURN-RECORD FROM REJECT-RETURN-HEADER-RECORD.

3650-WRITE-RETURN-DETAIL.
    MOVE "DTL"          TO RRD-RECORD-TYPE
    MOVE WS-HLD-RECID   TO RRD-RECORD-ID
    MOVE WS-HLD-EFFDATE TO RRD-EFFECTIVE-DATE
    MOVE WS-REJ-CODE    TO RRD-REASON-CODE
    MOVE WS-REJ-DESC    TO RRD-REASON-DESC
    WRITE RETURN-RECORD FROM REJECT-RETURN-DETAIL-RECORD
    ADD 1 TO WS-DLV-RETURN-COUNT.

3700-CLOSE-RETURN-FILE.
    MOVE "TRL"               TO RRT-RECORD-TYPE
    MOVE WS-DLV-RETURN-COUNT TO RRT-RECORD-COUNT
    WRITE RETURN-RECORD FROM REJECT-RETURN-TRAILER-RECORD
    CLOSE RETURN-FILE
    MOVE "N" TO WS-RETURN-OPEN-SWITCH
    ADD 1 TO WS-RETURN-FILES-WRITTEN.

3800-RAISE-RETURN-EXCEPTION.
    DISPLAY "PALINEDIT: DELIVERY RETURNED - " WS-DLV-SOURCE
        " REJECTED " WS-DLV-REJECT-COUNT " OF " WS-DLV-RECORD-COUNT
    MOVE SPACES TO WS-EXC-CONDITION
    STRING "RETURNED OVER REJECT LIMIT: " DELIMITED BY SIZE
        WS-DLV-SOURCE DELIMITED BY SIZE
        INTO WS-EXC-CONDITION
    END-STRING
    MOVE WS-DLV-RECORD-COUNT TO WS-EXC-RECORDS
    COMPUTE WS-EXC-YES = WS-DLV-RECORD-COUNT - WS-DLV-REJECT-COUNT
    MOVE WS-DLV-REJECT-COUNT TO WS-EXC-NO
    PERFORM 9400-WRITE-EXCEPTION.

*> Each settled delivery posts its rejects to the usage ledger for the
*> monthly chargeback - a returned delivery counts every record, since
*> every one was edited and sent back. Lines post as restating the
*> business date, so a rerun of the edit for the same night replaces
*> the earlier run's lines in PALINCHG instead of billing them twice;
*> a run with no rejects at all posts one empty line for the same
*> reason.
3900-POST-REJECT-USAGE.
    MOVE SPACES TO USAGE-RECORD
    IF WS-DELIVERY-RETURNED
        MOVE WS-DLV-RECORD-COUNT TO USG-UNIT-COUNT
    ELSE
        MOVE WS-DLV-REJECT-COUNT TO USG-UNIT-COUNT
    END-IF
    IF USG-UNIT-COUNT > ZERO
        MOVE WS-DLV-SOURCE TO USG-SOURCE-SYSTEM
        PERFORM 3950-WRITE-USAGE-LINE
    END-IF.

3950-WRITE-USAGE-LINE.
    IF WS-TEST-RUN
        EXIT PARAGRAPH
    END-IF
    IF WS-BUSINESS-DATE > ZERO
        MOVE WS-BUSINESS-DATE TO USG-BILL-DATE
    ELSE
        MOVE WS-RUN-DATE TO USG-BILL-DATE
    END-IF
    MOVE WS-CURRENT-DATE(1:14) TO USG-RUN-STAMP
    MOVE "PALINEDIT" TO USG-PROGRAM
    SET USG-RESTATES-DAY TO TRUE
    MOVE "REJECT"    TO USG-UNIT-TYPE
    OPEN EXTEND USAGE-FILE
    IF WS-USAGE-NOT-FOUND
        OPEN OUTPUT USAGE-FILE
    END-IF
    IF NOT WS-USAGE-OK
        DISPLAY "PALINEDIT: UNABLE TO POST USAGE, STATUS=" WS-USAGE-STATUS
        EXIT PARAGRAPH
    END-IF
    WRITE USAGE-RECORD
    CLOSE USAGE-FILE.

9000-TERMINATE.
    MOVE SPACES TO WS-TRAILER-LINE
    END-STRING
    WRITE REJECT-RECORD FROM WS-TRAILER-LINE

    PERFORM VARYING WS-REASON-SUB FROM 1 BY 1 UNTIL WS-REASON-SUB > 9
        MOVE WS-REASON-COUNT(WS-REASON-SUB) TO WS-TRAILER-NUM-ED
        MOVE SPACES TO WS-TRAILER-LINE
        STRING "REASON " DELIMITED BY SIZE
    MOVE WS-CLEAN-COUNT TO FTR-RECORD-COUNT
    WRITE CLEAN-RECORD FROM FILE-TRAILER-RECORD

    IF WS-REJECT-COUNT = ZERO
        MOVE SPACES TO USAGE-RECORD
        MOVE ZERO TO USG-UNIT-COUNT
        PERFORM 3950-WRITE-USAGE-LINE
    END-IF

    CLOSE CLEAN-FILE
    CLOSE REJECT-FILE

    DISPLAY "PALINEDIT: RECORDS READ     = " WS-RAW-RECNO
    DISPLAY "PALINEDIT: RECORDS ACCEPTED = " WS-CLEAN-COUNT
    DISPLAY "PALINEDIT: RECORDS REJECTED = " WS-REJECT-COUNT
    DISPLAY "PALINEDIT: RETURN FILES     = " WS-RETURN-FILES-WRITTEN
    DISPLAY "PALINEDIT: DELIVERIES RETURNED = " WS-RETURNED-DELIVERIES

*> A returned delivery still lets the chain carry on with everyone
*> else's records, but ends the step with a warning so the morning
*> checklist sees the operator exception behind it.
    IF WS-RETURNED-DELIVERIES > ZERO
        OR WS-CALENDAR-INCOMPLETE
        MOVE 4 TO RETURN-CODE
    END-IF.

9400-WRITE-EXCEPTION.
    IF WS-TEST-RUN
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND EXCEPTION-FILE
    IF WS-EXCEPTION-NOT-FOUND
        OPEN OUTPUT EXCEPTION-FILE
    END-IF
    IF WS-EXCEPTION-OK
        MOVE WS-RUN-DATE TO WS-EXC-RUN-DATE
        MOVE "PALINEDIT" TO WS-EXC-PROGRAM
        WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-LINE
        CLOSE EXCEPTION-FILE
    END-IF.
