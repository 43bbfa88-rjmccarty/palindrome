        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-SENDER-STATUS.

    SELECT REGISTRY-FILE ASSIGN TO DYNAMIC WS-REGISTRY-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTRY-STATUS.

    SELECT DELIVERY-FILE ASSIGN TO DYNAMIC WS-DELIVERY-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-DELIVERY-STATUS.
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CYCLE-STATUS.

    SELECT TEST-RAW-FILE ASSIGN TO DYNAMIC WS-TEST-RAW-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-TEST-RAW-STATUS.

    SELECT TEST-MANIFEST-FILE ASSIGN TO DYNAMIC WS-TMAN-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-TMAN-STATUS.

    SELECT REGISTER-REPORT-FILE ASSIGN TO DYNAMIC WS-XRPT-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-XRPT-STATUS.
FD  SENDER-FILE.
01  SENDER-RECORD            PIC X(80).

FD  REGISTRY-FILE.
    COPY "palinsrg.cpy".

FD  DELIVERY-FILE.
    COPY "palinrec.cpy".

FD  CYCLE-FILE.
01  CYCLE-RECORD             PIC X(80).

FD  TEST-RAW-FILE.
01  TEST-RAW-RECORD          PIC X(61).

FD  TEST-MANIFEST-FILE.
01  TEST-MANIFEST-RECORD     PIC X(100).

FD  REGISTER-REPORT-FILE.
01  REGISTER-REPORT-RECORD   PIC X(132).


WORKING-STORAGE SECTION.
01  WS-SENDER-FILENAME        PIC X(80) VALUE "PALINSNDR.DAT".
01  WS-REGISTRY-FILENAME      PIC X(80) VALUE "PALINSREG.DAT".
01  WS-DELIVERY-FILENAME      PIC X(80).
01  WS-MERGED-FILENAME        PIC X(80) VALUE "PALINRAW.DAT".
01  WS-CYCLE-FILENAME         PIC X(80) VALUE "PALINCYC.DAT".
01  WS-LIVE-CYCLE-FILENAME    PIC X(80) VALUE "PALINCYC.DAT".
01  WS-TEST-CYCLE-FILENAME    PIC X(80) VALUE "PALINTCYC.DAT".
01  WS-TEST-RAW-FILENAME      PIC X(80) VALUE "PALINRAW.TST".
01  WS-TMAN-FILENAME          PIC X(80) VALUE "PALINTMAN.DAT".
01  WS-XRPT-FILENAME          PIC X(80) VALUE "PALINXMIT.RPT".
01  WS-EXCEPTION-FILENAME     PIC X(80) VALUE "PALINEXC.DAT".

    88  WS-SENDER-OK                VALUE "00".
    88  WS-SENDER-EOF               VALUE "10".

01  WS-REGISTRY-STATUS        PIC XX.
    88  WS-REGISTRY-OK              VALUE "00".
    88  WS-REGISTRY-EOF             VALUE "10".

01  WS-DELIVERY-STATUS        PIC XX.
    88  WS-DELIVERY-OK              VALUE "00".
    88  WS-DELIVERY-NOT-FOUND       VALUE "35".
    88  WS-CYCLE-NOT-FOUND          VALUE "35".
    88  WS-CYCLE-EOF                VALUE "10".

01  WS-TEST-RAW-STATUS        PIC XX.
    88  WS-TEST-RAW-OK              VALUE "00".

01  WS-TMAN-STATUS            PIC XX.
    88  WS-TMAN-OK                  VALUE "00".

01  WS-XRPT-STATUS            PIC XX.
    88  WS-XRPT-OK                  VALUE "00".

01  WS-CYCLE-DUP-SWITCH       PIC X.
    88  WS-CYCLE-IS-DUPLICATE       VALUE "Y".

*> The source registry held in core for the run - one entry per
*> onboarded source, looked up once per sender in the register.
01  WS-REGISTRY-TABLE.
    05  WS-REGISTRY-ENTRY OCCURS 100 TIMES.
        10  WS-SRT-SOURCE     PIC X(8).
        10  WS-SRT-STATUS     PIC X(1).
        10  WS-SRT-FILENAME   PIC X(44).
01  WS-REGISTRY-COUNT         PIC 9(3) VALUE ZERO.
01  WS-REGISTRY-SUB           PIC 9(3).
01  WS-REGISTRY-MESSAGE       PIC X(60).
01  WS-REGISTRY-IDLE-SWITCH   PIC X.
    88  WS-SENDER-NOT-EXPECTED      VALUE "Y".
01  WS-REGISTRY-PENDING-SWITCH PIC X.
    88  WS-SENDER-PENDING           VALUE "Y".
01  WS-TEST-RAW-OPEN-SWITCH   PIC X VALUE "N".
    88  WS-TEST-RAW-IS-OPEN         VALUE "Y".

01  WS-EXPECTED-COUNT         PIC 9(5) VALUE ZERO.
01  WS-ACCEPTED-COUNT         PIC 9(5) VALUE ZERO.
01  WS-REFUSED-COUNT          PIC 9(5) VALUE ZERO.
01  WS-MISSING-COUNT          PIC 9(5) VALUE ZERO.
01  WS-MERGED-DETAIL-COUNT    PIC 9(9) VALUE ZERO.
01  WS-TEST-COUNT             PIC 9(5) VALUE ZERO.
01  WS-TEST-DETAIL-COUNT      PIC 9(9) VALUE ZERO.

COPY "palinhdr.cpy".

    05  WS-MHD-CREATE-DATE    PIC 9(8).
    05  WS-MHD-CREATE-TIME    PIC 9(6).
    05  WS-MHD-CYCLE-NUMBER   PIC X(6).
    05  WS-MHD-CYCLE-MODE     PIC X(1) VALUE SPACE.
01  WS-MERGED-TRAILER.
    05  WS-MTR-RECORD-TYPE    PIC X(3).
    05  WS-MTR-CYCLE-NUMBER   PIC X(6).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-CYC-RUN-DATE       PIC X(8).

*> One line per test-cycle delivery seen tonight, accepted or not -
*> the certification report's list of whom it is reporting on.
01  WS-TEST-MANIFEST-LINE.
    05  WS-TMN-SENDER         PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-TMN-STATUS         PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-TMN-CYCLE          PIC X(6).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-TMN-COUNT          PIC 9(9).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-TMN-REASON         PIC X(60).

01  WS-REGISTER-LINE.
    05  WS-REG-SENDER         PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
        GOBACK
    END-IF

    PERFORM 1100-LOAD-SOURCE-REGISTRY

    OPEN OUTPUT REGISTER-REPORT-FILE
    IF NOT WS-XRPT-OK
        DISPLAY "PALINTAKE: UNABLE TO OPEN REGISTER REPORT, STATUS=" WS-XRPT-STATUS
    MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-MHD-CREATE-DATE
    MOVE FUNCTION NUMVAL(WS-CURRENT-DATE(9:6)) TO WS-MHD-CREATE-TIME
    MOVE WS-RUN-DATE(3:6)     TO WS-MHD-CYCLE-NUMBER
    WRITE MERGED-RAW-RECORD FROM WS-MERGED-HEADER

*> Last night's test-cycle file must not be mistaken for tonight's:
*> the shadow steps treat a missing PALINRAW.TST as "no test cycle",
*> so it is removed here and only rebuilt if a test delivery arrives.
    CALL "CBL_DELETE_FILE" USING WS-TEST-RAW-FILENAME
    MOVE 0 TO RETURN-CODE
    OPEN OUTPUT TEST-MANIFEST-FILE
    IF NOT WS-TMAN-OK
        DISPLAY "PALINTAKE: UNABLE TO OPEN TEST MANIFEST, STATUS=" WS-TMAN-STATUS
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF.

*> PALINSNDR.DAT says whose delivery to look for tonight; the source
*> registry says whether that sender may deliver at all. A registry
*> that cannot be read stops intake outright - letting every sender
*> through unchecked is exactly what the registry exists to prevent.
1100-LOAD-SOURCE-REGISTRY.
    MOVE ZERO TO WS-REGISTRY-COUNT
    OPEN INPUT REGISTRY-FILE
    IF NOT WS-REGISTRY-OK
        DISPLAY "PALINTAKE: SOURCE REGISTRY MISSING, STATUS=" WS-REGISTRY-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM UNTIL WS-REGISTRY-EOF
        READ REGISTRY-FILE
            AT END
                CONTINUE
            NOT AT END
                IF SRG-SOURCE-SYSTEM NOT = SPACES
                    IF WS-REGISTRY-COUNT >= 100
                        DISPLAY "PALINTAKE: SOURCE REGISTRY OVERFLOWS TABLE"
                        MOVE 16 TO RETURN-CODE
                        GOBACK
                    END-IF
                    ADD 1 TO WS-REGISTRY-COUNT
                    MOVE SRG-SOURCE-SYSTEM
                        TO WS-SRT-SOURCE(WS-REGISTRY-COUNT)
                    MOVE SRG-STATUS
                        TO WS-SRT-STATUS(WS-REGISTRY-COUNT)
                    MOVE SRG-DELIVERY-FILENAME
                        TO WS-SRT-FILENAME(WS-REGISTRY-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE REGISTRY-FILE.

2000-PROCESS-SENDERS.
    PERFORM UNTIL WS-SENDER-EOF
        INTO WS-DELIVERY-FILENAME
    END-STRING

    PERFORM 2050-CHECK-REGISTRY
    PERFORM 2200-VERIFY-DELIVERY

    EVALUATE TRUE
*> A suspended, retired or not-yet-onboarded sender is not expected
*> to deliver, so its silence is registered without raising anything.
        WHEN WS-DELIVERY-NOT-FOUND
            AND WS-SENDER-NOT-EXPECTED
            MOVE "NONE" TO WS-REG-STATUS
            MOVE SPACES TO WS-REG-CYCLE
            MOVE ZERO TO WS-REG-COUNT
            MOVE WS-REGISTRY-MESSAGE TO WS-REG-REASON
            PERFORM 2900-WRITE-REGISTER-LINE
*> The SUSPENSE recycle delivery only exists on a night where a
*> correction matched, so its absence is the normal case, not an
*> expected sender gone quiet - it registers as NONE and raises
            MOVE ZERO TO WS-REG-COUNT
            MOVE "NO DELIVERY FILE RECEIVED" TO WS-REG-REASON
            PERFORM 2900-WRITE-REGISTER-LINE
*> A test delivery the handshake refuses is the sender's problem to
*> fix before certification, not an operator's tonight: it goes on
*> the register and the manifest, but raises no exception and no RC.
        WHEN WS-REFUSE-MESSAGE NOT = SPACES
            AND FHR-TEST-CYCLE
            MOVE "TEST" TO WS-REG-STATUS
            MOVE FHR-CYCLE-NUMBER TO WS-REG-CYCLE
            MOVE ZERO TO WS-REG-COUNT
            MOVE SPACES TO WS-REG-REASON
            STRING "REFUSED - " DELIMITED BY SIZE
                WS-REFUSE-MESSAGE DELIMITED BY SIZE
                INTO WS-REG-REASON
            END-STRING
            PERFORM 2900-WRITE-REGISTER-LINE
            MOVE "REFUSED" TO WS-TMN-STATUS
            MOVE WS-REFUSE-MESSAGE TO WS-TMN-REASON
            PERFORM 2950-WRITE-MANIFEST-LINE
        WHEN WS-REFUSE-MESSAGE NOT = SPACES
            ADD 1 TO WS-REFUSED-COUNT
            IF WS-RUN-RC < 4
            PERFORM 2900-WRITE-REGISTER-LINE
            MOVE WS-REFUSE-MESSAGE(1:40) TO WS-EXC-CONDITION
            PERFORM 9400-WRITE-EXCEPTION
        WHEN FHR-TEST-CYCLE
            PERFORM 2550-COPY-TEST-DELIVERY
            PERFORM 2600-RECORD-CYCLE
            ADD 1 TO WS-TEST-COUNT
            MOVE "TEST" TO WS-REG-STATUS
            MOVE FHR-CYCLE-NUMBER TO WS-REG-CYCLE
            MOVE WS-DELIVERY-DETAIL-COUNT TO WS-REG-COUNT
            MOVE "ROUTED TO TEST CYCLE" TO WS-REG-REASON
            PERFORM 2900-WRITE-REGISTER-LINE
            MOVE "TESTED" TO WS-TMN-STATUS
            MOVE SPACES TO WS-TMN-REASON
            PERFORM 2950-WRITE-MANIFEST-LINE
        WHEN OTHER
            PERFORM 2500-COPY-DELIVERY
            PERFORM 2600-RECORD-CYCLE
            END-IF
    END-EVALUATE.

*> The SUSPENSE recycle is our own delivery, not a sender's, and
*> carries records of many sources, so it is never looked up. For a
*> registered sender the registry's expected file name, when given,
*> replaces the default PALINRAW.<sender>.DAT. Only an active sender
*> may deliver; anything else leaves a refusal message that
*> 2400-VERIFY-DELIVERY-TOTALS puts ahead of every handshake failure.
2050-CHECK-REGISTRY.
    MOVE SPACES TO WS-REGISTRY-MESSAGE
    MOVE "N" TO WS-REGISTRY-IDLE-SWITCH
    MOVE "N" TO WS-REGISTRY-PENDING-SWITCH
    IF WS-CUR-SENDER = "SUSPENSE"
        EXIT PARAGRAPH
    END-IF
    MOVE "SENDER NOT ON SOURCE REGISTRY" TO WS-REGISTRY-MESSAGE
    PERFORM VARYING WS-REGISTRY-SUB FROM 1 BY 1
            UNTIL WS-REGISTRY-SUB > WS-REGISTRY-COUNT
        IF WS-SRT-SOURCE(WS-REGISTRY-SUB) = WS-CUR-SENDER
            IF WS-SRT-FILENAME(WS-REGISTRY-SUB) NOT = SPACES
                MOVE WS-SRT-FILENAME(WS-REGISTRY-SUB)
                    TO WS-DELIVERY-FILENAME
            END-IF
            EVALUATE WS-SRT-STATUS(WS-REGISTRY-SUB)
                WHEN "A"
                    MOVE SPACES TO WS-REGISTRY-MESSAGE
                WHEN "S"
                    MOVE "SENDER SUSPENDED ON SOURCE REGISTRY"
                        TO WS-REGISTRY-MESSAGE
                    SET WS-SENDER-NOT-EXPECTED TO TRUE
                WHEN "R"
                    MOVE "SENDER RETIRED ON SOURCE REGISTRY"
                        TO WS-REGISTRY-MESSAGE
                    SET WS-SENDER-NOT-EXPECTED TO TRUE
                WHEN "P"
                    MOVE "SENDER PENDING - NOT YET ONBOARDED"
                        TO WS-REGISTRY-MESSAGE
                    SET WS-SENDER-NOT-EXPECTED TO TRUE
                    SET WS-SENDER-PENDING TO TRUE
                WHEN OTHER
                    MOVE "SENDER STATUS INVALID ON SOURCE REGISTRY"
                        TO WS-REGISTRY-MESSAGE
            END-EVALUATE
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> The same handshake the edit runs on its one nightly file, applied
*> per delivery: header first, trailer last, cycle present and
*> agreeing between the two, sender trailer count matching the detail
            ADD 1 TO WS-DELIVERY-DETAIL-COUNT
    END-EVALUATE.

*> A delivery whose header carries the test-cycle flag is checked
*> exactly like a live one, but against the test cycle series in
*> PALINTCYC.DAT, so a sender's rehearsal numbers never burn - or
*> collide with - its production numbers. A sender still pending on
*> the registry may send test cycles: that is how it gets onboarded.
2400-VERIFY-DELIVERY-TOTALS.
    IF FHR-TEST-CYCLE
        MOVE WS-TEST-CYCLE-FILENAME TO WS-CYCLE-FILENAME
    ELSE
        MOVE WS-LIVE-CYCLE-FILENAME TO WS-CYCLE-FILENAME
    END-IF
    IF WS-REGISTRY-MESSAGE NOT = SPACES
        AND NOT (FHR-TEST-CYCLE AND WS-SENDER-PENDING)
        MOVE WS-REGISTRY-MESSAGE TO WS-REFUSE-MESSAGE
    END-IF
    IF WS-REFUSE-MESSAGE = SPACES
        AND FHR-TEST-CYCLE AND WS-CUR-SENDER = "SUSPENSE"
        MOVE "TEST CYCLE NOT VALID FOR SUSPENSE RECYCLE"
            TO WS-REFUSE-MESSAGE
    END-IF
    IF WS-REFUSE-MESSAGE = SPACES AND NOT WS-HEADER-FOUND
        MOVE "FILE HEADER MISSING" TO WS-REFUSE-MESSAGE
    END-IF
    CLOSE DELIVERY-FILE
    MOVE "00" TO WS-DELIVERY-STATUS.

*> Test details go to their own merged file, PALINRAW.TST, under an
*> intake header flagged as a test cycle; the live edit and driver
*> refuse that flag, so the shadow file cannot be run live by mistake.
2550-COPY-TEST-DELIVERY.
    IF NOT WS-TEST-RAW-IS-OPEN
        OPEN OUTPUT TEST-RAW-FILE
        IF NOT WS-TEST-RAW-OK
            DISPLAY "PALINTAKE: UNABLE TO OPEN TEST RAW FILE, STATUS=" WS-TEST-RAW-STATUS
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        SET WS-TEST-RAW-IS-OPEN TO TRUE
        MOVE "T" TO WS-MHD-CYCLE-MODE
        WRITE TEST-RAW-RECORD FROM WS-MERGED-HEADER
        MOVE SPACE TO WS-MHD-CYCLE-MODE
    END-IF
    OPEN INPUT DELIVERY-FILE
    IF NOT WS-DELIVERY-OK
        DISPLAY "PALINTAKE: UNABLE TO REOPEN " WS-DELIVERY-FILENAME
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM UNTIL WS-DELIVERY-EOF
        READ DELIVERY-FILE
            AT END
                CONTINUE
            NOT AT END
                IF INPUT-RECORD(1:3) NOT = "HDR"
                    AND INPUT-RECORD(1:3) NOT = "TRL"
                    WRITE TEST-RAW-RECORD FROM INPUT-RECORD
                    ADD 1 TO WS-TEST-DETAIL-COUNT
                END-IF
        END-READ
    END-PERFORM
    CLOSE DELIVERY-FILE
    MOVE "00" TO WS-DELIVERY-STATUS.

*> The sender's own cycle is burned the moment its delivery is
*> accepted here, not when the driver finishes - a second arrival of
*> the same transmission later the same night is refused by this
    MOVE WS-CUR-SENDER TO WS-REG-SENDER
    WRITE REGISTER-REPORT-RECORD FROM WS-REGISTER-LINE.

*> The sender's declared trailer count goes on the manifest even for
*> a refused test delivery, so the certification report can show what
*> the sender said it sent beside what was actually found.
2950-WRITE-MANIFEST-LINE.
    MOVE WS-CUR-SENDER TO WS-TMN-SENDER
    MOVE FHR-CYCLE-NUMBER TO WS-TMN-CYCLE
    IF FTR-RECORD-COUNT NUMERIC
        MOVE FTR-RECORD-COUNT TO WS-TMN-COUNT
    ELSE
        MOVE ZERO TO WS-TMN-COUNT
    END-IF
    WRITE TEST-MANIFEST-RECORD FROM WS-TEST-MANIFEST-LINE.

9000-TERMINATE.
    MOVE "TRL"                  TO WS-MTR-RECORD-TYPE
    MOVE WS-MHD-CYCLE-NUMBER    TO WS-MTR-CYCLE-NUMBER
    MOVE WS-MERGED-DETAIL-COUNT TO WS-MTR-RECORD-COUNT
    WRITE MERGED-RAW-RECORD FROM WS-MERGED-TRAILER
    CLOSE MERGED-RAW-FILE
    CLOSE TEST-MANIFEST-FILE

    IF WS-TEST-RAW-IS-OPEN
        MOVE WS-TEST-DETAIL-COUNT TO WS-MTR-RECORD-COUNT
        WRITE TEST-RAW-RECORD FROM WS-MERGED-TRAILER
        CLOSE TEST-RAW-FILE
    END-IF

    IF WS-ACCEPTED-COUNT = ZERO
        MOVE "NO DELIVERY ACCEPTED THIS RUN" TO WS-REFUSE-MESSAGE
    END-STRING
    WRITE REGISTER-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE WS-TEST-COUNT TO WS-TRAILER-NUM-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "TEST CYCLES:       " DELIMITED BY SIZE
        WS-TRAILER-NUM-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    WRITE REGISTER-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE WS-TEST-DETAIL-COUNT TO WS-TRAILER-NUM-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "TEST DETAILS:      " DELIMITED BY SIZE
        WS-TRAILER-NUM-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    WRITE REGISTER-REPORT-RECORD FROM WS-REPORT-LINE

    CLOSE REGISTER-REPORT-FILE

    DISPLAY "PALINTAKE: SENDERS EXPECTED = " WS-EXPECTED-COUNT
    DISPLAY "PALINTAKE: SENDERS ACCEPTED = " WS-ACCEPTED-COUNT
    DISPLAY "PALINTAKE: SENDERS REFUSED = " WS-REFUSED-COUNT
    DISPLAY "PALINTAKE: SENDERS MISSING = " WS-MISSING-COUNT
    DISPLAY "PALINTAKE: DETAILS MERGED = " WS-MERGED-DETAIL-COUNT
    DISPLAY "PALINTAKE: TEST CYCLES = " WS-TEST-COUNT.

9400-WRITE-EXCEPTION.
    OPEN EXTEND EXCEPTION-FILE
