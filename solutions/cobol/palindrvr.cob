01  WS-GCAT-FILENAME          PIC X(80) VALUE "PALINGCAT.DAT".
01  WS-NEW-GCAT-FILENAME      PIC X(80) VALUE "PALINGCAT.TMP".
01  WS-PROFILE-FILENAME       PIC X(80) VALUE "PALINPROF.DAT".
01  WS-TEST-INPUT-FILENAME    PIC X(80) VALUE "PALININ.TST".
01  WS-TEST-REPORT-FILENAME   PIC X(80) VALUE "PALINRPT.TST".
01  WS-TEST-DQ-FILENAME       PIC X(80) VALUE "PALINDQ.TST".
01  WS-TEST-CKP-FILENAME      PIC X(80) VALUE "PALINCKP.TST".

01  WS-INPUT-STATUS           PIC XX.
    88  WS-INPUT-OK                VALUE "00".
    88  WS-INPUT-EOF                VALUE "10".
    88  WS-INPUT-NOT-FOUND          VALUE "35".

01  WS-REPORT-STATUS          PIC XX.
    88  WS-REPORT-OK                VALUE "00".

COPY "palingct.cpy".

COPY "palinmka.cpy".

01  WS-EXCEPTION-LINE.
    05  WS-EXC-RUN-DATE       PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
01  WS-NONPALINDROME-COUNT    PIC 9(9) VALUE ZERO.

01  WS-TEXT-TO-CHECK          PIC X(25).
01  WS-MASKED-TEXT            PIC X(25).
01  WS-AUDIT-MASK-TEXT        PIC X(100).
01  WS-IS-PALINDROME          PIC X(3) JUSTIFIED RIGHT.
01  WS-PROGRAM-NAME           PIC X(30) VALUE "PALINDRVR".
01  WS-CYCLE-MODE-SWITCH      PIC X VALUE "L".
    88  WS-TEST-RUN                 VALUE "T".

*> Source-profile master, loaded once at initialization. One entry
*> per sending system names the check mode that system's records get
PROCEDURE DIVISION.

0000-MAIN.
    MOVE "L" TO WS-CYCLE-MODE-SWITCH
    MOVE "PALINDRVR" TO WS-PROGRAM-NAME
    PERFORM 0100-RUN-DRIVER
    GOBACK.

*> The test-cycle entry checks PALININ.TST, the edit's shadow output
*> for deliveries flagged as test cycles, into PALINRPT.TST and
*> PALINDQ.TST generations and its own checkpoint. Every check is the
*> one production would make; nothing outside the shadow files is
*> touched - no history master or delta, no cycle burned in
*> PALINCYC.DAT, no run log line, no generation catalog entry, no
*> operator exception. Audit records carry PALINDRVR-TEST, which the
*> audit verification, balancing and trend jobs do not count as a
*> driver run. A test cycle always runs the standard driver, whatever
*> mode the run parameters name for the live file, so the mode check
*> is not made; no PALININ.TST means no test cycle tonight.
0050-TEST-CYCLE.
    ENTRY "PALINDRVR-TEST"
    SET WS-TEST-RUN TO TRUE
    MOVE "PALINDRVR-TEST" TO WS-PROGRAM-NAME
    PERFORM 0100-RUN-DRIVER
    GOBACK.

0100-RUN-DRIVER.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-PROCESS-RECORDS UNTIL WS-END-OF-INPUT
    PERFORM 9000-TERMINATE
    MOVE WS-RUN-RC TO RETURN-CODE.

1000-INITIALIZE.
    PERFORM 0500-READ-RUN-PARMS
            PERFORM 1090-REFUSE-RUN
    END-READ

    IF NOT PRM-MODE-STANDARD AND NOT WS-TEST-RUN
        MOVE "RUN PARAMETERS NAME A DIFFERENT DRIVER MODE"
            TO WS-REFUSE-MESSAGE
        PERFORM 1090-REFUSE-RUN
        MOVE PRM-KEEP-GENERATIONS TO WS-KEEP-GENERATIONS
    END-IF
    CLOSE PARM-FILE
    IF WS-TEST-RUN
        MOVE WS-TEST-INPUT-FILENAME  TO WS-INPUT-FILENAME
        MOVE WS-TEST-REPORT-FILENAME TO WS-REPORT-FILENAME
        MOVE WS-TEST-DQ-FILENAME     TO WS-DQ-FILENAME
        MOVE WS-TEST-CKP-FILENAME    TO WS-CHECKPOINT-FILENAME
    END-IF
    PERFORM 0600-BUILD-GENERATION-NAMES.

*> Each night's outputs are written as dated generations - the base
    MOVE "N" TO WS-HEADER-SWITCH
    MOVE "N" TO WS-TRAILER-SWITCH
    OPEN INPUT INPUT-FILE
    IF WS-TEST-RUN AND WS-INPUT-NOT-FOUND
        DISPLAY "PALINDRVR: NO TEST CYCLE THIS RUN"
        MOVE 0 TO RETURN-CODE
        GOBACK
    END-IF
    IF NOT WS-INPUT-OK
        DISPLAY "PALINDRVR: UNABLE TO OPEN INPUT FILE, STATUS=" WS-INPUT-STATUS
        MOVE "UNABLE TO OPEN INPUT FILE" TO WS-REFUSE-MESSAGE
            TO WS-REFUSE-MESSAGE
        PERFORM 1090-REFUSE-RUN
    END-IF
    IF FHR-TEST-CYCLE AND NOT WS-TEST-RUN
        MOVE "TEST CYCLE DELIVERY GIVEN TO LIVE RUN" TO WS-REFUSE-MESSAGE
        PERFORM 1090-REFUSE-RUN
    END-IF
    IF WS-TEST-RUN AND NOT FHR-TEST-CYCLE
        MOVE "LIVE DELIVERY GIVEN TO TEST CYCLE RUN" TO WS-REFUSE-MESSAGE
        PERFORM 1090-REFUSE-RUN
    END-IF
    IF WS-INPUT-TOTAL-RECNO = ZERO
        MOVE "INPUT FILE CONTAINS NO DETAIL RECORDS"
            TO WS-REFUSE-MESSAGE
        DISPLAY "PALINDRVR: RUN REFUSED - " WS-REFUSE-MESSAGE
        GOBACK
    END-IF
    IF NOT WS-TEST-RUN
        PERFORM 1070-CHECK-CYCLE-CONTROL
    END-IF.

*> PALINCYC.DAT carries one line per cycle already processed; the
*> same cycle number arriving again FROM THE SAME SENDER is the same
    ADD 1 TO WS-RECORD-COUNT
    MOVE PIR-TEXT-TO-CHECK TO WS-TEXT-TO-CHECK
    PERFORM 2050-LOOKUP-PROFILE
    PERFORM 2080-MASK-TEXT
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TEXT-TO-CHECK))
        TO WS-TEXT-LEN
    IF WS-TEXT-TO-CHECK = SPACES
    MOVE PIR-SOURCE-SYSTEM  TO WS-RPT-SOURCE
    MOVE PIR-RECORD-ID      TO WS-RPT-RECID
    MOVE PIR-EFFECTIVE-DATE TO WS-RPT-EFFDATE
    MOVE WS-MASKED-TEXT     TO WS-RPT-TEXT
    MOVE WS-IS-PALINDROME   TO WS-RPT-RESULT
    MOVE WS-CHECK-MODE      TO WS-RPT-MODE
    WRITE REPORT-RECORD FROM WS-REPORT-LINE

    IF NOT WS-TEST-RUN
        CALL "PALINHIST" USING PIR-SOURCE-SYSTEM, PIR-RECORD-ID,
                                WS-MASKED-TEXT, WS-IS-PALINDROME,
                                PIR-EFFECTIVE-DATE
        IF RETURN-CODE NOT = ZERO
            MOVE "HISTORY MASTER UPDATE FAILED" TO WS-REFUSE-MESSAGE
            PERFORM 1095-FILE-ERROR
        END-IF
    END-IF

    EVALUATE WS-IS-PALINDROME
        END-IF
    END-PERFORM.

*> A source the registry classifies as personal data has its text
*> replaced by PALINMASK's token in everything this driver writes -
*> report, DQ file, history and audit trail - while the check itself
*> below still runs on WS-TEXT-TO-CHECK, the real text. PALINMASK
*> keeps the real text in its vault for the response file and for an
*> authorized unmask. Masking that cannot be done fails the run
*> rather than print the text.
2080-MASK-TEXT.
    SET MKA-MASK-TEXT TO TRUE
    MOVE PIR-SOURCE-SYSTEM TO MKA-SOURCE-SYSTEM
    MOVE PIR-RECORD-ID     TO MKA-RECORD-ID
    MOVE WS-BUSINESS-DATE  TO MKA-BUSINESS-DATE
    MOVE WS-PROGRAM-NAME   TO MKA-PROGRAM
    MOVE WS-TEXT-TO-CHECK  TO MKA-TEXT
    CALL "PALINMASK" USING MASK-REQUEST
    IF RETURN-CODE NOT = ZERO
        MOVE "PRIVACY MASKING FAILED" TO WS-REFUSE-MESSAGE
        PERFORM 1095-FILE-ERROR
    END-IF
    MOVE MKA-RESULT-TEXT TO WS-MASKED-TEXT.

*> CASE mode rides the FAST entry: that entry compares the buffer
*> exactly as given, so handing it the trimmed text without the
*> upper-casing the other entries do is precisely a case-sensitive
*> check. PHRASE takes the long-buffer entry the online lookup uses.
2100-CHECK-ONE-RECORD.
    IF MKA-SOURCE-CLASSIFIED
        MOVE SPACES TO WS-AUDIT-MASK-TEXT
        MOVE WS-MASKED-TEXT TO WS-AUDIT-MASK-TEXT
        CALL "AUDITLOG-MASK" USING WS-AUDIT-MASK-TEXT
    END-IF
    EVALUATE TRUE
        WHEN WS-MODE-PHRASE
            MOVE SPACES TO WS-LONG-TEXT
    MOVE WS-RECORD-COUNT   TO WS-DQ-RECNO
    MOVE PIR-SOURCE-SYSTEM TO WS-DQ-SOURCE
    MOVE PIR-RECORD-ID     TO WS-DQ-RECID
    MOVE WS-MASKED-TEXT    TO WS-DQ-TEXT
    WRITE DQ-RECORD FROM WS-DQ-LINE.

7000-WRITE-CHECKPOINT.
    CLOSE INPUT-FILE
    CLOSE REPORT-FILE
    CLOSE DQ-FILE
    IF NOT WS-TEST-RUN
        PERFORM 9100-RECORD-CYCLE
        PERFORM 9200-WRITE-RUN-LOG
        IF WS-BUSINESS-DATE > ZERO
            PERFORM 9500-REGISTER-GENERATION
            PERFORM 9600-PURGE-GENERATIONS
        END-IF
        CALL "PALINHIST-CLOSE"
    END-IF
    CALL "AUDITLOG-CLOSE"
    SET MKA-CLOSE-VAULT TO TRUE
    CALL "PALINMASK" USING MASK-REQUEST
    CALL "CBL_DELETE_FILE" USING WS-CHECKPOINT-FILENAME
    MOVE 0 TO RETURN-CODE
    DISPLAY "PALINDRVR: RECORDS PROCESSED = " WS-RECORD-COUNT
    END-IF.

9200-WRITE-RUN-LOG.
    IF WS-TEST-RUN
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND RUNLOG-FILE
    IF WS-RUNLOG-NOT-FOUND
        OPEN OUTPUT RUNLOG-FILE
    END-IF.

9400-WRITE-EXCEPTION.
    IF WS-TEST-RUN
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND EXCEPTION-FILE
    IF WS-EXCEPTION-NOT-FOUND
        OPEN OUTPUT EXCEPTION-FILE
