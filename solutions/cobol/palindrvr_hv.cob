    05  SW-EFFECTIVE-DATE     PIC 9(8).
    05  SW-CHECK-MODE         PIC X(6).
    05  SW-MIN-LENGTH         PIC 9(3).
    05  SW-DELIVERED-TEXT     PIC X(25).

WORKING-STORAGE SECTION.
01  WS-INPUT-FILENAME         PIC X(80) VALUE "PALININ.DAT".

COPY "palingct.cpy".

COPY "palinmka.cpy".

01  WS-EXCEPTION-LINE.
    05  WS-EXC-RUN-DATE       PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.

01  WS-IS-PALINDROME          PIC X(3) JUSTIFIED RIGHT.
01  WS-HIST-TEXT              PIC X(25).
01  WS-MASKED-TEXT            PIC X(25).
01  WS-AUDIT-MASK-TEXT        PIC X(100).
01  WS-PROGRAM-NAME           PIC X(30) VALUE "PALINDRVR-HV".

*> Source-profile master, loaded once at initialization. One entry
            TO WS-REFUSE-MESSAGE
        PERFORM 1090-REFUSE-RUN
    END-IF
*> Test cycles are only ever checked by the standard driver's test
*> entry; one reaching this driver is a live run given a shadow file.
    IF FHR-TEST-CYCLE
        MOVE "TEST CYCLE DELIVERY GIVEN TO LIVE RUN" TO WS-REFUSE-MESSAGE
        PERFORM 1090-REFUSE-RUN
    END-IF
    IF WS-INPUT-TOTAL-RECNO = ZERO
        MOVE "INPUT FILE CONTAINS NO DETAIL RECORDS"
            TO WS-REFUSE-MESSAGE
                    MOVE PIR-SOURCE-SYSTEM  TO SW-SOURCE-SYSTEM
                    MOVE PIR-RECORD-ID      TO SW-RECORD-ID
                    MOVE PIR-EFFECTIVE-DATE TO SW-EFFECTIVE-DATE
                    MOVE PIR-TEXT-TO-CHECK  TO SW-DELIVERED-TEXT
                    RELEASE SORT-WORK-RECORD
                END-IF
        END-READ

        ADD 1 TO WS-RETURN-ORDINAL

        IF WS-RETURN-ORDINAL > WS-RESTART-RECNO
            AND NOT WS-RUN-ABANDONED
            PERFORM 2080-MASK-TEXT
        END-IF

        IF WS-RETURN-ORDINAL > WS-RESTART-RECNO
            AND NOT WS-RUN-ABANDONED
            ADD 1 TO WS-RECORD-COUNT

            IF MKA-SOURCE-CLASSIFIED
                AND (SW-MIN-LENGTH = ZERO
                OR SW-TEXT-LENGTH NOT < SW-MIN-LENGTH)
                MOVE SPACES TO WS-AUDIT-MASK-TEXT
                MOVE WS-MASKED-TEXT TO WS-AUDIT-MASK-TEXT
                CALL "AUDITLOG-MASK" USING WS-AUDIT-MASK-TEXT
            END-IF

            EVALUATE TRUE
                WHEN SW-MIN-LENGTH > ZERO
                     AND SW-TEXT-LENGTH < SW-MIN-LENGTH
            MOVE SW-SOURCE-SYSTEM TO WS-RPT-SOURCE
            MOVE SW-RECORD-ID     TO WS-RPT-RECID
            MOVE SW-EFFECTIVE-DATE TO WS-RPT-EFFDATE
            IF MKA-SOURCE-CLASSIFIED
                MOVE WS-MASKED-TEXT TO WS-RPT-TEXT
            ELSE
                MOVE SW-TRIMMED-TEXT(1:25) TO WS-RPT-TEXT
            END-IF
            MOVE WS-IS-PALINDROME TO WS-RPT-RESULT
            MOVE SW-CHECK-MODE    TO WS-RPT-MODE
            WRITE REPORT-RECORD FROM WS-REPORT-LINE

            MOVE WS-RPT-TEXT TO WS-HIST-TEXT
            CALL "PALINHIST" USING SW-SOURCE-SYSTEM, SW-RECORD-ID,
                                    WS-HIST-TEXT, WS-IS-PALINDROME,
                                    SW-EFFECTIVE-DATE
        END-IF
    END-PERFORM.

*> Privacy masking as in PALINDRVR: the token for a classified source
*> is built from the text as delivered, so both drivers mask the same
*> text the same way, and it replaces the text in the report, history
*> and audit trail while the check runs on SW-TRIMMED-TEXT. A masking
*> failure abandons the run before the record is checked.
2080-MASK-TEXT.
    SET MKA-MASK-TEXT TO TRUE
    MOVE SW-SOURCE-SYSTEM  TO MKA-SOURCE-SYSTEM
    MOVE SW-RECORD-ID      TO MKA-RECORD-ID
    MOVE WS-BUSINESS-DATE  TO MKA-BUSINESS-DATE
    MOVE WS-PROGRAM-NAME   TO MKA-PROGRAM
    MOVE SW-DELIVERED-TEXT TO MKA-TEXT
    CALL "PALINMASK" USING MASK-REQUEST
    IF RETURN-CODE NOT = ZERO
        MOVE "PRIVACY MASKING FAILED" TO WS-REFUSE-MESSAGE
        PERFORM 1095-FILE-ERROR
    END-IF
    MOVE MKA-RESULT-TEXT TO WS-MASKED-TEXT.

7000-WRITE-CHECKPOINT.
    OPEN OUTPUT CHECKPOINT-FILE
    IF NOT WS-CHECKPOINT-OK
    END-IF
    CALL "PALINHIST-CLOSE"
    CALL "AUDITLOG-CLOSE"
    SET MKA-CLOSE-VAULT TO TRUE
    CALL "PALINMASK" USING MASK-REQUEST
    CALL "CBL_DELETE_FILE" USING WS-CHECKPOINT-FILENAME
    MOVE 0 TO RETURN-CODE

