        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-DQ-STATUS.

    SELECT INPUT-FILE ASSIGN TO DYNAMIC WS-INPUT-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-INPUT-STATUS.

    SELECT RESPONSE-FILE ASSIGN TO DYNAMIC WS-RESPONSE-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-RESPONSE-STATUS.
FD  DQ-FILE.
01  DQ-RECORD                PIC X(100).

FD  INPUT-FILE.
    COPY "palinrec.cpy".

FD  RESPONSE-FILE.
01  RESPONSE-RECORD          PIC X(60).

01  SORT-WORK-RECORD.
    05  SR-SOURCE-SYSTEM      PIC X(8).
    05  SR-RECORD-ID          PIC X(20).
    05  SR-RECNO              PIC 9(9).
    05  SR-RECORD-TYPE        PIC X(1).
        88  SR-IS-DELIVERED       VALUE "0".
        88  SR-IS-NEAR-MISS       VALUE "1".
        88  SR-IS-DETAIL          VALUE "2".
    05  SR-EFFDATE            PIC X(8).
01  WS-PARM-FILENAME          PIC X(80) VALUE "PALINPARM.DAT".
01  WS-DETAIL-FILENAME        PIC X(80) VALUE "PALINRPT.DAT".
01  WS-DQ-FILENAME            PIC X(80) VALUE "PALINDQ.DAT".
01  WS-INPUT-FILENAME         PIC X(80) VALUE "PALININ.DAT".
01  WS-RESPONSE-FILENAME      PIC X(80).
01  WS-SORTWORK-FILENAME      PIC X(80) VALUE "PALINRSP.TMP".

    88  WS-DQ-OK                    VALUE "00".
    88  WS-DQ-EOF                   VALUE "10".

01  WS-INPUT-STATUS           PIC XX.
    88  WS-INPUT-OK                 VALUE "00".
    88  WS-INPUT-EOF                VALUE "10".

01  WS-RESPONSE-STATUS        PIC XX.
    88  WS-RESPONSE-OK              VALUE "00".

    05  WS-NMK-SOURCE         PIC X(8).
    05  WS-NMK-RECID          PIC X(20).

01  WS-DELIVERED-KEY.
    05  WS-DLV-SOURCE         PIC X(8).
    05  WS-DLV-RECID          PIC X(20).
    05  WS-DLV-RECNO          PIC 9(9).
01  WS-DLV-TEXT               PIC X(25).
01  WS-RECNO-TEXT             PIC X(9).
01  WS-INPUT-RECNO            PIC 9(9).
01  WS-CLASSIFIED-DETAILS     PIC 9(9) VALUE ZERO.

COPY "palinmka.cpy".

01  WS-SOURCES-WRITTEN        PIC 9(5) VALUE ZERO.
01  WS-DETAILS-WRITTEN        PIC 9(9) VALUE ZERO.
01  WS-CURRENT-DATE           PIC X(21).
*> Near-miss markers from the DQ file sort ahead of the detail for
*> the same source/record id, so the detail can be written with its
*> near-miss flag already known - no second pass and no in-core table.
*> The delivered text of a privacy-classified source sorts ahead of
*> both the same way, keyed to the record number the driver gave it.
    SORT SORT-WORK-FILE
        ASCENDING KEY SR-SOURCE-SYSTEM SR-RECORD-ID SR-RECNO
                      SR-RECORD-TYPE
        INPUT PROCEDURE IS 2000-RELEASE-INPUT-LINES
        OUTPUT PROCEDURE IS 3000-SPLIT-BY-SOURCE

                IF PRM-DQ-FILENAME NOT = SPACES
                    MOVE PRM-DQ-FILENAME TO WS-DQ-FILENAME
                END-IF
                IF PRM-INPUT-FILENAME NOT = SPACES
                    MOVE PRM-INPUT-FILENAME TO WS-INPUT-FILENAME
                END-IF
        END-READ
        CLOSE PARM-FILE
    END-IF
                    MOVE DETAIL-REPORT-RECORD TO WS-RPT-LINE
                    MOVE WS-RPT-SOURCE  TO SR-SOURCE-SYSTEM
                    MOVE WS-RPT-RECID   TO SR-RECORD-ID
                    MOVE WS-RPT-RECNO   TO WS-RECNO-TEXT
                    PERFORM 2100-SET-SORT-RECNO
                    MOVE "2"            TO SR-RECORD-TYPE
                    MOVE WS-RPT-EFFDATE TO SR-EFFDATE
                    MOVE WS-RPT-TEXT    TO SR-TEXT
                    MOVE WS-RPT-RESULT  TO SR-RESULT
                    RELEASE SORT-WORK-RECORD
                    PERFORM 2150-NOTE-CLASSIFIED-SOURCE
                END-IF
        END-READ
    END-PERFORM
                        MOVE DQ-RECORD TO WS-DQ-LINE
                        MOVE WS-DQL-SOURCE TO SR-SOURCE-SYSTEM
                        MOVE WS-DQL-RECID  TO SR-RECORD-ID
                        MOVE WS-DQL-RECNO  TO WS-RECNO-TEXT
                        PERFORM 2100-SET-SORT-RECNO
                        MOVE "1"           TO SR-RECORD-TYPE
                        MOVE SPACES        TO SR-EFFDATE
                        MOVE SPACES        TO SR-TEXT
            END-READ
        END-PERFORM
        CLOSE DQ-FILE
    END-IF

    IF WS-CLASSIFIED-DETAILS > ZERO AND NOT WS-RUN-ABANDONED
        PERFORM 2200-RELEASE-DELIVERED-TEXT
    END-IF.

2100-SET-SORT-RECNO.
    INSPECT WS-RECNO-TEXT REPLACING LEADING SPACES BY ZEROS
    IF WS-RECNO-TEXT NUMERIC
        MOVE WS-RECNO-TEXT TO SR-RECNO
    ELSE
        MOVE ZERO TO SR-RECNO
    END-IF.

2150-NOTE-CLASSIFIED-SOURCE.
    IF WS-RUN-ABANDONED
        EXIT PARAGRAPH
    END-IF
    SET MKA-CHECK-SOURCE TO TRUE
    MOVE SR-SOURCE-SYSTEM TO MKA-SOURCE-SYSTEM
    CALL "PALINMASK" USING MASK-REQUEST
    IF RETURN-CODE NOT = ZERO
        MOVE 12 TO RETURN-CODE
        SET WS-RUN-ABANDONED TO TRUE
        EXIT PARAGRAPH
    END-IF
    IF MKA-SOURCE-CLASSIFIED
        ADD 1 TO WS-CLASSIFIED-DETAILS
    END-IF.

*> The drivers print a token in place of the text for a source the
*> registry classifies as personal data, but the response file goes
*> back to that source and must carry the text it sent. The night's
*> input still holds it: its detail records are numbered here the
*> way the drivers number them, and each classified one is released
*> to meet its report line in the sort. Without the input there is
*> no text to give back, and a response full of tokens would be
*> wrong, so the run stops.
2200-RELEASE-DELIVERED-TEXT.
    OPEN INPUT INPUT-FILE
    IF NOT WS-INPUT-OK
        DISPLAY "PALINRESP: UNABLE TO OPEN INPUT FILE FOR CLASSIFIED TEXT, STATUS=" WS-INPUT-STATUS
        MOVE 12 TO RETURN-CODE
        SET WS-RUN-ABANDONED TO TRUE
        EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO WS-INPUT-RECNO
    PERFORM UNTIL WS-INPUT-EOF OR WS-RUN-ABANDONED
        READ INPUT-FILE
            AT END
                CONTINUE
            NOT AT END
                IF INPUT-RECORD(1:3) NOT = "HDR"
                    AND INPUT-RECORD(1:3) NOT = "TRL"
                    ADD 1 TO WS-INPUT-RECNO
                    PERFORM 2250-RELEASE-ONE-DELIVERED
                END-IF
        END-READ
    END-PERFORM
    CLOSE INPUT-FILE.

2250-RELEASE-ONE-DELIVERED.
    SET MKA-CHECK-SOURCE TO TRUE
    MOVE PIR-SOURCE-SYSTEM TO MKA-SOURCE-SYSTEM
    CALL "PALINMASK" USING MASK-REQUEST
    IF RETURN-CODE NOT = ZERO
        MOVE 12 TO RETURN-CODE
        SET WS-RUN-ABANDONED TO TRUE
        EXIT PARAGRAPH
    END-IF
    IF MKA-SOURCE-CLASSIFIED
        MOVE PIR-SOURCE-SYSTEM TO SR-SOURCE-SYSTEM
        MOVE PIR-RECORD-ID     TO SR-RECORD-ID
        MOVE WS-INPUT-RECNO    TO SR-RECNO
        MOVE "0"               TO SR-RECORD-TYPE
        MOVE SPACES            TO SR-EFFDATE
        MOVE PIR-TEXT-TO-CHECK TO SR-TEXT
        MOVE SPACES            TO SR-RESULT
        RELEASE SORT-WORK-RECORD
    END-IF.

3000-SPLIT-BY-SOURCE.
                EXIT PERFORM
        END-RETURN

        IF NOT WS-RUN-ABANDONED AND NOT SR-IS-DELIVERED
            IF NOT WS-RESPONSE-IS-OPEN
                OR SR-SOURCE-SYSTEM NOT = WS-CUR-SOURCE
                IF WS-RESPONSE-IS-OPEN
        END-IF

        IF NOT WS-RUN-ABANDONED
            EVALUATE TRUE
                WHEN SR-IS-DELIVERED
                    MOVE SR-SOURCE-SYSTEM TO WS-DLV-SOURCE
                    MOVE SR-RECORD-ID     TO WS-DLV-RECID
                    MOVE SR-RECNO         TO WS-DLV-RECNO
                    MOVE SR-TEXT          TO WS-DLV-TEXT
                WHEN SR-IS-NEAR-MISS
                    MOVE SR-SOURCE-SYSTEM TO WS-NMK-SOURCE
                    MOVE SR-RECORD-ID     TO WS-NMK-RECID
                WHEN OTHER
                    PERFORM 3200-WRITE-RESPONSE-DETAIL
            END-EVALUATE
        END-IF
    END-PERFORM

    ELSE
        MOVE ZERO TO RSP-EFFECTIVE-DATE
    END-IF
    IF SR-SOURCE-SYSTEM = WS-DLV-SOURCE
        AND SR-RECORD-ID = WS-DLV-RECID
        AND SR-RECNO = WS-DLV-RECNO
        MOVE WS-DLV-TEXT TO RSP-TEXT-CHECKED
    ELSE
        MOVE SR-TEXT     TO RSP-TEXT-CHECKED
    END-IF
    MOVE SR-RESULT   TO RSP-RESULT
    IF SR-SOURCE-SYSTEM = WS-NMK-SOURCE
        AND SR-RECORD-ID = WS-NMK-RECID
