    05  WS-PRM-AGE-DAYS       PIC 9(5).
    05  FILLER                PIC X(75).

*> One tracking entry per response file or reject return file
*> produced and not yet fully acknowledged - the file type tells the
*> two apart, and a line written before reject returns existed has a
*> blank type and is a response. ACKED entries are reported once and
*> dropped on the rewrite; OUTSTAND and MISMATCH entries are carried
*> forward until a clean acknowledgment arrives.
01  WS-TRACKING-LINE.
    05  RTK-SOURCE-SYSTEM     PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  RTK-STATUS            PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  RTK-ACK-COUNT         PIC 9(9).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  RTK-FILE-TYPE         PIC X(3).

01  WS-TRACK-TABLE.
    05  WS-TRACK-ENTRY OCCURS 200 TIMES.
            88  WS-TRK-ACKED         VALUE "ACKED".
            88  WS-TRK-MISMATCHED    VALUE "MISMATCH".
        10  WS-TRK-ACK-COUNT  PIC 9(9).
        10  WS-TRK-TYPE       PIC X(3).
01  WS-TRACK-COUNT            PIC 9(3) VALUE ZERO.
01  WS-TRACK-SUB              PIC 9(3).
01  WS-MATCH-SUB              PIC 9(3).

01  WS-CUR-SENDER             PIC X(8).
01  WS-CUR-TYPE               PIC X(3).
01  WS-RESPONSE-TRL-COUNT     PIC 9(9).
01  WS-RESPONSE-DTL-COUNT     PIC 9(9).
01  WS-RESPONSE-TRL-SWITCH    PIC X.

01  WS-RUN-DATE               PIC X(8).
01  WS-CURRENT-DATE           PIC X(21).
01  WS-ENTRY-AGE              PIC S9(5).
COPY "palincla.cpy".

01  WS-AGING-LINE.
    05  WS-AGL-SOURCE         PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-AGL-DATE           PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-AGL-TYPE           PIC X(3).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-AGL-COUNT          PIC ZZZZZZZZ9.
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-AGL-ACK-COUNT      PIC ZZZZZZZZ9.
1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE

    OPEN INPUT PARM-FILE
    IF WS-PARM-OK
    MOVE SPACES TO WS-REPORT-LINE
    STRING "RESPONSE ACKNOWLEDGMENT AGING - RUN DATE " DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        " - AGE IN BUSINESS DAYS" DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE "SOURCE    BUS DATE  FILE   SHIPPED  ACKNOWLEDGED  AGE  STATUS"
        TO WS-REPORT-LINE
    WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE.

        MOVE RTK-ACK-COUNT TO WS-TRK-ACK-COUNT(WS-TRACK-COUNT)
    ELSE
        MOVE ZERO TO WS-TRK-ACK-COUNT(WS-TRACK-COUNT)
    END-IF
    IF RTK-FILE-TYPE = "REJ"
        MOVE "REJ" TO WS-TRK-TYPE(WS-TRACK-COUNT)
    ELSE
        MOVE "RSP" TO WS-TRK-TYPE(WS-TRACK-COUNT)
    END-IF.

*> Tonight's response files join the tracking master as OUTSTAND
*> items the moment they exist on disk - waiting for the ack run to
*> notice them later would leave a window where a response file could
*> vanish untracked. PALINEDIT's reject return files carry the same
*> header/detail/trailer framing and are registered the same way, as
*> a second file type per sender.
3000-REGISTER-RESPONSES.
    IF WS-BUSINESS-DATE = ZERO
        CONTINUE
                    NOT AT END
                        IF SENDER-RECORD(1:8) NOT = SPACES
                            MOVE SENDER-RECORD(1:8) TO WS-CUR-SENDER
                            MOVE "RSP" TO WS-CUR-TYPE
                            PERFORM 3100-REGISTER-ONE-RESPONSE
                            MOVE "REJ" TO WS-CUR-TYPE
                            PERFORM 3100-REGISTER-ONE-RESPONSE
                        END-IF
                END-READ
        CONTINUE
    ELSE
        MOVE SPACES TO WS-RESPONSE-FILENAME
        STRING "PALIN" DELIMITED BY SIZE
            WS-CUR-TYPE DELIMITED BY SIZE
            "." DELIMITED BY SIZE
            FUNCTION TRIM(WS-CUR-SENDER) DELIMITED BY SIZE
            "." DELIMITED BY SIZE
            WS-BUSINESS-DATE DELIMITED BY SIZE
            ADD 1 TO WS-TRACK-COUNT
            MOVE WS-CUR-SENDER TO WS-TRK-SOURCE(WS-TRACK-COUNT)
            MOVE WS-BUSINESS-DATE TO WS-TRK-DATE(WS-TRACK-COUNT)
            MOVE WS-CUR-TYPE TO WS-TRK-TYPE(WS-TRACK-COUNT)
            MOVE ZERO TO WS-TRK-ACK-COUNT(WS-TRACK-COUNT)
            IF WS-RESPONSE-TRL-FOUND
                MOVE WS-RESPONSE-TRL-COUNT
*> but keeps it open so a corrected acknowledgment can still close
*> it; an acknowledgment for a response we never produced is its own
*> report line - a source claiming to have loaded something we did
*> not ship is worth a phone call too. The acknowledgment's file type
*> says which of our files it answers; a blank type is a response.
4000-APPLY-ACKNOWLEDGMENTS.
    OPEN INPUT SENDER-FILE
    IF WS-SENDER-OK
    END-IF.

4200-APPLY-ONE-ACK.
    IF ACK-FOR-REJECTS
        MOVE "REJ" TO WS-CUR-TYPE
    ELSE
        MOVE "RSP" TO WS-CUR-TYPE
    END-IF
    MOVE ZERO TO WS-MATCH-SUB
    PERFORM VARYING WS-TRACK-SUB FROM 1 BY 1
            UNTIL WS-TRACK-SUB > WS-TRACK-COUNT
        IF WS-TRK-SOURCE(WS-TRACK-SUB) = ACK-SOURCE-SYSTEM
            AND WS-TRK-DATE(WS-TRACK-SUB) = ACK-BUSINESS-DATE
            AND WS-TRK-TYPE(WS-TRACK-SUB) = WS-CUR-TYPE
            MOVE WS-TRACK-SUB TO WS-MATCH-SUB
            EXIT PERFORM
        END-IF
    IF WS-MATCH-SUB = ZERO
        ADD 1 TO WS-ORPHAN-ACK-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "ACK WITHOUT MATCHING FILE: " DELIMITED BY SIZE
            ACK-SOURCE-SYSTEM DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            ACK-BUSINESS-DATE DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            WS-CUR-TYPE DELIMITED BY SIZE
            INTO WS-REPORT-LINE
        END-STRING
        WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE
    PERFORM VARYING WS-TRACK-SUB FROM 1 BY 1
            UNTIL WS-TRACK-SUB > WS-TRACK-COUNT
        PERFORM 5100-REPORT-ONE-ENTRY
    END-PERFORM
    IF WS-TRACK-COUNT > ZERO AND CLR-CALENDAR-MISSING
        DISPLAY "PALINACK: NO BUSINESS CALENDAR - WEEKENDS ONLY EXCLUDED FROM AGE"
    END-IF.

*> Age is counted in business days for the receiving source: a file
*> shipped Friday night is one day old on Monday morning, not three,
*> and a source's own office holidays do not count against it.

5100-REPORT-ONE-ENTRY.
    MOVE ZERO TO WS-ENTRY-AGE
    IF WS-TRK-DATE(WS-TRACK-SUB) NUMERIC
        MOVE "C" TO CLR-FUNCTION
        MOVE WS-TRK-SOURCE(WS-TRACK-SUB) TO CLR-SOURCE-SYSTEM
        MOVE WS-TRK-DATE(WS-TRACK-SUB) TO CLR-FROM-DATE
        MOVE WS-RUN-DATE TO CLR-TO-DATE
        CALL "PALINCAL" USING CALENDAR-REQUEST
        IF RETURN-CODE NOT = 0
            DISPLAY "PALINACK: BUSINESS CALENDAR LOOKUP FAILED"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE CLR-DAY-COUNT TO WS-ENTRY-AGE
    END-IF
    MOVE WS-TRK-SOURCE(WS-TRACK-SUB)    TO WS-AGL-SOURCE
    MOVE WS-TRK-DATE(WS-TRACK-SUB)      TO WS-AGL-DATE
    MOVE WS-TRK-TYPE(WS-TRACK-SUB)      TO WS-AGL-TYPE
    MOVE WS-TRK-COUNT(WS-TRACK-SUB)     TO WS-AGL-COUNT
    MOVE WS-TRK-ACK-COUNT(WS-TRACK-SUB) TO WS-AGL-ACK-COUNT
    MOVE WS-ENTRY-AGE                   TO WS-AGL-AGE
            MOVE WS-TRK-COUNT(WS-TRACK-SUB)  TO RTK-RECORD-COUNT
            MOVE WS-TRK-STATUS(WS-TRACK-SUB) TO RTK-STATUS
            MOVE WS-TRK-ACK-COUNT(WS-TRACK-SUB) TO RTK-ACK-COUNT
            MOVE WS-TRK-TYPE(WS-TRACK-SUB) TO RTK-FILE-TYPE
            WRITE NEW-TRACKING-RECORD FROM WS-TRACKING-LINE
        END-IF
    END-PERFORM
            UNTIL WS-TRACK-SUB > WS-TRACK-COUNT
        IF WS-TRK-SOURCE(WS-TRACK-SUB) = WS-CUR-SENDER
            AND WS-TRK-DATE(WS-TRACK-SUB) = WS-BUSINESS-DATE
            AND WS-TRK-TYPE(WS-TRACK-SUB) = WS-CUR-TYPE
            MOVE WS-TRACK-SUB TO WS-MATCH-SUB
            EXIT PERFORM
        END-IF
