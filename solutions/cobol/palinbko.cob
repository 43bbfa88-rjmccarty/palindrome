
COPY "palinrsp.cpy".

COPY "palinmka.cpy".

01  WS-RUN-DATE               PIC X(8).
01  WS-CURRENT-DATE           PIC X(21).

*> each detail names a record whose reported result the source must
*> discard. The detail carries the text and effective date the voided
*> run reported, which is what the source has on file to back out.
*> For a privacy-classified source the master holds only the masking
*> token, so the text goes back through the mask vault; a token the
*> vault no longer knows is sent as it stands and warned on.
5100-WRITE-RETRACT-DETAIL.
    IF NOT WS-RETRACT-IS-OPEN
        PERFORM 5200-OPEN-RETRACT-FILE
    END-IF
    SET MKA-UNMASK-TEXT TO TRUE
    MOVE HJR-SOURCE-SYSTEM  TO MKA-SOURCE-SYSTEM
    MOVE HST-TEXT-TO-CHECK  TO MKA-TEXT
    CALL "PALINMASK" USING MASK-REQUEST
    IF RETURN-CODE NOT = ZERO
        DISPLAY "PALINBKO: UNABLE TO READ MASK VAULT"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF HST-TEXT-TO-CHECK(1:7) = "MASKED-" AND NOT MKA-TOKEN-FOUND
        DISPLAY "PALINBKO: TEXT NOT IN MASK VAULT " HJR-RECORD-ID
        IF WS-RUN-RC < 4
            MOVE 4 TO WS-RUN-RC
        END-IF
    END-IF
    MOVE "DTL"              TO RSP-RECORD-TYPE
    MOVE HJR-RECORD-ID      TO RSP-RECORD-ID
    MOVE HST-EFFECTIVE-DATE TO RSP-EFFECTIVE-DATE
    MOVE MKA-RESULT-TEXT    TO RSP-TEXT-CHECKED
    MOVE "RTR"              TO RSP-RESULT
    MOVE "N"                TO RSP-NEAR-MISS-FLAG
    WRITE RETRACT-RECORD FROM RESPONSE-DETAIL-RECORD
