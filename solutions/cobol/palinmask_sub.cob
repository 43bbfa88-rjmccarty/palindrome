IDENTIFICATION DIVISION.
PROGRAM-ID. PALINMASK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REGISTRY-FILE ASSIGN TO DYNAMIC WS-REGISTRY-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTRY-STATUS.

    SELECT VAULT-FILE ASSIGN TO DYNAMIC WS-VAULT-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-VAULT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  REGISTRY-FILE.
    COPY "palinsrg.cpy".

FD  VAULT-FILE.
    COPY "palinvlt.cpy".

WORKING-STORAGE SECTION.
    01 WS-REGISTRY-FILENAME PIC X(80) VALUE "PALINSREG.DAT".
    01 WS-VAULT-FILENAME    PIC X(80) VALUE "PALINVLT.DAT".

    01 WS-REGISTRY-STATUS   PIC XX.
       88  WS-REGISTRY-OK         VALUE "00".
       88  WS-REGISTRY-EOF        VALUE "10".
    01 WS-VAULT-STATUS      PIC XX.
       88  WS-VAULT-OK            VALUE "00".
       88  WS-VAULT-EOF           VALUE "10".
       88  WS-VAULT-NOT-FOUND     VALUE "35".

    01 WS-LOADED-SWITCH     PIC X VALUE "N".
       88  WS-REGISTRY-IS-LOADED  VALUE "Y".
    01 WS-VAULT-OPEN-SWITCH PIC X VALUE "N".
       88  WS-VAULT-IS-OPEN       VALUE "Y".

    01 WS-CLASSIFIED-TABLE.
       05 WS-CLS-SOURCE OCCURS 100 TIMES PIC X(8).
    01 WS-CLASSIFIED-COUNT  PIC 9(3) VALUE ZERO.
    01 WS-CLASSIFIED-SUB    PIC 9(3).
    01 WS-CLASSIFIED-SWITCH PIC X.
       88  WS-IS-CLASSIFIED       VALUE "Y".

    01 WS-TOKEN.
       05 WS-TOKEN-PREFIX   PIC X(7) VALUE "MASKED-".
       05 WS-TOKEN-CHECK    PIC 9(10).
    01 WS-TOKEN-SEED        PIC X(33).
    01 WS-CHAIN-VALUE       PIC 9(13).
    01 WS-CHAR-SUB          PIC 9(3).
    01 WS-CHAIN-MODULUS     PIC 9(10) VALUE 9999999967.
    01 WS-CHAIN-MULTIPLIER  PIC 9(3)  VALUE 131.
    01 WS-CURRENT-DATE      PIC X(21).

    01 WS-UNMASK-SOURCE     PIC X(8) VALUE SPACES.
    01 WS-UNMASK-TABLE.
       05 WS-UMK-ENTRY OCCURS 20000 TIMES.
          10 WS-UMK-TOKEN   PIC X(17).
          10 WS-UMK-TEXT    PIC X(25).
    01 WS-UNMASK-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-UNMASK-SUB        PIC 9(5).

LINKAGE SECTION.
    COPY "palinmka.cpy".

*> Privacy masking for sources the registry classifies as carrying
*> personal data (SRG-PRIVACY-CLASS "P"). For those sources the text
*> to check is never stored or printed as delivered: the drivers
*> still run the palindrome check on the real text, but the report,
*> the DQ file, the history master and journal and the audit trail
*> all carry a token in its place. The token is "MASKED-" and a ten
*> digit checksum over the source and the text, so the same text
*> from the same source always masks the same way - duplicate and
*> resubmission analysis still work on masked data - without the
*> token saying anything about the text itself. Like the audit check
*> value it is protection against casual reading, not a
*> cryptographic seal; the vault and the source code both stay
*> access controlled.
*>
*> The one place the real text is kept is the mask vault, PALINVLT.DAT:
*> one line per masked record, token against source, record id,
*> business date and real text. The response files back to the
*> source put the real text back (PALINRESP from the night's input,
*> PALINBKO's retraction through the U service here), and PALINUNMK
*> is the only sanctioned way for anyone else to read the vault.
*>
*> Services, chosen by MKA-FUNCTION:
*>   M - mask MKA-TEXT into MKA-RESULT-TEXT for MKA-SOURCE-SYSTEM and,
*>       when the source is classified, record it in the vault
*>   P - the same mask with no vault line, for reports of text that
*>       is already held elsewhere (certification of a test cycle)
*>   K - only say whether MKA-SOURCE-SYSTEM is classified
*>   U - turn a token back into the real text from the vault for one
*>       source; text that is not a token comes back as given
*>   C - close the vault at end of job
*> MKA-CLASSIFIED-SW is set on M, P, K and U. An unclassified source,
*> or blank text, comes back unmasked.
*>
*> The registry is read once on first call; the vault is opened for
*> EXTEND on the first M and left open, the arrangement AUDITLOG and
*> PALINHIST use - the driver CALLs with C once at end of job. For U
*> the vault lines of the one source asked about are held in core,
*> reloaded only when the source changes. A registry that cannot be
*> read, a vault that cannot be written or an unmask table overflow
*> DISPLAYs, sets RETURN-CODE 12 and GOBACKs - masking never fails
*> open into printing the real text, so the caller checks
*> RETURN-CODE after the CALL.
PROCEDURE DIVISION USING MASK-REQUEST.

0000-MAIN.
    MOVE ZERO TO RETURN-CODE
    MOVE SPACES TO MKA-RESULT-TEXT
    MOVE "N" TO MKA-CLASSIFIED-SW
    MOVE "N" TO MKA-FOUND-SW
    IF MKA-CLOSE-VAULT
        IF WS-VAULT-IS-OPEN
            CLOSE VAULT-FILE
            MOVE "N" TO WS-VAULT-OPEN-SWITCH
        END-IF
        GOBACK
    END-IF

    IF NOT WS-REGISTRY-IS-LOADED
        PERFORM 1000-LOAD-REGISTRY
    END-IF
    PERFORM 1500-CLASSIFY-SOURCE
    IF WS-IS-CLASSIFIED
        SET MKA-SOURCE-CLASSIFIED TO TRUE
    END-IF
    MOVE MKA-TEXT TO MKA-RESULT-TEXT

    EVALUATE TRUE
        WHEN MKA-MASK-TEXT
            IF WS-IS-CLASSIFIED AND MKA-TEXT NOT = SPACES
                PERFORM 2000-BUILD-TOKEN
                PERFORM 2100-WRITE-VAULT-LINE
            END-IF
        WHEN MKA-PREVIEW-MASK
            IF WS-IS-CLASSIFIED AND MKA-TEXT NOT = SPACES
                PERFORM 2000-BUILD-TOKEN
            END-IF
        WHEN MKA-CHECK-SOURCE
            CONTINUE
        WHEN MKA-UNMASK-TEXT
            IF MKA-TEXT(1:7) = WS-TOKEN-PREFIX
                PERFORM 3000-UNMASK-TOKEN
            END-IF
        WHEN OTHER
            DISPLAY "PALINMASK: UNKNOWN MASK FUNCTION " MKA-FUNCTION
            MOVE 12 TO RETURN-CODE
    END-EVALUATE
    GOBACK.

1000-LOAD-REGISTRY.
    OPEN INPUT REGISTRY-FILE
    IF NOT WS-REGISTRY-OK
        DISPLAY "PALINMASK: UNABLE TO OPEN SOURCE REGISTRY, STATUS=" WS-REGISTRY-STATUS
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM UNTIL WS-REGISTRY-EOF
        READ REGISTRY-FILE
            AT END
                CONTINUE
            NOT AT END
                IF SRG-SOURCE-SYSTEM NOT = SPACES
                    AND SRG-PRIVACY-PERSONAL
                    PERFORM 1100-LOAD-ONE-SOURCE
                END-IF
        END-READ
    END-PERFORM
    CLOSE REGISTRY-FILE
    SET WS-REGISTRY-IS-LOADED TO TRUE.

1100-LOAD-ONE-SOURCE.
    IF WS-CLASSIFIED-COUNT >= 100
        DISPLAY "PALINMASK: SOURCE REGISTRY OVERFLOWS TABLE"
        CLOSE REGISTRY-FILE
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF
    ADD 1 TO WS-CLASSIFIED-COUNT
    MOVE SRG-SOURCE-SYSTEM TO WS-CLS-SOURCE(WS-CLASSIFIED-COUNT).

1500-CLASSIFY-SOURCE.
    MOVE "N" TO WS-CLASSIFIED-SWITCH
    PERFORM VARYING WS-CLASSIFIED-SUB FROM 1 BY 1
            UNTIL WS-CLASSIFIED-SUB > WS-CLASSIFIED-COUNT
        IF WS-CLS-SOURCE(WS-CLASSIFIED-SUB) = MKA-SOURCE-SYSTEM
            SET WS-IS-CLASSIFIED TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> The same polynomial PALINACHK chains the audit trail with, run
*> over the source and the text only, from a fixed seed.
2000-BUILD-TOKEN.
    MOVE MKA-SOURCE-SYSTEM TO WS-TOKEN-SEED(1:8)
    MOVE MKA-TEXT          TO WS-TOKEN-SEED(9:25)
    MOVE 7 TO WS-CHAIN-VALUE
    PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1 UNTIL WS-CHAR-SUB > 33
        COMPUTE WS-CHAIN-VALUE = FUNCTION MOD(
            WS-CHAIN-VALUE * WS-CHAIN-MULTIPLIER
            + FUNCTION ORD(WS-TOKEN-SEED(WS-CHAR-SUB:1)),
            WS-CHAIN-MODULUS)
    END-PERFORM
    MOVE WS-CHAIN-VALUE TO WS-TOKEN-CHECK
    MOVE SPACES TO MKA-RESULT-TEXT
    MOVE WS-TOKEN TO MKA-RESULT-TEXT.

2100-WRITE-VAULT-LINE.
    IF NOT WS-VAULT-IS-OPEN
        OPEN EXTEND VAULT-FILE
        IF WS-VAULT-NOT-FOUND
            OPEN OUTPUT VAULT-FILE
        END-IF
        IF NOT WS-VAULT-OK
            DISPLAY "PALINMASK: UNABLE TO OPEN MASK VAULT, STATUS=" WS-VAULT-STATUS
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        SET WS-VAULT-IS-OPEN TO TRUE
    END-IF
    MOVE SPACES            TO MASK-VAULT-RECORD
    MOVE WS-TOKEN          TO MVT-TOKEN
    MOVE MKA-SOURCE-SYSTEM TO MVT-SOURCE-SYSTEM
    MOVE MKA-RECORD-ID     TO MVT-RECORD-ID
    IF MKA-BUSINESS-DATE > ZERO
        MOVE MKA-BUSINESS-DATE TO MVT-BUSINESS-DATE
    ELSE
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
        MOVE WS-CURRENT-DATE(1:8) TO MVT-BUSINESS-DATE
    END-IF
    MOVE MKA-PROGRAM       TO MVT-PROGRAM
    MOVE MKA-TEXT          TO MVT-TEXT
    WRITE MASK-VAULT-RECORD
    IF NOT WS-VAULT-OK
        DISPLAY "PALINMASK: MASK VAULT WRITE FAILED, STATUS=" WS-VAULT-STATUS
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF.

3000-UNMASK-TOKEN.
    IF MKA-SOURCE-SYSTEM NOT = WS-UNMASK-SOURCE
        PERFORM 3100-LOAD-SOURCE-TOKENS
    END-IF
    PERFORM VARYING WS-UNMASK-SUB FROM 1 BY 1
            UNTIL WS-UNMASK-SUB > WS-UNMASK-COUNT
        IF WS-UMK-TOKEN(WS-UNMASK-SUB) = MKA-TEXT(1:17)
            MOVE WS-UMK-TEXT(WS-UNMASK-SUB) TO MKA-RESULT-TEXT
            SET MKA-TOKEN-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> A source's vault lines repeat the same token for every night the
*> same text came in; only the first of each is kept.
3100-LOAD-SOURCE-TOKENS.
    IF WS-VAULT-IS-OPEN
        CLOSE VAULT-FILE
        MOVE "N" TO WS-VAULT-OPEN-SWITCH
    END-IF
    MOVE ZERO TO WS-UNMASK-COUNT
    MOVE MKA-SOURCE-SYSTEM TO WS-UNMASK-SOURCE
    OPEN INPUT VAULT-FILE
    IF WS-VAULT-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-VAULT-OK
        DISPLAY "PALINMASK: UNABLE TO OPEN MASK VAULT, STATUS=" WS-VAULT-STATUS
        MOVE SPACES TO WS-UNMASK-SOURCE
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM UNTIL WS-VAULT-EOF
        READ VAULT-FILE
            AT END
                CONTINUE
            NOT AT END
                IF MVT-SOURCE-SYSTEM = WS-UNMASK-SOURCE
                    PERFORM 3150-HOLD-ONE-TOKEN
                END-IF
        END-READ
    END-PERFORM
    CLOSE VAULT-FILE.

3150-HOLD-ONE-TOKEN.
    PERFORM VARYING WS-UNMASK-SUB FROM 1 BY 1
            UNTIL WS-UNMASK-SUB > WS-UNMASK-COUNT
        IF WS-UMK-TOKEN(WS-UNMASK-SUB) = MVT-TOKEN
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF WS-UNMASK-COUNT >= 20000
        DISPLAY "PALINMASK: MASK VAULT OVERFLOWS UNMASK TABLE FOR " WS-UNMASK-SOURCE
        CLOSE VAULT-FILE
        MOVE SPACES TO WS-UNMASK-SOURCE
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF
    ADD 1 TO WS-UNMASK-COUNT
    MOVE MVT-TOKEN TO WS-UMK-TOKEN(WS-UNMASK-COUNT)
    MOVE MVT-TEXT  TO WS-UMK-TEXT(WS-UNMASK-COUNT).
