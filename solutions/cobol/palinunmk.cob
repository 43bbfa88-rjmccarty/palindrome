IDENTIFICATION DIVISION.
PROGRAM-ID. PALINUNMK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REQUEST-FILE ASSIGN TO DYNAMIC WS-REQUEST-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REQUEST-STATUS.

    SELECT AUTH-FILE ASSIGN TO DYNAMIC WS-AUTH-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-AUTH-STATUS.

    SELECT VAULT-FILE ASSIGN TO DYNAMIC WS-VAULT-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-VAULT-STATUS.

    SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-STATUS.

    SELECT UNMASK-LOG-FILE ASSIGN TO DYNAMIC WS-LOG-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  REQUEST-FILE.
01  REQUEST-RECORD           PIC X(100).

FD  AUTH-FILE.
    COPY "palinuau.cpy".

FD  VAULT-FILE.
    COPY "palinvlt.cpy".

FD  EXTRACT-FILE.
01  EXTRACT-RECORD           PIC X(100).

FD  UNMASK-LOG-FILE.
01  UNMASK-LOG-RECORD        PIC X(132).

WORKING-STORAGE SECTION.
01  WS-REQUEST-FILENAME       PIC X(80) VALUE "PALINUNMK.PRM".
01  WS-AUTH-FILENAME          PIC X(80) VALUE "PALINUAUT.DAT".
01  WS-VAULT-FILENAME         PIC X(80) VALUE "PALINVLT.DAT".
01  WS-EXTRACT-FILENAME       PIC X(80) VALUE "PALINUEXT.DAT".
01  WS-LOG-FILENAME           PIC X(80) VALUE "PALINUNMK.LOG".

01  WS-REQUEST-STATUS         PIC XX.
    88  WS-REQUEST-OK               VALUE "00".

01  WS-AUTH-STATUS            PIC XX.
    88  WS-AUTH-OK                  VALUE "00".
    88  WS-AUTH-EOF                 VALUE "10".

01  WS-VAULT-STATUS           PIC XX.
    88  WS-VAULT-OK                 VALUE "00".
    88  WS-VAULT-EOF                VALUE "10".
    88  WS-VAULT-NOT-FOUND          VALUE "35".

01  WS-EXTRACT-STATUS         PIC XX.
    88  WS-EXTRACT-OK               VALUE "00".

01  WS-LOG-STATUS             PIC XX.
    88  WS-LOG-OK                   VALUE "00".
    88  WS-LOG-NOT-FOUND            VALUE "35".

*> One request per run, one fixed-layout record. Who is asking, the
*> investigation it is for and the source are all required; so is a
*> selection - a record-id pattern (leading-characters match, as in
*> PALINHQRY) or the token itself off a masked report - because a
*> whole source's vault is not an investigation. Blank date bounds
*> leave that side of the business-date range open.
01  WS-REQUEST-LINE.
    05  UMQ-OPERATOR          PIC X(8).
    05  UMQ-CASE-REFERENCE    PIC X(16).
    05  UMQ-SOURCE-SYSTEM     PIC X(8).
    05  UMQ-RECID-PATTERN     PIC X(20).
    05  UMQ-TOKEN             PIC X(17).
    05  UMQ-DATE-FROM         PIC X(8).
    05  UMQ-DATE-TO           PIC X(8).

01  WS-PATTERN-LEN            PIC 9(2) VALUE ZERO.
01  WS-DATE-FROM              PIC 9(8) VALUE ZERO.
01  WS-DATE-TO                PIC 9(8) VALUE 99999999.
01  WS-TODAY                  PIC 9(8).
01  WS-CURRENT-DATE           PIC X(21).
01  WS-REFUSE-REASON          PIC X(30) VALUE SPACES.

01  WS-AUTH-SWITCH            PIC X VALUE "N".
    88  WS-OPERATOR-AUTHORIZED      VALUE "Y".

*> Every line already released this run, so a record vaulted twice on
*> the same night (a restarted driver) goes out once. The table is
*> also the ceiling on one request: an investigation needing more
*> than this is asked for in narrower pieces.
01  WS-RELEASED-TABLE.
    05  WS-REL-ENTRY OCCURS 5000 TIMES.
        10  WS-REL-TOKEN      PIC X(17).
        10  WS-REL-RECID      PIC X(20).
        10  WS-REL-DATE       PIC 9(8).
01  WS-RELEASED-COUNT         PIC 9(5) VALUE ZERO.
01  WS-RELEASED-SUB           PIC 9(5).
01  WS-LIMIT-SWITCH           PIC X VALUE "N".
    88  WS-LIMIT-REACHED            VALUE "Y".
01  WS-DUPLICATE-SWITCH       PIC X.
    88  WS-ALREADY-RELEASED         VALUE "Y".

01  WS-VAULT-READ             PIC 9(9) VALUE ZERO.

01  WS-LOG-LINE.
    05  WS-LOG-TIMESTAMP      PIC X(14).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-LOG-OPERATOR       PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-LOG-CASE-REFERENCE PIC X(16).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-LOG-SOURCE         PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-LOG-SELECTION      PIC X(20).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-LOG-OUTCOME        PIC X(30).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-LOG-RECORDS        PIC 9(9).

PROCEDURE DIVISION.

*> The text of a privacy-classified source is kept in one place, the
*> mask vault PALINMASK writes, and this job is the only sanctioned
*> way to read it back. An investigator names themselves, the case
*> and what they need; the operator must be on the unmask
*> authorization list PALINUAUT.DAT for that source (or for every
*> source, source column blank) on today's date. Every request is
*> written to PALINUNMK.LOG before anything is looked at - refused
*> or granted - and a granted one logs each record it releases
*> (token and record id, never the text) and a closing count, so
*> the log alone answers who saw what and why. The log is appended
*> to, never rewritten; if it cannot be written nothing is released.
*> Released records go to PALINUEXT.DAT in the vault layout.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-CHECK-AUTHORIZATION
    IF NOT WS-OPERATOR-AUTHORIZED
        PERFORM 9100-REFUSE-REQUEST
    END-IF
    PERFORM 3000-SCAN-VAULT
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY

    OPEN INPUT REQUEST-FILE
    IF NOT WS-REQUEST-OK
        DISPLAY "PALINUNMK: UNABLE TO OPEN REQUEST FILE, STATUS=" WS-REQUEST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    READ REQUEST-FILE
        AT END
            DISPLAY "PALINUNMK: REQUEST FILE IS EMPTY"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        NOT AT END
            MOVE REQUEST-RECORD TO WS-REQUEST-LINE
    END-READ
    CLOSE REQUEST-FILE

    OPEN EXTEND UNMASK-LOG-FILE
    IF WS-LOG-NOT-FOUND
        OPEN OUTPUT UNMASK-LOG-FILE
    END-IF
    IF NOT WS-LOG-OK
        DISPLAY "PALINUNMK: UNABLE TO OPEN UNMASK LOG, STATUS=" WS-LOG-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE SPACES TO WS-LOG-SELECTION
    IF UMQ-TOKEN NOT = SPACES
        MOVE UMQ-TOKEN TO WS-LOG-SELECTION
    ELSE
        MOVE UMQ-RECID-PATTERN TO WS-LOG-SELECTION
    END-IF
    MOVE ZERO TO WS-LOG-RECORDS
    MOVE "REQUESTED" TO WS-LOG-OUTCOME
    PERFORM 8000-WRITE-LOG-LINE

    EVALUATE TRUE
        WHEN UMQ-OPERATOR = SPACES
            MOVE "REFUSED - NO OPERATOR" TO WS-REFUSE-REASON
        WHEN UMQ-CASE-REFERENCE = SPACES
            MOVE "REFUSED - NO CASE REFERENCE" TO WS-REFUSE-REASON
        WHEN UMQ-SOURCE-SYSTEM = SPACES
            MOVE "REFUSED - NO SOURCE" TO WS-REFUSE-REASON
        WHEN UMQ-RECID-PATTERN = SPACES AND UMQ-TOKEN = SPACES
            MOVE "REFUSED - NO SELECTION" TO WS-REFUSE-REASON
        WHEN UMQ-DATE-FROM NOT = SPACES AND UMQ-DATE-FROM NOT NUMERIC
            MOVE "REFUSED - INVALID FROM DATE" TO WS-REFUSE-REASON
        WHEN UMQ-DATE-TO NOT = SPACES AND UMQ-DATE-TO NOT NUMERIC
            MOVE "REFUSED - INVALID TO DATE" TO WS-REFUSE-REASON
    END-EVALUATE
    IF WS-REFUSE-REASON NOT = SPACES
        PERFORM 9100-REFUSE-REQUEST
    END-IF

    MOVE FUNCTION LENGTH(FUNCTION TRIM(UMQ-RECID-PATTERN))
        TO WS-PATTERN-LEN
    IF UMQ-RECID-PATTERN = SPACES
        MOVE ZERO TO WS-PATTERN-LEN
    END-IF
    IF UMQ-DATE-FROM NOT = SPACES
        MOVE UMQ-DATE-FROM TO WS-DATE-FROM
    END-IF
    IF UMQ-DATE-TO NOT = SPACES
        MOVE UMQ-DATE-TO TO WS-DATE-TO
    END-IF.

*> A missing authorization list authorizes nobody.
2000-CHECK-AUTHORIZATION.
    MOVE "REFUSED - NOT AUTHORIZED" TO WS-REFUSE-REASON
    OPEN INPUT AUTH-FILE
    IF NOT WS-AUTH-OK
        MOVE "REFUSED - NO AUTHORIZATION LIST" TO WS-REFUSE-REASON
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-AUTH-EOF OR WS-OPERATOR-AUTHORIZED
        READ AUTH-FILE
            AT END
                CONTINUE
            NOT AT END
                IF UAU-OPERATOR = UMQ-OPERATOR
                    AND (UAU-SOURCE-SYSTEM = SPACES
                    OR UAU-SOURCE-SYSTEM = UMQ-SOURCE-SYSTEM)
                    AND UAU-VALID-FROM NUMERIC
                    AND UAU-VALID-TO NUMERIC
                    AND UAU-VALID-FROM <= WS-TODAY
                    AND UAU-VALID-TO >= WS-TODAY
                    SET WS-OPERATOR-AUTHORIZED TO TRUE
                END-IF
        END-READ
    END-PERFORM
    CLOSE AUTH-FILE
    IF WS-OPERATOR-AUTHORIZED
        MOVE SPACES TO WS-REFUSE-REASON
    END-IF.

3000-SCAN-VAULT.
    OPEN OUTPUT EXTRACT-FILE
    IF NOT WS-EXTRACT-OK
        DISPLAY "PALINUNMK: UNABLE TO OPEN EXTRACT FILE, STATUS=" WS-EXTRACT-STATUS
        MOVE "FAILED - EXTRACT NOT WRITTEN" TO WS-LOG-OUTCOME
        PERFORM 8000-WRITE-LOG-LINE
        CLOSE UNMASK-LOG-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT VAULT-FILE
    IF WS-VAULT-NOT-FOUND
        DISPLAY "PALINUNMK: NO MASK VAULT ON DISK"
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-VAULT-OK
        DISPLAY "PALINUNMK: UNABLE TO OPEN MASK VAULT, STATUS=" WS-VAULT-STATUS
        MOVE "FAILED - VAULT NOT READ" TO WS-LOG-OUTCOME
        PERFORM 8000-WRITE-LOG-LINE
        CLOSE UNMASK-LOG-FILE
        CLOSE EXTRACT-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-VAULT-EOF OR WS-LIMIT-REACHED
        READ VAULT-FILE
            AT END
                CONTINUE
            NOT AT END
                ADD 1 TO WS-VAULT-READ
                PERFORM 3100-SELECT-VAULT-LINE
        END-READ
    END-PERFORM
    CLOSE VAULT-FILE.

3100-SELECT-VAULT-LINE.
    IF MVT-SOURCE-SYSTEM NOT = UMQ-SOURCE-SYSTEM
        EXIT PARAGRAPH
    END-IF
    IF UMQ-TOKEN NOT = SPACES AND MVT-TOKEN NOT = UMQ-TOKEN
        EXIT PARAGRAPH
    END-IF
    IF WS-PATTERN-LEN > ZERO
        AND MVT-RECORD-ID(1:WS-PATTERN-LEN) NOT =
            UMQ-RECID-PATTERN(1:WS-PATTERN-LEN)
        EXIT PARAGRAPH
    END-IF
    IF MVT-BUSINESS-DATE < WS-DATE-FROM
        OR MVT-BUSINESS-DATE > WS-DATE-TO
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-DUPLICATE-SWITCH
    PERFORM VARYING WS-RELEASED-SUB FROM 1 BY 1
            UNTIL WS-RELEASED-SUB > WS-RELEASED-COUNT
        IF WS-REL-TOKEN(WS-RELEASED-SUB) = MVT-TOKEN
            AND WS-REL-RECID(WS-RELEASED-SUB) = MVT-RECORD-ID
            AND WS-REL-DATE(WS-RELEASED-SUB) = MVT-BUSINESS-DATE
            SET WS-ALREADY-RELEASED TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-ALREADY-RELEASED
        EXIT PARAGRAPH
    END-IF
    IF WS-RELEASED-COUNT >= 5000
        SET WS-LIMIT-REACHED TO TRUE
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-RELEASED-COUNT
    MOVE MVT-TOKEN         TO WS-REL-TOKEN(WS-RELEASED-COUNT)
    MOVE MVT-RECORD-ID     TO WS-REL-RECID(WS-RELEASED-COUNT)
    MOVE MVT-BUSINESS-DATE TO WS-REL-DATE(WS-RELEASED-COUNT)
    WRITE EXTRACT-RECORD FROM MASK-VAULT-RECORD

    MOVE MVT-RECORD-ID TO WS-LOG-SELECTION
    MOVE SPACES TO WS-LOG-OUTCOME
    STRING "RELEASED " DELIMITED BY SIZE
        MVT-TOKEN DELIMITED BY SIZE
        INTO WS-LOG-OUTCOME
    END-STRING
    MOVE 1 TO WS-LOG-RECORDS
    PERFORM 8000-WRITE-LOG-LINE.

8000-WRITE-LOG-LINE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:14) TO WS-LOG-TIMESTAMP
    MOVE UMQ-OPERATOR          TO WS-LOG-OPERATOR
    MOVE UMQ-CASE-REFERENCE    TO WS-LOG-CASE-REFERENCE
    MOVE UMQ-SOURCE-SYSTEM     TO WS-LOG-SOURCE
    WRITE UNMASK-LOG-RECORD FROM WS-LOG-LINE
    IF NOT WS-LOG-OK
        DISPLAY "PALINUNMK: UNMASK LOG WRITE FAILED, STATUS=" WS-LOG-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

9000-TERMINATE.
    CLOSE EXTRACT-FILE
    IF UMQ-TOKEN NOT = SPACES
        MOVE UMQ-TOKEN TO WS-LOG-SELECTION
    ELSE
        MOVE UMQ-RECID-PATTERN TO WS-LOG-SELECTION
    END-IF
    MOVE WS-RELEASED-COUNT TO WS-LOG-RECORDS
    EVALUATE TRUE
        WHEN WS-LIMIT-REACHED
            MOVE "GRANTED - STOPPED AT LIMIT" TO WS-LOG-OUTCOME
            MOVE 4 TO RETURN-CODE
        WHEN WS-RELEASED-COUNT = ZERO
            MOVE "GRANTED - NOTHING MATCHED" TO WS-LOG-OUTCOME
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE "GRANTED" TO WS-LOG-OUTCOME
            MOVE 0 TO RETURN-CODE
    END-EVALUATE
    PERFORM 8000-WRITE-LOG-LINE
    CLOSE UNMASK-LOG-FILE

    DISPLAY "PALINUNMK: VAULT LINES READ = " WS-VAULT-READ
    DISPLAY "PALINUNMK: RECORDS RELEASED = " WS-RELEASED-COUNT
    IF WS-LIMIT-REACHED
        DISPLAY "PALINUNMK: RELEASE LIMIT REACHED - NARROW THE REQUEST"
    END-IF.

9100-REFUSE-REQUEST.
    MOVE WS-REFUSE-REASON TO WS-LOG-OUTCOME
    MOVE ZERO TO WS-LOG-RECORDS
    PERFORM 8000-WRITE-LOG-LINE
    CLOSE UNMASK-LOG-FILE
    DISPLAY "PALINUNMK: " WS-REFUSE-REASON
    MOVE 16 TO RETURN-CODE
    STOP RUN.
