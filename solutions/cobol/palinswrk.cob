IDENTIFICATION DIVISION.
PROGRAM-ID. PALINSWRK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SUSPENSE-FILE ASSIGN TO DYNAMIC WS-SUSPENSE-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPENSE-STATUS.

    SELECT NEW-SUSPENSE-FILE ASSIGN TO DYNAMIC WS-NEW-SUSPENSE-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-NEWSUSP-STATUS.

    SELECT ACTION-LOG-FILE ASSIGN TO DYNAMIC WS-ACTLOG-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-ACTLOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SUSPENSE-FILE.
    COPY "palinsus.cpy".

FD  NEW-SUSPENSE-FILE.
01  NEW-SUSPENSE-RECORD      PIC X(72).

FD  ACTION-LOG-FILE.
01  ACTION-LOG-RECORD        PIC X(200).

WORKING-STORAGE SECTION.
01  WS-SUSPENSE-FILENAME      PIC X(80) VALUE "PALINSUSP.DAT".
01  WS-NEW-SUSPENSE-FILENAME  PIC X(80) VALUE "PALINSWRK.TMP".
01  WS-ACTLOG-FILENAME        PIC X(80) VALUE "PALINSACT.DAT".

01  WS-SUSPENSE-STATUS        PIC XX.
    88  WS-SUSPENSE-OK              VALUE "00".
    88  WS-SUSPENSE-NOT-FOUND       VALUE "35".
    88  WS-SUSPENSE-EOF             VALUE "10".

01  WS-NEWSUSP-STATUS         PIC XX.
    88  WS-NEWSUSP-OK               VALUE "00".

01  WS-ACTLOG-STATUS          PIC XX.
    88  WS-ACTLOG-OK                VALUE "00".
    88  WS-ACTLOG-NOT-FOUND         VALUE "35".

01  WS-SCREEN-STATE           PIC X VALUE "F".
    88  WS-AT-FILTER                VALUE "F".
    88  WS-AT-LIST                  VALUE "L".
    88  WS-AT-DETAIL                VALUE "D".
    88  WS-SESSION-ENDED            VALUE "X".

01  WS-RUN-DATE               PIC X(8).
01  WS-CURRENT-DATE           PIC X(21).
01  WS-TODAY-INTEGER          PIC 9(9).
01  WS-ENTRY-INTEGER          PIC 9(9).
01  WS-ENTRY-DATE             PIC 9(8).
01  WS-ENTRY-AGE              PIC 9(5).

01  WS-OPERATOR-ID            PIC X(8) VALUE SPACES.
01  WS-COMMAND                PIC X(2).
01  WS-MESSAGE                PIC X(78).

*> Filter keyed on the first screen. A blank source or reason takes
*> every value; the age is the minimum number of days an item has sat
*> in suspense since it was rejected.
01  WS-FLT-SOURCE             PIC X(8) VALUE SPACES.
01  WS-FLT-REASON             PIC X(2) VALUE SPACES.
01  WS-FLT-AGE-IN             PIC X(3) VALUE SPACES.
01  WS-FLT-MIN-AGE            PIC 9(5) VALUE ZERO.

*> The items matching the filter, as read from the suspense master.
*> The master itself is never held in core - it is re-read and
*> rewritten item by item as actions are committed - so the ceiling
*> only limits how much one filter can list, and an operator who hits
*> it narrows the filter.
01  WS-ITEM-TABLE.
    05  WS-ITEM-ENTRY OCCURS 500 TIMES.
        10  WS-ITM-SOURCE     PIC X(8).
        10  WS-ITM-RECID      PIC X(20).
        10  WS-ITM-EFFDATE    PIC X(8).
        10  WS-ITM-TEXT       PIC X(25).
        10  WS-ITM-REASON     PIC X(2).
        10  WS-ITM-REJECT-DATE PIC X(8).
        10  WS-ITM-STATUS     PIC X(1).
        10  WS-ITM-AGE        PIC 9(5).
01  WS-ITEM-COUNT             PIC 9(3) VALUE ZERO.
01  WS-ITEM-SUB               PIC 9(3).
01  WS-CUR-ITEM               PIC 9(3) VALUE ZERO.
01  WS-PAGE-TOP               PIC 9(3) VALUE 1.
01  WS-PAGE-SIZE              PIC 9(2) VALUE 15.
01  WS-LINE-SUB               PIC 9(2).
01  WS-SEL-NUMBER             PIC 9(3).
01  WS-ITEM-OVERFLOW-SWITCH   PIC X VALUE "N".
    88  WS-ITEMS-OVERFLOWED         VALUE "Y".

01  WS-LIST-LINES.
    05  WS-LIST-TEXT OCCURS 15 TIMES PIC X(78).

01  WS-LIST-LINE.
    05  WS-LSL-NUMBER         PIC Z9.
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-LSL-SOURCE         PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-LSL-RECID          PIC X(20).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-LSL-EFFDATE        PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-LSL-REASON         PIC X(2).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-LSL-REJECT-DATE    PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-LSL-AGE            PIC ZZZZ9.
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-LSL-STATUS         PIC X(8).

01  WS-PAGE-LINE              PIC X(40).
01  WS-PAGE-FROM-ED           PIC ZZ9.
01  WS-PAGE-TO-ED             PIC ZZ9.
01  WS-PAGE-COUNT-ED          PIC ZZ9.

*> Same codes and descriptions PALINEDIT writes on the reject file.
01  WS-REASON-TABLE.
    05  WS-REASON-ENTRY OCCURS 9 TIMES.
        10  WS-REASON-CODE    PIC X(2).
        10  WS-REASON-DESC    PIC X(25).
01  WS-REASON-SUB             PIC 9(2).

*> Detail screen fields: the held item as it stands, the corrected
*> values keyed against it (blank keeps the held value, as on a
*> PALINSCOR.DAT correction line) and the write-off reason.
01  WS-DTL-SOURCE             PIC X(8).
01  WS-DTL-RECID              PIC X(20).
01  WS-DTL-EFFDATE            PIC X(8).
01  WS-DTL-TEXT               PIC X(25).
01  WS-DTL-REASON             PIC X(2).
01  WS-DTL-REASON-DESC        PIC X(25).
01  WS-DTL-REJECT-DATE        PIC X(8).
01  WS-DTL-AGE                PIC ZZZZ9.
01  WS-DTL-STATUS             PIC X(8).
01  WS-KEY-RECID              PIC X(20).
01  WS-KEY-EFFDATE            PIC X(8).
01  WS-KEY-TEXT               PIC X(25).
01  WS-WRITEOFF-REASON        PIC X(30).
01  WS-DETAIL-ACTION          PIC X(1).
    88  WS-ACTION-CORRECT           VALUE "C".
    88  WS-ACTION-READY             VALUE "R".
    88  WS-ACTION-WRITE-OFF         VALUE "W".
    88  WS-ACTION-BACK              VALUE "B".

*> The item as it will stand once the action is committed.
01  WS-NEW-RECID              PIC X(20).
01  WS-NEW-EFFDATE            PIC X(8).
01  WS-NEW-TEXT               PIC X(25).
01  WS-NEW-STATUS             PIC X(1).
01  WS-LOG-ACTION             PIC X(8).

01  WS-EDIT-OK-SWITCH         PIC X.
    88  WS-EDIT-OK                  VALUE "Y".
01  WS-ITEM-FOUND-SWITCH      PIC X.
    88  WS-ITEM-FOUND               VALUE "Y".
01  WS-DUPLICATE-SWITCH       PIC X.
    88  WS-DUPLICATE-FOUND          VALUE "Y".

01  WS-EDIT-DATE              PIC 9(8).
01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
    05  WS-EDIT-YEAR          PIC 9(4).
    05  WS-EDIT-MONTH         PIC 9(2).
    05  WS-EDIT-DAY           PIC 9(2).
01  WS-DATE-VALID-SWITCH      PIC X.
    88  WS-DATE-VALID               VALUE "Y".
01  WS-MONTH-END-DAY          PIC 9(2).
01  WS-LEAP-REMAINDER         PIC 9(4).
01  WS-LEAP-QUOTIENT          PIC 9(4).
COPY "palincla.cpy".

*> One line per committed action: who, when, what the item was and
*> what it became. The write-off reason is only filled on a write-off.
01  WS-ACTION-LOG-LINE.
    05  WS-SAL-DATE           PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-SAL-TIME           PIC X(6).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-SAL-OPERATOR       PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-SAL-ACTION         PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-SAL-SOURCE         PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-SAL-REASON         PIC X(2).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-SAL-OLD-RECID      PIC X(20).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-SAL-OLD-EFFDATE    PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-SAL-OLD-TEXT       PIC X(25).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-SAL-NEW-RECID      PIC X(20).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-SAL-NEW-EFFDATE    PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-SAL-NEW-TEXT       PIC X(25).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-SAL-WRITEOFF-REASON PIC X(30).

01  WS-ACTIONS-COMMITTED      PIC 9(5) VALUE ZERO.

SCREEN SECTION.
01  FILTER-SCREEN BLANK SCREEN.
    05  LINE 1  COLUMN 1  VALUE "PALINSWRK".
    05  LINE 1  COLUMN 25 VALUE "SUSPENSE WORK SCREEN".
    05  LINE 1  COLUMN 70 PIC X(8) FROM WS-RUN-DATE.
    05  LINE 3  COLUMN 2  VALUE "OPERATOR ID . . . . :".
    05  LINE 3  COLUMN 24 PIC X(8) USING WS-OPERATOR-ID.
    05  LINE 5  COLUMN 2  VALUE "SELECT HELD ITEMS - LEAVE BLANK FOR ALL".
    05  LINE 6  COLUMN 2  VALUE "SOURCE SYSTEM . . . :".
    05  LINE 6  COLUMN 24 PIC X(8) USING WS-FLT-SOURCE.
    05  LINE 7  COLUMN 2  VALUE "REASON CODE . . . . :".
    05  LINE 7  COLUMN 24 PIC X(2) USING WS-FLT-REASON.
    05  LINE 8  COLUMN 2  VALUE "MINIMUM AGE (DAYS)  :".
    05  LINE 8  COLUMN 24 PIC X(3) USING WS-FLT-AGE-IN.
    05  LINE 22 COLUMN 2  PIC X(78) FROM WS-MESSAGE.
    05  LINE 23 COLUMN 2  VALUE "COMMAND:".
    05  LINE 23 COLUMN 11 PIC X(2) USING WS-COMMAND.
    05  LINE 23 COLUMN 15 VALUE "ENTER = LIST ITEMS   X = EXIT".

01  LIST-SCREEN BLANK SCREEN.
    05  LINE 1  COLUMN 1  VALUE "PALINSWRK".
    05  LINE 1  COLUMN 25 VALUE "SUSPENSE WORK SCREEN".
    05  LINE 1  COLUMN 70 PIC X(8) FROM WS-RUN-DATE.
    05  LINE 2  COLUMN 2  PIC X(40) FROM WS-PAGE-LINE.
    05  LINE 4  COLUMN 2  VALUE
        "NO  SOURCE    RECORD ID             EFF DATE  RC  REJECTED    AGE  STATUS".
    05  LINE 5  COLUMN 2  PIC X(78) FROM WS-LIST-TEXT(1).
    05  LINE 6  COLUMN 2  PIC X(78) FROM WS-LIST-TEXT(2).
    05  LINE 7  COLUMN 2  PIC X(78) FROM WS-LIST-TEXT(3).
    05  LINE 8  COLUMN 2  PIC X(78) FROM WS-LIST-TEXT(4).
    05  LINE 9  COLUMN 2  PIC X(78) FROM WS-LIST-TEXT(5).
    05  LINE 10 COLUMN 2  PIC X(78) FROM WS-LIST-TEXT(6).
    05  LINE 11 COLUMN 2  PIC X(78) FROM WS-LIST-TEXT(7).
    05  LINE 12 COLUMN 2  PIC X(78) FROM WS-LIST-TEXT(8).
    05  LINE 13 COLUMN 2  PIC X(78) FROM WS-LIST-TEXT(9).
    05  LINE 14 COLUMN 2  PIC X(78) FROM WS-LIST-TEXT(10).
    05  LINE 15 COLUMN 2  PIC X(78) FROM WS-LIST-TEXT(11).
    05  LINE 16 COLUMN 2  PIC X(78) FROM WS-LIST-TEXT(12).
    05  LINE 17 COLUMN 2  PIC X(78) FROM WS-LIST-TEXT(13).
    05  LINE 18 COLUMN 2  PIC X(78) FROM WS-LIST-TEXT(14).
    05  LINE 19 COLUMN 2  PIC X(78) FROM WS-LIST-TEXT(15).
    05  LINE 22 COLUMN 2  PIC X(78) FROM WS-MESSAGE.
    05  LINE 23 COLUMN 2  VALUE "COMMAND:".
    05  LINE 23 COLUMN 11 PIC X(2) USING WS-COMMAND.
    05  LINE 23 COLUMN 15 VALUE
        "NO = OPEN ITEM  N = NEXT  P = PREVIOUS  F = FILTER  X = EXIT".

01  DETAIL-SCREEN BLANK SCREEN.
    05  LINE 1  COLUMN 1  VALUE "PALINSWRK".
    05  LINE 1  COLUMN 25 VALUE "SUSPENSE ITEM".
    05  LINE 1  COLUMN 70 PIC X(8) FROM WS-RUN-DATE.
    05  LINE 3  COLUMN 2  VALUE "SOURCE SYSTEM . . . :".
    05  LINE 3  COLUMN 24 PIC X(8) FROM WS-DTL-SOURCE.
    05  LINE 4  COLUMN 2  VALUE "RECORD ID . . . . . :".
    05  LINE 4  COLUMN 24 PIC X(20) FROM WS-DTL-RECID.
    05  LINE 5  COLUMN 2  VALUE "EFFECTIVE DATE  . . :".
    05  LINE 5  COLUMN 24 PIC X(8) FROM WS-DTL-EFFDATE.
    05  LINE 6  COLUMN 2  VALUE "TEXT TO CHECK . . . :".
    05  LINE 6  COLUMN 24 PIC X(25) FROM WS-DTL-TEXT.
    05  LINE 7  COLUMN 2  VALUE "REJECT REASON . . . :".
    05  LINE 7  COLUMN 24 PIC X(2) FROM WS-DTL-REASON.
    05  LINE 7  COLUMN 28 PIC X(25) FROM WS-DTL-REASON-DESC.
    05  LINE 8  COLUMN 2  VALUE "REJECTED ON . . . . :".
    05  LINE 8  COLUMN 24 PIC X(8) FROM WS-DTL-REJECT-DATE.
    05  LINE 8  COLUMN 34 VALUE "AGE:".
    05  LINE 8  COLUMN 39 PIC ZZZZ9 FROM WS-DTL-AGE.
    05  LINE 8  COLUMN 46 VALUE "STATUS:".
    05  LINE 8  COLUMN 54 PIC X(8) FROM WS-DTL-STATUS.
    05  LINE 10 COLUMN 2  VALUE "CORRECTION - LEAVE BLANK TO KEEP THE HELD VALUE".
    05  LINE 11 COLUMN 2  VALUE "RECORD ID . . . . . :".
    05  LINE 11 COLUMN 24 PIC X(20) USING WS-KEY-RECID.
    05  LINE 12 COLUMN 2  VALUE "EFFECTIVE DATE  . . :".
    05  LINE 12 COLUMN 24 PIC X(8) USING WS-KEY-EFFDATE.
    05  LINE 13 COLUMN 2  VALUE "TEXT TO CHECK . . . :".
    05  LINE 13 COLUMN 24 PIC X(25) USING WS-KEY-TEXT.
    05  LINE 15 COLUMN 2  VALUE "WRITE-OFF REASON  . :".
    05  LINE 15 COLUMN 24 PIC X(30) USING WS-WRITEOFF-REASON.
    05  LINE 22 COLUMN 2  PIC X(78) FROM WS-MESSAGE.
    05  LINE 23 COLUMN 2  VALUE "ACTION:".
    05  LINE 23 COLUMN 10 PIC X(1) USING WS-DETAIL-ACTION.
    05  LINE 23 COLUMN 13 VALUE
        "C = SAVE CORRECTION  R = READY FOR RECYCLE  W = WRITE OFF  B = BACK".

PROCEDURE DIVISION.

*> Correcting a held item used to mean hand-building a line in
*> PALINSCOR.DAT and waiting for the next PALINSUSP run to learn
*> whether it was keyed right. This screen lists the held items in
*> PALINSUSP.DAT by source, reason and age, lets the operator open
*> one, key a corrected record id, effective date or text, and have
*> it edited on the spot the way PALINEDIT would edit it - blank
*> fields, date, duplicate key. A corrected item can be saved as it
*> is, marked ready so the next PALINSUSP run recycles it, or written
*> off with a reason, which PALINSUSP then drops. Each action is
*> committed to the master as it is taken and stamped with the
*> operator id in the suspense action log PALINSACT.DAT.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM UNTIL WS-SESSION-ENDED
        EVALUATE TRUE
            WHEN WS-AT-FILTER
                PERFORM 2000-FILTER-SCREEN
            WHEN WS-AT-LIST
                PERFORM 3000-LIST-SCREEN
            WHEN WS-AT-DETAIL
                PERFORM 4000-DETAIL-SCREEN
        END-EVALUATE
    END-PERFORM
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
    COMPUTE WS-TODAY-INTEGER =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))

    MOVE "01" TO WS-REASON-CODE(1)
    MOVE "SOURCE SYSTEM MISSING"   TO WS-REASON-DESC(1)
    MOVE "02" TO WS-REASON-CODE(2)
    MOVE "RECORD ID MISSING"       TO WS-REASON-DESC(2)
    MOVE "03" TO WS-REASON-CODE(3)
    MOVE "TEXT TO CHECK BLANK"     TO WS-REASON-DESC(3)
    MOVE "04" TO WS-REASON-CODE(4)
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

    MOVE SPACES TO WS-MESSAGE
    SET WS-AT-FILTER TO TRUE.

*> The operator id is keyed once, on the filter screen, and stamps
*> every action taken until the session ends.
2000-FILTER-SCREEN.
    MOVE SPACES TO WS-COMMAND
    DISPLAY FILTER-SCREEN
    ACCEPT FILTER-SCREEN
    MOVE SPACES TO WS-MESSAGE
    MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND

    IF WS-COMMAND = "X"
        SET WS-SESSION-ENDED TO TRUE
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID) TO WS-OPERATOR-ID
    MOVE FUNCTION UPPER-CASE(WS-FLT-SOURCE) TO WS-FLT-SOURCE
    IF WS-OPERATOR-ID = SPACES
        MOVE "OPERATOR ID IS REQUIRED" TO WS-MESSAGE
        EXIT PARAGRAPH
    END-IF
    IF WS-FLT-REASON NOT = SPACES AND WS-FLT-REASON NOT NUMERIC
        MOVE "REASON CODE MUST BE TWO DIGITS OR BLANK" TO WS-MESSAGE
        EXIT PARAGRAPH
    END-IF
    IF WS-FLT-AGE-IN = SPACES
        MOVE ZERO TO WS-FLT-MIN-AGE
    ELSE
        IF FUNCTION TEST-NUMVAL(WS-FLT-AGE-IN) NOT = ZERO
            MOVE "MINIMUM AGE MUST BE A NUMBER OF DAYS OR BLANK"
                TO WS-MESSAGE
            EXIT PARAGRAPH
        END-IF
        COMPUTE WS-FLT-MIN-AGE = FUNCTION NUMVAL(WS-FLT-AGE-IN)
    END-IF

    PERFORM 2100-LOAD-ITEMS
    IF WS-ITEM-COUNT = ZERO
        IF WS-MESSAGE = SPACES
            MOVE "NO HELD ITEMS MATCH THE FILTER" TO WS-MESSAGE
        END-IF
    ELSE
        MOVE 1 TO WS-PAGE-TOP
        SET WS-AT-LIST TO TRUE
    END-IF.

*> Written-off items are still on the master until the next PALINSUSP
*> run drops them, but there is nothing left to work on them, so they
*> are not listed. Ready items are, so an operator can still revisit
*> one before it goes out.
2100-LOAD-ITEMS.
    MOVE ZERO TO WS-ITEM-COUNT
    MOVE "N" TO WS-ITEM-OVERFLOW-SWITCH
    OPEN INPUT SUSPENSE-FILE
    IF WS-SUSPENSE-NOT-FOUND
        MOVE "SUSPENSE MASTER IS EMPTY" TO WS-MESSAGE
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-SUSPENSE-OK
        MOVE SPACES TO WS-MESSAGE
        STRING "UNABLE TO READ SUSPENSE MASTER, STATUS=" DELIMITED BY SIZE
            WS-SUSPENSE-STATUS DELIMITED BY SIZE
            INTO WS-MESSAGE
        END-STRING
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-SUSPENSE-EOF
        READ SUSPENSE-FILE
            AT END
                CONTINUE
            NOT AT END
                IF NOT SUS-IS-WRITTEN-OFF
                    PERFORM 2200-FILTER-ONE-ITEM
                END-IF
        END-READ
    END-PERFORM
    CLOSE SUSPENSE-FILE
    IF WS-ITEMS-OVERFLOWED
        MOVE "MORE THAN 500 ITEMS MATCH - FIRST 500 LISTED, NARROW THE FILTER"
            TO WS-MESSAGE
    END-IF.

2200-FILTER-ONE-ITEM.
    PERFORM 2300-COMPUTE-AGE
    IF (WS-FLT-SOURCE = SPACES OR WS-FLT-SOURCE = SUS-SOURCE-SYSTEM)
        AND (WS-FLT-REASON = SPACES OR WS-FLT-REASON = SUS-REASON-CODE)
        AND WS-ENTRY-AGE >= WS-FLT-MIN-AGE
        IF WS-ITEM-COUNT >= 500
            SET WS-ITEMS-OVERFLOWED TO TRUE
        ELSE
            ADD 1 TO WS-ITEM-COUNT
            MOVE SUS-SOURCE-SYSTEM  TO WS-ITM-SOURCE(WS-ITEM-COUNT)
            MOVE SUS-RECORD-ID      TO WS-ITM-RECID(WS-ITEM-COUNT)
            MOVE SUS-EFFECTIVE-DATE TO WS-ITM-EFFDATE(WS-ITEM-COUNT)
            MOVE SUS-TEXT-TO-CHECK  TO WS-ITM-TEXT(WS-ITEM-COUNT)
            MOVE SUS-REASON-CODE    TO WS-ITM-REASON(WS-ITEM-COUNT)
            MOVE SUS-REJECT-DATE    TO WS-ITM-REJECT-DATE(WS-ITEM-COUNT)
            MOVE SUS-STATUS         TO WS-ITM-STATUS(WS-ITEM-COUNT)
            MOVE WS-ENTRY-AGE       TO WS-ITM-AGE(WS-ITEM-COUNT)
        END-IF
    END-IF.

*> Age in calendar days since the reject date, the same clock the
*> PALINSUSP keep period runs on; an unreadable date counts as today.
2300-COMPUTE-AGE.
    MOVE ZERO TO WS-ENTRY-AGE
    IF SUS-REJECT-DATE NUMERIC
        MOVE SUS-REJECT-DATE TO WS-ENTRY-DATE
        IF FUNCTION TEST-DATE-YYYYMMDD(WS-ENTRY-DATE) = ZERO
            COMPUTE WS-ENTRY-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE)
            IF WS-ENTRY-INTEGER < WS-TODAY-INTEGER
                COMPUTE WS-ENTRY-AGE =
                    WS-TODAY-INTEGER - WS-ENTRY-INTEGER
            END-IF
        END-IF
    END-IF.

3000-LIST-SCREEN.
    PERFORM 3100-BUILD-PAGE
    MOVE SPACES TO WS-COMMAND
    DISPLAY LIST-SCREEN
    ACCEPT LIST-SCREEN
    MOVE SPACES TO WS-MESSAGE
    MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND

    EVALUATE TRUE
        WHEN WS-COMMAND = "X"
            SET WS-SESSION-ENDED TO TRUE
        WHEN WS-COMMAND = "F"
            SET WS-AT-FILTER TO TRUE
        WHEN WS-COMMAND = "N"
            IF WS-PAGE-TOP + WS-PAGE-SIZE > WS-ITEM-COUNT
                MOVE "ALREADY ON THE LAST PAGE" TO WS-MESSAGE
            ELSE
                ADD WS-PAGE-SIZE TO WS-PAGE-TOP
            END-IF
        WHEN WS-COMMAND = "P"
            IF WS-PAGE-TOP <= WS-PAGE-SIZE
                MOVE "ALREADY ON THE FIRST PAGE" TO WS-MESSAGE
            ELSE
                SUBTRACT WS-PAGE-SIZE FROM WS-PAGE-TOP
            END-IF
        WHEN WS-COMMAND = SPACES
            CONTINUE
        WHEN FUNCTION TEST-NUMVAL(WS-COMMAND) = ZERO
            COMPUTE WS-SEL-NUMBER = FUNCTION NUMVAL(WS-COMMAND)
            COMPUTE WS-CUR-ITEM = WS-PAGE-TOP + WS-SEL-NUMBER - 1
            IF WS-SEL-NUMBER < 1 OR WS-SEL-NUMBER > WS-PAGE-SIZE
                OR WS-CUR-ITEM > WS-ITEM-COUNT
                MOVE "NO SUCH LINE ON THIS PAGE" TO WS-MESSAGE
            ELSE
                PERFORM 3200-OPEN-ITEM
            END-IF
        WHEN OTHER
            MOVE "UNKNOWN COMMAND" TO WS-MESSAGE
    END-EVALUATE.

3100-BUILD-PAGE.
    PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
            UNTIL WS-LINE-SUB > WS-PAGE-SIZE
        COMPUTE WS-ITEM-SUB = WS-PAGE-TOP + WS-LINE-SUB - 1
        IF WS-ITEM-SUB > WS-ITEM-COUNT
            MOVE SPACES TO WS-LIST-TEXT(WS-LINE-SUB)
        ELSE
            MOVE WS-LINE-SUB                     TO WS-LSL-NUMBER
            MOVE WS-ITM-SOURCE(WS-ITEM-SUB)      TO WS-LSL-SOURCE
            MOVE WS-ITM-RECID(WS-ITEM-SUB)       TO WS-LSL-RECID
            MOVE WS-ITM-EFFDATE(WS-ITEM-SUB)     TO WS-LSL-EFFDATE
            MOVE WS-ITM-REASON(WS-ITEM-SUB)      TO WS-LSL-REASON
            MOVE WS-ITM-REJECT-DATE(WS-ITEM-SUB) TO WS-LSL-REJECT-DATE
            MOVE WS-ITM-AGE(WS-ITEM-SUB)         TO WS-LSL-AGE
            PERFORM 3150-STATUS-WORD
            MOVE WS-DTL-STATUS                   TO WS-LSL-STATUS
            MOVE WS-LIST-LINE TO WS-LIST-TEXT(WS-LINE-SUB)
        END-IF
    END-PERFORM

    MOVE WS-PAGE-TOP TO WS-PAGE-FROM-ED
    COMPUTE WS-ITEM-SUB = WS-PAGE-TOP + WS-PAGE-SIZE - 1
    IF WS-ITEM-SUB > WS-ITEM-COUNT
        MOVE WS-ITEM-COUNT TO WS-ITEM-SUB
    END-IF
    MOVE WS-ITEM-SUB TO WS-PAGE-TO-ED
    MOVE WS-ITEM-COUNT TO WS-PAGE-COUNT-ED
    MOVE SPACES TO WS-PAGE-LINE
    STRING "ITEMS " DELIMITED BY SIZE
        WS-PAGE-FROM-ED DELIMITED BY SIZE
        " TO " DELIMITED BY SIZE
        WS-PAGE-TO-ED DELIMITED BY SIZE
        " OF " DELIMITED BY SIZE
        WS-PAGE-COUNT-ED DELIMITED BY SIZE
        INTO WS-PAGE-LINE
    END-STRING.

3150-STATUS-WORD.
    EVALUATE WS-ITM-STATUS(WS-ITEM-SUB)
        WHEN "R"
            MOVE "READY" TO WS-DTL-STATUS
        WHEN "W"
            MOVE "WRITEOFF" TO WS-DTL-STATUS
        WHEN OTHER
            MOVE "HELD" TO WS-DTL-STATUS
    END-EVALUATE.

3200-OPEN-ITEM.
    IF WS-ITM-STATUS(WS-CUR-ITEM) = "W"
        MOVE "ITEM HAS BEEN WRITTEN OFF" TO WS-MESSAGE
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-KEY-RECID
    MOVE SPACES TO WS-KEY-EFFDATE
    MOVE SPACES TO WS-KEY-TEXT
    MOVE SPACES TO WS-WRITEOFF-REASON
    SET WS-AT-DETAIL TO TRUE.

4000-DETAIL-SCREEN.
    MOVE WS-CUR-ITEM TO WS-ITEM-SUB
    MOVE WS-ITM-SOURCE(WS-ITEM-SUB)      TO WS-DTL-SOURCE
    MOVE WS-ITM-RECID(WS-ITEM-SUB)       TO WS-DTL-RECID
    MOVE WS-ITM-EFFDATE(WS-ITEM-SUB)     TO WS-DTL-EFFDATE
    MOVE WS-ITM-TEXT(WS-ITEM-SUB)        TO WS-DTL-TEXT
    MOVE WS-ITM-REASON(WS-ITEM-SUB)      TO WS-DTL-REASON
    MOVE WS-ITM-REJECT-DATE(WS-ITEM-SUB) TO WS-DTL-REJECT-DATE
    MOVE WS-ITM-AGE(WS-ITEM-SUB)         TO WS-DTL-AGE
    PERFORM 3150-STATUS-WORD
    MOVE SPACES TO WS-DTL-REASON-DESC
    PERFORM VARYING WS-REASON-SUB FROM 1 BY 1 UNTIL WS-REASON-SUB > 9
        IF WS-REASON-CODE(WS-REASON-SUB) = WS-DTL-REASON
            MOVE WS-REASON-DESC(WS-REASON-SUB) TO WS-DTL-REASON-DESC
        END-IF
    END-PERFORM

    MOVE SPACE TO WS-DETAIL-ACTION
    DISPLAY DETAIL-SCREEN
    ACCEPT DETAIL-SCREEN
    MOVE SPACES TO WS-MESSAGE
    MOVE FUNCTION UPPER-CASE(WS-DETAIL-ACTION) TO WS-DETAIL-ACTION

    EVALUATE TRUE
        WHEN WS-ACTION-BACK
            SET WS-AT-LIST TO TRUE
        WHEN WS-ACTION-CORRECT
            PERFORM 4100-APPLY-KEYED-VALUES
            PERFORM 4200-EDIT-CORRECTED-ITEM
            IF WS-EDIT-OK
                MOVE WS-ITM-STATUS(WS-CUR-ITEM) TO WS-NEW-STATUS
                MOVE "CORRECT" TO WS-LOG-ACTION
                PERFORM 5000-COMMIT-ACTION
            END-IF
        WHEN WS-ACTION-READY
            PERFORM 4100-APPLY-KEYED-VALUES
            PERFORM 4200-EDIT-CORRECTED-ITEM
            IF WS-EDIT-OK
                MOVE "R" TO WS-NEW-STATUS
                MOVE "READY" TO WS-LOG-ACTION
                PERFORM 5000-COMMIT-ACTION
            END-IF
        WHEN WS-ACTION-WRITE-OFF
            IF WS-WRITEOFF-REASON = SPACES
                MOVE "A WRITE-OFF NEEDS A REASON" TO WS-MESSAGE
            ELSE
                MOVE WS-DTL-RECID   TO WS-NEW-RECID
                MOVE WS-DTL-EFFDATE TO WS-NEW-EFFDATE
                MOVE WS-DTL-TEXT    TO WS-NEW-TEXT
                MOVE "W" TO WS-NEW-STATUS
                MOVE "WRITEOFF" TO WS-LOG-ACTION
                PERFORM 5000-COMMIT-ACTION
            END-IF
        WHEN OTHER
            MOVE "ACTION MUST BE C, R, W OR B" TO WS-MESSAGE
    END-EVALUATE.

*> A blank keyed field keeps what the item already holds, the same
*> convention PALINSUSP applies to PALINSCOR.DAT correction lines.
4100-APPLY-KEYED-VALUES.
    IF WS-KEY-RECID NOT = SPACES
        MOVE WS-KEY-RECID TO WS-NEW-RECID
    ELSE
        MOVE WS-DTL-RECID TO WS-NEW-RECID
    END-IF
    IF WS-KEY-EFFDATE NOT = SPACES
        MOVE WS-KEY-EFFDATE TO WS-NEW-EFFDATE
    ELSE
        MOVE WS-DTL-EFFDATE TO WS-NEW-EFFDATE
    END-IF
    IF WS-KEY-TEXT NOT = SPACES
        MOVE WS-KEY-TEXT TO WS-NEW-TEXT
    ELSE
        MOVE WS-DTL-TEXT TO WS-NEW-TEXT
    END-IF.

*> The field edits PALINEDIT will apply when the item is recycled,
*> in the same order, so a fix keyed wrong is caught at the screen
*> rather than coming back in suspense tomorrow. The duplicate check
*> is against the rest of the suspense master - a corrected record id
*> that collides with another held item for the same source would
*> have the second of the pair rejected again on recycle. Registry
*> status is left to PALINEDIT; it can change between now and the
*> night the item goes out. The business calendar is not: a corrected
*> effective date that falls on a weekend or holiday is refused here.
4200-EDIT-CORRECTED-ITEM.
    MOVE "N" TO WS-EDIT-OK-SWITCH
    IF WS-DTL-SOURCE = SPACES
        MOVE "SOURCE SYSTEM MISSING - ITEM CAN ONLY BE WRITTEN OFF"
            TO WS-MESSAGE
        EXIT PARAGRAPH
    END-IF
    IF WS-NEW-RECID = SPACES
        MOVE "RECORD ID MISSING" TO WS-MESSAGE
        EXIT PARAGRAPH
    END-IF
    IF WS-NEW-TEXT = SPACES
        MOVE "TEXT TO CHECK BLANK" TO WS-MESSAGE
        EXIT PARAGRAPH
    END-IF
    PERFORM 4300-VALIDATE-DATE
    IF NOT WS-DATE-VALID
        MOVE "EFFECTIVE DATE INVALID" TO WS-MESSAGE
        EXIT PARAGRAPH
    END-IF
    MOVE "B" TO CLR-FUNCTION
    MOVE WS-DTL-SOURCE TO CLR-SOURCE-SYSTEM
    MOVE WS-EDIT-DATE TO CLR-FROM-DATE
    CALL "PALINCAL" USING CALENDAR-REQUEST
    IF RETURN-CODE NOT = 0
        MOVE "BUSINESS CALENDAR UNREADABLE - SEE CONSOLE" TO WS-MESSAGE
        MOVE 0 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    IF NOT CLR-IS-BUSINESS-DAY
        MOVE SPACES TO WS-MESSAGE
        STRING "NOT A BUSINESS DAY - " DELIMITED BY SIZE
            CLR-DAY-DESCRIPTION DELIMITED BY SIZE
            INTO WS-MESSAGE
        END-STRING
        EXIT PARAGRAPH
    END-IF
    IF WS-NEW-RECID NOT = WS-DTL-RECID
        PERFORM 4400-CHECK-DUPLICATE
        IF WS-DUPLICATE-FOUND
            MOVE "DUPLICATE SOURCE/REC ID - ANOTHER HELD ITEM HAS THAT ID"
                TO WS-MESSAGE
            EXIT PARAGRAPH
        END-IF
    END-IF
    SET WS-EDIT-OK TO TRUE.

4300-VALIDATE-DATE.
    MOVE "N" TO WS-DATE-VALID-SWITCH

    IF WS-NEW-EFFDATE IS NUMERIC
        MOVE WS-NEW-EFFDATE TO WS-EDIT-DATE
        IF WS-EDIT-YEAR >= 1900 AND WS-EDIT-YEAR <= 2099
            AND WS-EDIT-MONTH >= 1 AND WS-EDIT-MONTH <= 12
            PERFORM 4310-SET-MONTH-END-DAY
            IF WS-EDIT-DAY >= 1 AND WS-EDIT-DAY <= WS-MONTH-END-DAY
                MOVE "Y" TO WS-DATE-VALID-SWITCH
            END-IF
        END-IF
    END-IF.

4310-SET-MONTH-END-DAY.
    EVALUATE WS-EDIT-MONTH
        WHEN 4
        WHEN 6
        WHEN 9
        WHEN 11
            MOVE 30 TO WS-MONTH-END-DAY
        WHEN 2
            MOVE 28 TO WS-MONTH-END-DAY
            DIVIDE WS-EDIT-YEAR BY 4
                GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
            IF WS-LEAP-REMAINDER = ZERO
                DIVIDE WS-EDIT-YEAR BY 100
                    GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
                IF WS-LEAP-REMAINDER NOT = ZERO
                    MOVE 29 TO WS-MONTH-END-DAY
                ELSE
                    DIVIDE WS-EDIT-YEAR BY 400
                        GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
                    IF WS-LEAP-REMAINDER = ZERO
                        MOVE 29 TO WS-MONTH-END-DAY
                    END-IF
                END-IF
            END-IF
        WHEN OTHER
            MOVE 31 TO WS-MONTH-END-DAY
    END-EVALUATE.

*> Read against the master on disk rather than the filtered list, so
*> items outside the current filter count too. Written-off items are
*> on their way out and do not block the id.
4400-CHECK-DUPLICATE.
    MOVE "N" TO WS-DUPLICATE-SWITCH
    OPEN INPUT SUSPENSE-FILE
    IF NOT WS-SUSPENSE-OK
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-SUSPENSE-EOF OR WS-DUPLICATE-FOUND
        READ SUSPENSE-FILE
            AT END
                CONTINUE
            NOT AT END
                IF SUS-SOURCE-SYSTEM = WS-DTL-SOURCE
                    AND SUS-RECORD-ID = WS-NEW-RECID
                    AND NOT SUS-IS-WRITTEN-OFF
                    SET WS-DUPLICATE-FOUND TO TRUE
                END-IF
        END-READ
    END-PERFORM
    CLOSE SUSPENSE-FILE.

*> Each action is committed as it is taken: the master is copied to
*> the work file with the one item replaced, and the work file then
*> replaces the master, as PALINSUSP itself rewrites it. The item is
*> found by the key it had when the list was read; if it is no longer
*> there - a PALINSUSP run has recycled or purged it since - nothing
*> is changed and the operator is told to refresh the list.
5000-COMMIT-ACTION.
    MOVE "N" TO WS-ITEM-FOUND-SWITCH
    OPEN INPUT SUSPENSE-FILE
    IF NOT WS-SUSPENSE-OK
        MOVE SPACES TO WS-MESSAGE
        STRING "UNABLE TO READ SUSPENSE MASTER, STATUS=" DELIMITED BY SIZE
            WS-SUSPENSE-STATUS DELIMITED BY SIZE
            INTO WS-MESSAGE
        END-STRING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT NEW-SUSPENSE-FILE
    IF NOT WS-NEWSUSP-OK
        CLOSE SUSPENSE-FILE
        MOVE SPACES TO WS-MESSAGE
        STRING "UNABLE TO OPEN SUSPENSE WORK FILE, STATUS=" DELIMITED BY SIZE
            WS-NEWSUSP-STATUS DELIMITED BY SIZE
            INTO WS-MESSAGE
        END-STRING
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-SUSPENSE-EOF
        READ SUSPENSE-FILE
            AT END
                CONTINUE
            NOT AT END
                IF NOT WS-ITEM-FOUND
                    AND SUS-SOURCE-SYSTEM = WS-DTL-SOURCE
                    AND SUS-RECORD-ID = WS-DTL-RECID
                    SET WS-ITEM-FOUND TO TRUE
                    MOVE WS-NEW-RECID   TO SUS-RECORD-ID
                    MOVE WS-NEW-EFFDATE TO SUS-EFFECTIVE-DATE
                    MOVE WS-NEW-TEXT    TO SUS-TEXT-TO-CHECK
                    MOVE WS-NEW-STATUS  TO SUS-STATUS
                END-IF
                WRITE NEW-SUSPENSE-RECORD FROM SUSPENSE-RECORD
        END-READ
    END-PERFORM
    CLOSE SUSPENSE-FILE
    CLOSE NEW-SUSPENSE-FILE

    IF NOT WS-ITEM-FOUND
        CALL "CBL_DELETE_FILE" USING WS-NEW-SUSPENSE-FILENAME
        MOVE 0 TO RETURN-CODE
        MOVE "ITEM IS NO LONGER IN SUSPENSE - SELECT F TO REFRESH THE LIST"
            TO WS-MESSAGE
        SET WS-AT-LIST TO TRUE
        EXIT PARAGRAPH
    END-IF

    CALL "CBL_DELETE_FILE" USING WS-SUSPENSE-FILENAME
    MOVE 0 TO RETURN-CODE
    CALL "CBL_RENAME_FILE" USING WS-NEW-SUSPENSE-FILENAME,
                                  WS-SUSPENSE-FILENAME
    MOVE 0 TO RETURN-CODE

    PERFORM 5100-WRITE-ACTION-LOG

    MOVE WS-NEW-RECID   TO WS-ITM-RECID(WS-CUR-ITEM)
    MOVE WS-NEW-EFFDATE TO WS-ITM-EFFDATE(WS-CUR-ITEM)
    MOVE WS-NEW-TEXT    TO WS-ITM-TEXT(WS-CUR-ITEM)
    MOVE WS-NEW-STATUS  TO WS-ITM-STATUS(WS-CUR-ITEM)
    ADD 1 TO WS-ACTIONS-COMMITTED

    EVALUATE WS-LOG-ACTION
        WHEN "READY"
            MOVE "ITEM MARKED READY - IT RECYCLES ON THE NEXT SUSPENSE RUN"
                TO WS-MESSAGE
        WHEN "WRITEOFF"
            MOVE "ITEM WRITTEN OFF - IT IS DROPPED ON THE NEXT SUSPENSE RUN"
                TO WS-MESSAGE
        WHEN OTHER
            MOVE "CORRECTION SAVED" TO WS-MESSAGE
    END-EVALUATE
    SET WS-AT-LIST TO TRUE.

5100-WRITE-ACTION-LOG.
    OPEN EXTEND ACTION-LOG-FILE
    IF WS-ACTLOG-NOT-FOUND
        OPEN OUTPUT ACTION-LOG-FILE
    END-IF
    IF NOT WS-ACTLOG-OK
        MOVE SPACES TO WS-MESSAGE
        STRING "ACTION SAVED BUT NOT LOGGED - LOG STATUS=" DELIMITED BY SIZE
            WS-ACTLOG-STATUS DELIMITED BY SIZE
            INTO WS-MESSAGE
        END-STRING
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8)  TO WS-SAL-DATE
    MOVE WS-CURRENT-DATE(9:6)  TO WS-SAL-TIME
    MOVE WS-OPERATOR-ID        TO WS-SAL-OPERATOR
    MOVE WS-LOG-ACTION         TO WS-SAL-ACTION
    MOVE WS-DTL-SOURCE         TO WS-SAL-SOURCE
    MOVE WS-DTL-REASON         TO WS-SAL-REASON
    MOVE WS-DTL-RECID          TO WS-SAL-OLD-RECID
    MOVE WS-DTL-EFFDATE        TO WS-SAL-OLD-EFFDATE
    MOVE WS-DTL-TEXT           TO WS-SAL-OLD-TEXT
    MOVE WS-NEW-RECID          TO WS-SAL-NEW-RECID
    MOVE WS-NEW-EFFDATE        TO WS-SAL-NEW-EFFDATE
    MOVE WS-NEW-TEXT           TO WS-SAL-NEW-TEXT
    IF WS-LOG-ACTION = "WRITEOFF"
        MOVE WS-WRITEOFF-REASON TO WS-SAL-WRITEOFF-REASON
    ELSE
        MOVE SPACES TO WS-SAL-WRITEOFF-REASON
    END-IF
    WRITE ACTION-LOG-RECORD FROM WS-ACTION-LOG-LINE
    CLOSE ACTION-LOG-FILE.

9000-TERMINATE.
    DISPLAY "PALINSWRK: OPERATOR " WS-OPERATOR-ID
        " ACTIONS COMMITTED = " WS-ACTIONS-COMMITTED.
