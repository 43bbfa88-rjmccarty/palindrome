IDENTIFICATION DIVISION.
PROGRAM-ID. PALINCHG.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REQUEST-FILE ASSIGN TO DYNAMIC WS-REQUEST-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REQUEST-STATUS.

    SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

    SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.

    SELECT RATE-FILE ASSIGN TO DYNAMIC WS-RATE-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-STATUS.

    SELECT REGISTRY-FILE ASSIGN TO DYNAMIC WS-REGISTRY-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTRY-STATUS.

    SELECT CALLER-MAP-FILE ASSIGN TO DYNAMIC WS-CALLER-MAP-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CALLER-MAP-STATUS.

    SELECT GEN-CATALOG-FILE ASSIGN TO DYNAMIC WS-GCAT-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-GCAT-STATUS.

    SELECT GEN-REPORT-FILE ASSIGN TO DYNAMIC WS-GEN-REPORT-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-GEN-REPORT-STATUS.

    SELECT USAGE-FILE ASSIGN TO DYNAMIC WS-USAGE-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-USAGE-STATUS.

    SELECT ARCHIVE-CATALOG-FILE ASSIGN TO DYNAMIC WS-ACAT-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-ACAT-STATUS.

    SELECT JOBCAT-FILE ASSIGN TO DYNAMIC WS-JOBCAT-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-JOBCAT-STATUS.

    SELECT TRAIL-FILE ASSIGN TO DYNAMIC WS-TRAIL-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-TRAIL-STATUS.

    SELECT CYCLE-FILE ASSIGN TO DYNAMIC WS-CYCLE-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CYCLE-STATUS.

    SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT INVOICE-REPORT-FILE ASSIGN TO DYNAMIC WS-INVOICE-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-INVOICE-STATUS.

    SELECT GL-EXTRACT-FILE ASSIGN TO DYNAMIC WS-GLX-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-GLX-STATUS.

    SELECT EXCEPTION-FILE ASSIGN TO DYNAMIC WS-EXCEPTION-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-EXCEPTION-STATUS.

    SELECT SORT-WORK-FILE ASSIGN TO DYNAMIC WS-SORTWORK-FILENAME.

DATA DIVISION.
FILE SECTION.
FD  REQUEST-FILE.
01  REQUEST-RECORD           PIC X(80).

FD  PARM-FILE.
    COPY "palinprm.cpy".

FD  CONTROL-FILE.
01  CONTROL-RECORD           PIC X(80).

FD  RATE-FILE.
    COPY "palinrat.cpy".

FD  REGISTRY-FILE.
    COPY "palinsrg.cpy".

FD  CALLER-MAP-FILE.
    COPY "palinccm.cpy".

FD  GEN-CATALOG-FILE.
    COPY "palingct.cpy".

FD  GEN-REPORT-FILE.
01  GEN-REPORT-RECORD        PIC X(100).

FD  USAGE-FILE.
    COPY "palinusg.cpy".

FD  ARCHIVE-CATALOG-FILE.
01  ARCHIVE-CATALOG-LINE     PIC X(81).

FD  JOBCAT-FILE.
01  JOBCAT-RECORD            PIC X(110).

FD  TRAIL-FILE.
01  TRAIL-RECORD             PIC X(202).

FD  CYCLE-FILE.
01  CYCLE-RECORD             PIC X(80).

FD  JOURNAL-FILE.
    COPY "palinhjr.cpy".

FD  INVOICE-REPORT-FILE.
01  INVOICE-REPORT-RECORD    PIC X(132).

FD  GL-EXTRACT-FILE.
01  GL-EXTRACT-RECORD        PIC X(87).

FD  EXCEPTION-FILE.
01  EXCEPTION-RECORD         PIC X(100).

SD  SORT-WORK-FILE.
01  SORT-WORK-RECORD.
    05  SC-COST-CENTER        PIC X(8).
    05  SC-CREDIT-SW          PIC X(1).
    05  SC-KIND               PIC X(1).
    05  SC-ENTITY             PIC X(8).
    05  SC-UNIT-TYPE          PIC X(8).
    05  SC-CYCLE              PIC X(6).
    05  SC-CYCLE-DATE         PIC X(8).
    05  SC-UNITS              PIC 9(9).
    05  SC-PRICE              PIC 9(5)V9(4).
    05  SC-AMOUNT             PIC 9(11)V99.

WORKING-STORAGE SECTION.
01  WS-REQUEST-FILENAME       PIC X(80) VALUE "PALINCHG.PRM".
01  WS-PARM-FILENAME          PIC X(80) VALUE "PALINPARM.DAT".
01  WS-CONTROL-FILENAME       PIC X(80) VALUE "PALINCHGC.DAT".
01  WS-RATE-FILENAME          PIC X(80) VALUE "PALINRATE.DAT".
01  WS-REGISTRY-FILENAME      PIC X(80) VALUE "PALINSREG.DAT".
01  WS-CALLER-MAP-FILENAME    PIC X(80) VALUE "PALINCCMP.DAT".
01  WS-GCAT-FILENAME          PIC X(80) VALUE "PALINGCAT.DAT".
01  WS-GEN-REPORT-FILENAME    PIC X(80).
01  WS-USAGE-FILENAME         PIC X(80) VALUE "PALINUSG.DAT".
01  WS-ACAT-FILENAME          PIC X(80) VALUE "PALINACAT.DAT".
01  WS-JOBCAT-FILENAME        PIC X(80) VALUE "PALINAJOB.DAT".
01  WS-MASTER-FILENAME        PIC X(80) VALUE "PALINAUD.DAT".
01  WS-TRAIL-FILENAME         PIC X(80).
01  WS-CYCLE-FILENAME         PIC X(80) VALUE "PALINCYC.DAT".
01  WS-JOURNAL-FILENAME       PIC X(80) VALUE "PALINHJRN.DAT".
01  WS-INVOICE-FILENAME       PIC X(80) VALUE "PALINCHG.RPT".
01  WS-GLX-FILENAME           PIC X(80).
01  WS-EXCEPTION-FILENAME     PIC X(80) VALUE "PALINEXC.DAT".
01  WS-SORTWORK-FILENAME      PIC X(80) VALUE "PALINCHG.TMP".

01  WS-REQUEST-STATUS         PIC XX.
    88  WS-REQUEST-OK               VALUE "00".
01  WS-PARM-STATUS            PIC XX.
    88  WS-PARM-OK                  VALUE "00".
01  WS-CONTROL-STATUS         PIC XX.
    88  WS-CONTROL-OK               VALUE "00".
    88  WS-CONTROL-NOT-FOUND        VALUE "35".
    88  WS-CONTROL-EOF              VALUE "10".
01  WS-RATE-STATUS            PIC XX.
    88  WS-RATE-OK                  VALUE "00".
    88  WS-RATE-EOF                 VALUE "10".
01  WS-REGISTRY-STATUS        PIC XX.
    88  WS-REGISTRY-OK              VALUE "00".
    88  WS-REGISTRY-EOF             VALUE "10".
01  WS-CALLER-MAP-STATUS      PIC XX.
    88  WS-CALLER-MAP-OK            VALUE "00".
    88  WS-CALLER-MAP-EOF           VALUE "10".
01  WS-GCAT-STATUS            PIC XX.
    88  WS-GCAT-OK                  VALUE "00".
    88  WS-GCAT-NOT-FOUND           VALUE "35".
    88  WS-GCAT-EOF                 VALUE "10".
01  WS-GEN-REPORT-STATUS      PIC XX.
    88  WS-GEN-REPORT-OK            VALUE "00".
    88  WS-GEN-REPORT-EOF           VALUE "10".
01  WS-USAGE-STATUS           PIC XX.
    88  WS-USAGE-OK                 VALUE "00".
    88  WS-USAGE-NOT-FOUND          VALUE "35".
    88  WS-USAGE-EOF                VALUE "10".
01  WS-ACAT-STATUS            PIC XX.
    88  WS-ACAT-OK                  VALUE "00".
    88  WS-ACAT-EOF                 VALUE "10".
01  WS-JOBCAT-STATUS          PIC XX.
    88  WS-JOBCAT-OK                VALUE "00".
    88  WS-JOBCAT-EOF               VALUE "10".
01  WS-TRAIL-STATUS           PIC XX.
    88  WS-TRAIL-OK                 VALUE "00".
    88  WS-TRAIL-EOF                VALUE "10".
01  WS-CYCLE-STATUS           PIC XX.
    88  WS-CYCLE-OK                 VALUE "00".
    88  WS-CYCLE-EOF                VALUE "10".
01  WS-JOURNAL-STATUS         PIC XX.
    88  WS-JOURNAL-OK               VALUE "00".
    88  WS-JOURNAL-EOF              VALUE "10".
01  WS-INVOICE-STATUS         PIC XX.
    88  WS-INVOICE-OK               VALUE "00".
01  WS-GLX-STATUS             PIC XX.
    88  WS-GLX-OK                   VALUE "00".
01  WS-EXCEPTION-STATUS       PIC XX.
    88  WS-EXCEPTION-OK             VALUE "00".
    88  WS-EXCEPTION-NOT-FOUND      VALUE "35".

COPY "palinaud.cpy".
COPY "palinact.cpy".
COPY "palinglx.cpy".

01  WS-REQUEST-LINE.
    05  CHG-BILL-MONTH        PIC X(6).
    05  FILLER                PIC X(74).

*> One line per month billed, and one per backed-out cycle already
*> credited - the first stops a month going to the ledger twice, the
*> second stops a void being credited twice.
01  WS-CONTROL-LINE.
    05  WS-CTL-TYPE           PIC X(6).
        88  WS-CTL-IS-BILLED        VALUE "BILLED".
        88  WS-CTL-IS-CREDIT        VALUE "CREDIT".
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-CTL-MONTH          PIC X(6).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-CTL-CYCLE          PIC X(6).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-CTL-SENDER         PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-CTL-RUN-DATE       PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-CTL-STAMP          PIC X(14).

01  WS-JOBCAT-LINE.
    05  WS-JCT-TIMESTAMP      PIC X(16).
    05  FILLER                PIC X(2).
    05  WS-JCT-PROGRAM        PIC X(30).
    05  FILLER                PIC X(2).
    05  WS-JCT-FILENAME       PIC X(60).

01  WS-BILL-MONTH             PIC X(6).
01  WS-MONTH-START            PIC 9(8).
01  WS-MONTH-END              PIC 9(8).
01  WS-NEXT-MONTH-START       PIC 9(8).
01  WS-NEXT-MONTH-START-R REDEFINES WS-NEXT-MONTH-START.
    05  WS-NMS-YEAR           PIC 9(4).
    05  WS-NMS-MONTH          PIC 9(2).
    05  WS-NMS-DAY            PIC 9(2).
01  WS-EARLIEST-GENERATION    PIC X(8) VALUE HIGH-VALUES.

01  WS-RATE-TABLE.
    05  WS-RATE-ENTRY OCCURS 200 TIMES.
        10  WS-RTE-UNIT-TYPE  PIC X(8).
        10  WS-RTE-FROM       PIC 9(8).
        10  WS-RTE-PRICE      PIC 9(5)V9(4).
        10  WS-RTE-EXPENSE    PIC X(10).
        10  WS-RTE-RECOVERY   PIC X(10).
        10  WS-RTE-RECOVERY-CC PIC X(8).
01  WS-RATE-COUNT             PIC 9(3) VALUE ZERO.
01  WS-RATE-SUB               PIC 9(3).
01  WS-RATE-FOUND-SUB         PIC 9(3).
01  WS-RATE-AS-OF             PIC 9(8).
01  WS-RATE-UNIT-TYPE         PIC X(8).

01  WS-REGISTRY-TABLE.
    05  WS-REGISTRY-ENTRY OCCURS 100 TIMES.
        10  WS-SRT-SOURCE     PIC X(8).
        10  WS-SRT-COST-CENTER PIC X(8).
01  WS-REGISTRY-COUNT         PIC 9(3) VALUE ZERO.

01  WS-CALLER-TABLE.
    05  WS-CALLER-ENTRY OCCURS 200 TIMES.
        10  WS-CLT-CALLER     PIC X(8).
        10  WS-CLT-COST-CENTER PIC X(8).
01  WS-CALLER-COUNT           PIC 9(3) VALUE ZERO.
01  WS-LOOKUP-SUB             PIC 9(3).

*> The billable units, one entry per source or calling program and
*> unit type, plus one credit entry per backed-out cycle.
01  WS-CHARGE-TABLE.
    05  WS-CHARGE-ENTRY OCCURS 3000 TIMES.
        10  WS-CHG-COST-CENTER PIC X(8).
        10  WS-CHG-CREDIT-SW  PIC X(1).
            88  WS-CHG-IS-CREDIT    VALUE "Y".
        10  WS-CHG-KIND       PIC X(1).
            88  WS-CHG-IS-SOURCE    VALUE "S".
            88  WS-CHG-IS-CALLER    VALUE "C".
        10  WS-CHG-ENTITY     PIC X(8).
        10  WS-CHG-UNIT-TYPE  PIC X(8).
        10  WS-CHG-CYCLE      PIC X(6).
        10  WS-CHG-CYCLE-DATE PIC X(8).
        10  WS-CHG-UNITS      PIC 9(9).
        10  WS-CHG-PRICE      PIC 9(5)V9(4).
        10  WS-CHG-AMOUNT     PIC 9(11)V99.
01  WS-CHARGE-COUNT           PIC 9(4) VALUE ZERO.
01  WS-CHARGE-SUB             PIC 9(4).
01  WS-ADD-KIND               PIC X(1).
01  WS-ADD-ENTITY             PIC X(8).
01  WS-ADD-UNIT-TYPE          PIC X(8).
01  WS-ADD-UNITS              PIC 9(9).
01  WS-ADD-COST-CENTER        PIC X(8).

*> General-ledger lines net by cost center and unit type.
01  WS-GL-TABLE.
    05  WS-GL-ENTRY OCCURS 500 TIMES.
        10  WS-GLE-COST-CENTER PIC X(8).
        10  WS-GLE-UNIT-TYPE  PIC X(8).
        10  WS-GLE-UNITS      PIC S9(9).
        10  WS-GLE-AMOUNT     PIC S9(11)V99.
01  WS-GL-COUNT               PIC 9(3) VALUE ZERO.
01  WS-GL-SUB                 PIC 9(3).
01  WS-GL-FOUND-SUB           PIC 9(3).
01  WS-GL-LINE-NUMBER         PIC 9(5) VALUE ZERO.
01  WS-GL-DEBIT-TOTAL         PIC 9(13)V99 VALUE ZERO.
01  WS-GL-CREDIT-TOTAL        PIC 9(13)V99 VALUE ZERO.

*> Latest run stamp per bill date and program for the ledger lines
*> that restate their day.
01  WS-STAMP-TABLE.
    05  WS-STAMP-ENTRY OCCURS 1000 TIMES.
        10  WS-STP-DATE       PIC 9(8).
        10  WS-STP-PROGRAM    PIC X(12).
        10  WS-STP-STAMP      PIC X(14).
01  WS-STAMP-COUNT            PIC 9(4) VALUE ZERO.
01  WS-STAMP-SUB              PIC 9(4).
01  WS-STAMP-FOUND-SUB        PIC 9(4).

*> Backed-out cycles not yet credited, with the journal rows each
*> one's run wrote - one row per record it checked.
01  WS-VOID-TABLE.
    05  WS-VOID-ENTRY OCCURS 500 TIMES.
        10  WS-VDT-CYCLE      PIC X(6).
        10  WS-VDT-SENDER     PIC X(8).
        10  WS-VDT-RUN-DATE   PIC X(8).
        10  WS-VDT-UNITS      PIC 9(9).
        10  WS-VDT-SHARED-SW  PIC X(1).
            88  WS-VDT-SHARED       VALUE "Y".
01  WS-VOID-COUNT             PIC 9(3) VALUE ZERO.
01  WS-VOID-SUB               PIC 9(3).

01  WS-CREDITED-TABLE.
    05  WS-CREDITED-ENTRY OCCURS 2000 TIMES.
        10  WS-CRD-KEY        PIC X(22).
01  WS-CREDITED-COUNT         PIC 9(4) VALUE ZERO.
01  WS-CREDITED-SUB           PIC 9(4).
01  WS-CYCLE-KEY.
    05  WS-CYK-CYCLE          PIC X(6).
    05  WS-CYK-SENDER         PIC X(8).
    05  WS-CYK-RUN-DATE       PIC X(8).
01  WS-CREDITED-SWITCH        PIC X.
    88  WS-ALREADY-CREDITED         VALUE "Y".

01  WS-RECNO-TEXT             PIC X(9).
01  WS-ARCHIVE-MONTH-START    PIC X(8).

01  WS-CHECKED-UNITS          PIC 9(9) VALUE ZERO.
01  WS-REJECT-UNITS           PIC 9(9) VALUE ZERO.
01  WS-RECYCLE-UNITS          PIC 9(9) VALUE ZERO.
01  WS-LOOKUP-UNITS           PIC 9(9) VALUE ZERO.
01  WS-CREDIT-UNITS           PIC 9(9) VALUE ZERO.
01  WS-UNALLOCATED-UNITS      PIC 9(9) VALUE ZERO.
01  WS-MISSING-REPORTS        PIC 9(5) VALUE ZERO.
01  WS-SHARED-VOIDS           PIC 9(5) VALUE ZERO.
01  WS-WARNING-COUNT          PIC 9(5) VALUE ZERO.

01  WS-CC-TOTAL               PIC S9(11)V99 VALUE ZERO.
01  WS-REGISTER-TOTAL         PIC S9(11)V99 VALUE ZERO.
01  WS-PREV-COST-CENTER       PIC X(8) VALUE HIGH-VALUES.
01  WS-SIGNED-AMOUNT          PIC S9(11)V99.

01  WS-RUN-RC                 PIC 9(4) VALUE ZERO.
01  WS-RUN-DATE               PIC X(8).
01  WS-CURRENT-DATE           PIC X(21).
01  WS-REFUSE-MESSAGE         PIC X(60).

01  WS-REGISTER-LINE.
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-RGL-KIND           PIC X(6).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-RGL-ENTITY         PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-RGL-UNIT-TYPE      PIC X(8).
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-RGL-UNITS          PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-RGL-PRICE          PIC ZZ,ZZ9.9999.
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-RGL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                PIC X(2) VALUE SPACES.
    05  WS-RGL-NOTE           PIC X(40).

01  WS-TOTAL-LINE.
    05  WS-TTL-LABEL          PIC X(60).
    05  WS-TTL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99-.

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

01  WS-REPORT-LINE            PIC X(132).
01  WS-TRAILER-NUM-ED         PIC ZZZZZZZZ9.

PROCEDURE DIVISION.

*> Month-end chargeback of the palindrome service to the business
*> units that feed and call it. Billable units for the month are
*> gathered per source system or calling program:
*>   CHECKED  records checked, from the report of every driver
*>            generation on PALINGCAT.DAT dated in the month
*>   REJECT   records PALINEDIT rejected, from the usage ledger
*>   RECYCLE  suspense items PALINSUSP recycled, from the ledger
*>   LOOKUP   online PALINLOOKUP calls, from the audit trail, by the
*>            caller named on the PALINLOOKUP-FOR entry
*> and a cycle PALINBKO has backed out is credited, once, with the
*> records its run checked, so a reversed transmission costs its
*> sender nothing. Units are priced from PALINRATE.DAT at the rate in
*> force at month end (a credit at the rate in force when the voided
*> run was billed), and the run produces the invoice register
*> PALINCHG.RPT by cost center and a balanced GL journal extract
*> PALINGLX.<month>.DAT. Sources take their cost center from the
*> registry, callers from PALINCCMP.DAT; anything without one is
*> billed to UNALLOC and the run ends RC 4 so finance sees it. A
*> month already on PALINCHGC.DAT is refused - a rebill means
*> reversing the first journal in the ledger and removing its
*> BILLED line by hand.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-COUNT-CHECKED-UNITS
    PERFORM 3000-COUNT-LEDGER-UNITS
    PERFORM 4000-COUNT-LOOKUP-UNITS
    PERFORM 5000-FIND-VOID-CREDITS
    PERFORM 6000-PRICE-CHARGES
    PERFORM 7000-WRITE-INVOICE-REGISTER
    PERFORM 8000-WRITE-GL-EXTRACT
    PERFORM 8500-RECORD-BILLING
    PERFORM 9000-TERMINATE
    MOVE WS-RUN-RC TO RETURN-CODE
    STOP RUN.

*> The month billed is the month of the current business date unless
*> PALINCHG.PRM names another (YYYYMM), so the job can run as the
*> last step of the month's final chain or be pointed back at a month
*> afterwards.
1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
    MOVE SPACES TO WS-BILL-MONTH

    OPEN INPUT REQUEST-FILE
    IF WS-REQUEST-OK
        READ REQUEST-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE REQUEST-RECORD TO WS-REQUEST-LINE
                IF CHG-BILL-MONTH NOT = SPACES
                    MOVE CHG-BILL-MONTH TO WS-BILL-MONTH
                END-IF
        END-READ
        CLOSE REQUEST-FILE
    END-IF

    IF WS-BILL-MONTH = SPACES
        OPEN INPUT PARM-FILE
        IF WS-PARM-OK
            READ PARM-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF PRM-BUSINESS-DATE NUMERIC
                        MOVE PRM-BUSINESS-DATE(1:6) TO WS-BILL-MONTH
                    END-IF
            END-READ
            CLOSE PARM-FILE
        END-IF
    END-IF

    IF WS-BILL-MONTH = SPACES
        MOVE "NO BILLING MONTH - NO REQUEST AND NO BUSINESS DATE"
            TO WS-REFUSE-MESSAGE
        PERFORM 1190-REFUSE-RUN
    END-IF
    IF WS-BILL-MONTH NOT NUMERIC
        OR WS-BILL-MONTH(5:2) < "01" OR WS-BILL-MONTH(5:2) > "12"
        MOVE SPACES TO WS-REFUSE-MESSAGE
        STRING "BILLING MONTH INVALID: " DELIMITED BY SIZE
            WS-BILL-MONTH DELIMITED BY SIZE
            INTO WS-REFUSE-MESSAGE
        END-STRING
        PERFORM 1190-REFUSE-RUN
    END-IF

    COMPUTE WS-MONTH-START = FUNCTION NUMVAL(WS-BILL-MONTH) * 100 + 1
    MOVE WS-MONTH-START TO WS-NEXT-MONTH-START
    IF WS-NMS-MONTH = 12
        ADD 1 TO WS-NMS-YEAR
        MOVE 1 TO WS-NMS-MONTH
    ELSE
        ADD 1 TO WS-NMS-MONTH
    END-IF
    COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1)

    PERFORM 1200-CHECK-CONTROL-FILE
    PERFORM 1300-LOAD-RATES
    PERFORM 1400-LOAD-REGISTRY
    PERFORM 1500-LOAD-CALLER-MAP.

1190-REFUSE-RUN.
    DISPLAY "PALINCHG: CHARGEBACK REFUSED - " WS-REFUSE-MESSAGE
    MOVE 16 TO RETURN-CODE
    STOP RUN.

1200-CHECK-CONTROL-FILE.
    OPEN INPUT CONTROL-FILE
    IF WS-CONTROL-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-CONTROL-OK
        DISPLAY "PALINCHG: UNABLE TO READ BILLING CONTROL, STATUS=" WS-CONTROL-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-CONTROL-EOF
        READ CONTROL-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE CONTROL-RECORD TO WS-CONTROL-LINE
                EVALUATE TRUE
                    WHEN WS-CTL-IS-BILLED
                        AND WS-CTL-MONTH = WS-BILL-MONTH
                        CLOSE CONTROL-FILE
                        MOVE SPACES TO WS-REFUSE-MESSAGE
                        STRING "MONTH " DELIMITED BY SIZE
                            WS-BILL-MONTH DELIMITED BY SIZE
                            " ALREADY BILLED" DELIMITED BY SIZE
                            INTO WS-REFUSE-MESSAGE
                        END-STRING
                        PERFORM 1190-REFUSE-RUN
                    WHEN WS-CTL-IS-CREDIT
                        AND WS-CREDITED-COUNT < 2000
                        ADD 1 TO WS-CREDITED-COUNT
                        MOVE WS-CTL-CYCLE    TO WS-CYK-CYCLE
                        MOVE WS-CTL-SENDER   TO WS-CYK-SENDER
                        MOVE WS-CTL-RUN-DATE TO WS-CYK-RUN-DATE
                        MOVE WS-CYCLE-KEY
                            TO WS-CRD-KEY(WS-CREDITED-COUNT)
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE CONTROL-FILE.

1300-LOAD-RATES.
    OPEN INPUT RATE-FILE
    IF NOT WS-RATE-OK
        MOVE "RATE TABLE PALINRATE.DAT MISSING" TO WS-REFUSE-MESSAGE
        PERFORM 1190-REFUSE-RUN
    END-IF
    PERFORM UNTIL WS-RATE-EOF
        READ RATE-FILE
            AT END
                CONTINUE
            NOT AT END
                IF RAT-UNIT-TYPE NOT = SPACES
                    AND RAT-EFFECTIVE-FROM NUMERIC
                    AND RAT-UNIT-PRICE NUMERIC
                    AND WS-RATE-COUNT < 200
                    ADD 1 TO WS-RATE-COUNT
                    MOVE RAT-UNIT-TYPE
                        TO WS-RTE-UNIT-TYPE(WS-RATE-COUNT)
                    MOVE RAT-EFFECTIVE-FROM
                        TO WS-RTE-FROM(WS-RATE-COUNT)
                    MOVE RAT-UNIT-PRICE TO WS-RTE-PRICE(WS-RATE-COUNT)
                    MOVE RAT-EXPENSE-ACCOUNT
                        TO WS-RTE-EXPENSE(WS-RATE-COUNT)
                    MOVE RAT-RECOVERY-ACCOUNT
                        TO WS-RTE-RECOVERY(WS-RATE-COUNT)
                    MOVE RAT-RECOVERY-CENTER
                        TO WS-RTE-RECOVERY-CC(WS-RATE-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE RATE-FILE.

1400-LOAD-REGISTRY.
    OPEN INPUT REGISTRY-FILE
    IF NOT WS-REGISTRY-OK
        MOVE "SOURCE REGISTRY MISSING" TO WS-REFUSE-MESSAGE
        PERFORM 1190-REFUSE-RUN
    END-IF
    PERFORM UNTIL WS-REGISTRY-EOF
        READ REGISTRY-FILE
            AT END
                CONTINUE
            NOT AT END
                IF SRG-SOURCE-SYSTEM NOT = SPACES
                    AND WS-REGISTRY-COUNT < 100
                    ADD 1 TO WS-REGISTRY-COUNT
                    MOVE SRG-SOURCE-SYSTEM
                        TO WS-SRT-SOURCE(WS-REGISTRY-COUNT)
                    MOVE SRG-COST-CENTER
                        TO WS-SRT-COST-CENTER(WS-REGISTRY-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE REGISTRY-FILE.

*> The caller map is optional: with none, every lookup caller bills
*> to UNALLOC until finance supplies one.
1500-LOAD-CALLER-MAP.
    OPEN INPUT CALLER-MAP-FILE
    IF NOT WS-CALLER-MAP-OK
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-CALLER-MAP-EOF
        READ CALLER-MAP-FILE
            AT END
                CONTINUE
            NOT AT END
                IF CCM-CALLING-PROGRAM NOT = SPACES
                    AND WS-CALLER-COUNT < 200
                    ADD 1 TO WS-CALLER-COUNT
                    MOVE CCM-CALLING-PROGRAM
                        TO WS-CLT-CALLER(WS-CALLER-COUNT)
                    MOVE CCM-COST-CENTER
                        TO WS-CLT-COST-CENTER(WS-CALLER-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE CALLER-MAP-FILE.

*> Each generation's report carries one detail line per record the
*> driver checked, with the source in columns 12-19; control-total
*> lines below it never start with a record number. A generation
*> whose report has gone is billed from its catalog count to UNKNOWN.
*> The catalog keeps only PRM-KEEP-GENERATIONS entries, so if the
*> oldest one left is inside the month, earlier nights may already
*> have been purged and the run warns.
2000-COUNT-CHECKED-UNITS.
    OPEN INPUT GEN-CATALOG-FILE
    IF WS-GCAT-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-GCAT-OK
        DISPLAY "PALINCHG: UNABLE TO READ GENERATION CATALOG, STATUS=" WS-GCAT-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-GCAT-EOF
        READ GEN-CATALOG-FILE
            AT END
                CONTINUE
            NOT AT END
                IF GCT-BUSINESS-DATE < WS-EARLIEST-GENERATION
                    MOVE GCT-BUSINESS-DATE TO WS-EARLIEST-GENERATION
                END-IF
                IF GCT-BUSINESS-DATE(1:6) = WS-BILL-MONTH
                    PERFORM 2100-COUNT-ONE-GENERATION
                END-IF
        END-READ
    END-PERFORM
    CLOSE GEN-CATALOG-FILE

    IF WS-EARLIEST-GENERATION NOT = HIGH-VALUES
        AND WS-EARLIEST-GENERATION(1:6) = WS-BILL-MONTH
        AND WS-EARLIEST-GENERATION > WS-MONTH-START(1:8)
        ADD 1 TO WS-WARNING-COUNT
        DISPLAY "PALINCHG: OLDEST GENERATION ON CATALOG IS "
            WS-EARLIEST-GENERATION " - EARLIER NIGHTS MAY BE UNBILLED"
    END-IF.

2100-COUNT-ONE-GENERATION.
    MOVE GCT-REPORT-FILENAME TO WS-GEN-REPORT-FILENAME
    OPEN INPUT GEN-REPORT-FILE
    IF NOT WS-GEN-REPORT-OK
        ADD 1 TO WS-MISSING-REPORTS
        ADD 1 TO WS-WARNING-COUNT
        DISPLAY "PALINCHG: REPORT MISSING FOR " GCT-BUSINESS-DATE
            " - BILLED TO UNKNOWN"
        MOVE "S"       TO WS-ADD-KIND
        MOVE "UNKNOWN" TO WS-ADD-ENTITY
        MOVE "CHECKED" TO WS-ADD-UNIT-TYPE
        MOVE GCT-RECORDS TO WS-ADD-UNITS
        PERFORM 2900-ADD-UNITS
        ADD GCT-RECORDS TO WS-CHECKED-UNITS
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-GEN-REPORT-EOF
        READ GEN-REPORT-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE GEN-REPORT-RECORD(1:9) TO WS-RECNO-TEXT
                INSPECT WS-RECNO-TEXT REPLACING LEADING SPACES BY ZEROS
                IF WS-RECNO-TEXT NUMERIC
                    AND GEN-REPORT-RECORD(9:1) NUMERIC
                    AND GEN-REPORT-RECORD(10:2) = SPACES
                    MOVE "S"       TO WS-ADD-KIND
                    MOVE GEN-REPORT-RECORD(12:8) TO WS-ADD-ENTITY
                    MOVE "CHECKED" TO WS-ADD-UNIT-TYPE
                    MOVE 1         TO WS-ADD-UNITS
                    PERFORM 2900-ADD-UNITS
                    ADD 1 TO WS-CHECKED-UNITS
                END-IF
        END-READ
    END-PERFORM
    CLOSE GEN-REPORT-FILE.

2900-ADD-UNITS.
    PERFORM VARYING WS-CHARGE-SUB FROM 1 BY 1
            UNTIL WS-CHARGE-SUB > WS-CHARGE-COUNT
        IF NOT WS-CHG-IS-CREDIT(WS-CHARGE-SUB)
            AND WS-CHG-KIND(WS-CHARGE-SUB) = WS-ADD-KIND
            AND WS-CHG-ENTITY(WS-CHARGE-SUB) = WS-ADD-ENTITY
            AND WS-CHG-UNIT-TYPE(WS-CHARGE-SUB) = WS-ADD-UNIT-TYPE
            ADD WS-ADD-UNITS TO WS-CHG-UNITS(WS-CHARGE-SUB)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    PERFORM 2950-NEW-CHARGE-ENTRY
    MOVE "N" TO WS-CHG-CREDIT-SW(WS-CHARGE-SUB).

2950-NEW-CHARGE-ENTRY.
    IF WS-CHARGE-COUNT >= 3000
        DISPLAY "PALINCHG: CHARGE TABLE OVERFLOW"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-CHARGE-COUNT
    MOVE WS-CHARGE-COUNT TO WS-CHARGE-SUB
    PERFORM 2960-FIND-COST-CENTER
    MOVE WS-ADD-COST-CENTER TO WS-CHG-COST-CENTER(WS-CHARGE-SUB)
    MOVE WS-ADD-KIND        TO WS-CHG-KIND(WS-CHARGE-SUB)
    MOVE WS-ADD-ENTITY      TO WS-CHG-ENTITY(WS-CHARGE-SUB)
    MOVE WS-ADD-UNIT-TYPE   TO WS-CHG-UNIT-TYPE(WS-CHARGE-SUB)
    MOVE SPACES             TO WS-CHG-CYCLE(WS-CHARGE-SUB)
    MOVE SPACES             TO WS-CHG-CYCLE-DATE(WS-CHARGE-SUB)
    MOVE WS-ADD-UNITS       TO WS-CHG-UNITS(WS-CHARGE-SUB)
    MOVE ZERO               TO WS-CHG-PRICE(WS-CHARGE-SUB)
    MOVE ZERO               TO WS-CHG-AMOUNT(WS-CHARGE-SUB).

2960-FIND-COST-CENTER.
    MOVE SPACES TO WS-ADD-COST-CENTER
    IF WS-ADD-KIND = "S"
        PERFORM VARYING WS-LOOKUP-SUB FROM 1 BY 1
                UNTIL WS-LOOKUP-SUB > WS-REGISTRY-COUNT
            IF WS-SRT-SOURCE(WS-LOOKUP-SUB) = WS-ADD-ENTITY
                MOVE WS-SRT-COST-CENTER(WS-LOOKUP-SUB)
                    TO WS-ADD-COST-CENTER
                EXIT PERFORM
            END-IF
        END-PERFORM
    ELSE
        PERFORM VARYING WS-LOOKUP-SUB FROM 1 BY 1
                UNTIL WS-LOOKUP-SUB > WS-CALLER-COUNT
            IF WS-CLT-CALLER(WS-LOOKUP-SUB) = WS-ADD-ENTITY
                MOVE WS-CLT-COST-CENTER(WS-LOOKUP-SUB)
                    TO WS-ADD-COST-CENTER
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-IF
    IF WS-ADD-COST-CENTER = SPACES
        MOVE "UNALLOC" TO WS-ADD-COST-CENTER
    END-IF.

*> A restating program's lines count only from its latest run for
*> each bill date - a rerun edit replaces the night it restates - so
*> the ledger is read twice: once for the latest stamps, once to
*> count.
3000-COUNT-LEDGER-UNITS.
    OPEN INPUT USAGE-FILE
    IF WS-USAGE-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    IF NOT WS-USAGE-OK
        DISPLAY "PALINCHG: UNABLE TO READ USAGE LEDGER, STATUS=" WS-USAGE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-USAGE-EOF
        READ USAGE-FILE
            AT END
                CONTINUE
            NOT AT END
                IF USG-BILL-DATE NUMERIC
                    AND USG-BILL-DATE >= WS-MONTH-START
                    AND USG-BILL-DATE <= WS-MONTH-END
                    AND USG-RESTATES-DAY
                    PERFORM 3100-NOTE-LATEST-STAMP
                END-IF
        END-READ
    END-PERFORM
    CLOSE USAGE-FILE

    OPEN INPUT USAGE-FILE
    PERFORM UNTIL WS-USAGE-EOF
        READ USAGE-FILE
            AT END
                CONTINUE
            NOT AT END
                IF USG-BILL-DATE NUMERIC
                    AND USG-BILL-DATE >= WS-MONTH-START
                    AND USG-BILL-DATE <= WS-MONTH-END
                    AND USG-UNIT-COUNT NUMERIC
                    AND USG-UNIT-COUNT > ZERO
                    PERFORM 3200-COUNT-LEDGER-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE USAGE-FILE.

3100-NOTE-LATEST-STAMP.
    PERFORM 3150-FIND-STAMP
    IF WS-STAMP-FOUND-SUB > ZERO
        IF USG-RUN-STAMP > WS-STP-STAMP(WS-STAMP-FOUND-SUB)
            MOVE USG-RUN-STAMP TO WS-STP-STAMP(WS-STAMP-FOUND-SUB)
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF WS-STAMP-COUNT >= 1000
        DISPLAY "PALINCHG: USAGE STAMP TABLE OVERFLOW"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-STAMP-COUNT
    MOVE USG-BILL-DATE TO WS-STP-DATE(WS-STAMP-COUNT)
    MOVE USG-PROGRAM   TO WS-STP-PROGRAM(WS-STAMP-COUNT)
    MOVE USG-RUN-STAMP TO WS-STP-STAMP(WS-STAMP-COUNT).

3150-FIND-STAMP.
    MOVE ZERO TO WS-STAMP-FOUND-SUB
    PERFORM VARYING WS-STAMP-SUB FROM 1 BY 1
            UNTIL WS-STAMP-SUB > WS-STAMP-COUNT
        IF WS-STP-DATE(WS-STAMP-SUB) = USG-BILL-DATE
            AND WS-STP-PROGRAM(WS-STAMP-SUB) = USG-PROGRAM
            MOVE WS-STAMP-SUB TO WS-STAMP-FOUND-SUB
            EXIT PERFORM
        END-IF
    END-PERFORM.

3200-COUNT-LEDGER-LINE.
    IF USG-RESTATES-DAY
        PERFORM 3150-FIND-STAMP
        IF WS-STAMP-FOUND-SUB = ZERO
            EXIT PARAGRAPH
        END-IF
        IF USG-RUN-STAMP NOT = WS-STP-STAMP(WS-STAMP-FOUND-SUB)
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE "S"               TO WS-ADD-KIND
    MOVE USG-SOURCE-SYSTEM TO WS-ADD-ENTITY
    MOVE USG-UNIT-TYPE     TO WS-ADD-UNIT-TYPE
    MOVE USG-UNIT-COUNT    TO WS-ADD-UNITS
    PERFORM 2900-ADD-UNITS
    EVALUATE USG-UNIT-TYPE
        WHEN "REJECT"
            ADD USG-UNIT-COUNT TO WS-REJECT-UNITS
        WHEN "RECYCLE"
            ADD USG-UNIT-COUNT TO WS-RECYCLE-UNITS
    END-EVALUATE.

*> Lookups are found wherever the month's audit records now live:
*> every catalogued archive made on or after the first of the month
*> (an earlier one holds nothing newer than its own date), the live
*> master, and any job file PALINAMRG has not merged yet.
4000-COUNT-LOOKUP-UNITS.
    MOVE WS-MONTH-START TO WS-ARCHIVE-MONTH-START
    OPEN INPUT ARCHIVE-CATALOG-FILE
    IF WS-ACAT-OK
        PERFORM UNTIL WS-ACAT-EOF
            READ ARCHIVE-CATALOG-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE ARCHIVE-CATALOG-LINE TO ARCHIVE-CATALOG-RECORD
                    IF ACT-ARCHIVE-DATE >= WS-ARCHIVE-MONTH-START
                        AND ACT-ARCHIVE-FILENAME NOT = SPACES
                        MOVE ACT-ARCHIVE-FILENAME TO WS-TRAIL-FILENAME
                        PERFORM 4100-READ-AUDIT-FILE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVE-CATALOG-FILE
    END-IF

    MOVE WS-MASTER-FILENAME TO WS-TRAIL-FILENAME
    PERFORM 4100-READ-AUDIT-FILE

    OPEN INPUT JOBCAT-FILE
    IF WS-JOBCAT-OK
        PERFORM UNTIL WS-JOBCAT-EOF
            READ JOBCAT-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE JOBCAT-RECORD TO WS-JOBCAT-LINE
                    IF WS-JCT-FILENAME NOT = SPACES
                        AND WS-JCT-PROGRAM(1:11) = "PALINLOOKUP"
                        MOVE WS-JCT-FILENAME TO WS-TRAIL-FILENAME
                        PERFORM 4100-READ-AUDIT-FILE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOBCAT-FILE
    END-IF.

4100-READ-AUDIT-FILE.
    OPEN INPUT TRAIL-FILE
    IF NOT WS-TRAIL-OK
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-TRAIL-EOF
        READ TRAIL-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE TRAIL-RECORD TO AUDIT-RECORD
                IF AUD-PROGRAM(1:11) = "PALINLOOKUP"
                    AND AUD-TIMESTAMP(1:6) = WS-BILL-MONTH
                    PERFORM 4200-COUNT-LOOKUP
                END-IF
        END-READ
    END-PERFORM
    CLOSE TRAIL-FILE.

4200-COUNT-LOOKUP.
    MOVE "C" TO WS-ADD-KIND
    IF AUD-PROGRAM(12:1) = "-" AND AUD-PROGRAM(13:8) NOT = SPACES
        MOVE AUD-PROGRAM(13:8) TO WS-ADD-ENTITY
    ELSE
        MOVE "UNNAMED" TO WS-ADD-ENTITY
    END-IF
    MOVE "LOOKUP" TO WS-ADD-UNIT-TYPE
    MOVE 1 TO WS-ADD-UNITS
    PERFORM 2900-ADD-UNITS
    ADD 1 TO WS-LOOKUP-UNITS.

*> A VOID cycle line is a transmission PALINBKO reversed. Its run
*> wrote one history-journal row per record checked, under its sender
*> and run date - the same rows the backout replayed - so that count
*> is what gets credited. When another cycle from the same sender
*> shares the run date the rows cannot be told apart (PALINBKO has
*> the same blind spot); that void is listed for a manual adjustment
*> instead, and marked handled so it is not raised again next month.
5000-FIND-VOID-CREDITS.
    OPEN INPUT CYCLE-FILE
    IF NOT WS-CYCLE-OK
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-CYCLE-EOF
        READ CYCLE-FILE
            AT END
                CONTINUE
            NOT AT END
                IF CYCLE-RECORD(29:4) = "VOID"
                    PERFORM 5100-NOTE-VOID-CYCLE
                END-IF
        END-READ
    END-PERFORM
    CLOSE CYCLE-FILE

    IF WS-VOID-COUNT = ZERO
        EXIT PARAGRAPH
    END-IF

    OPEN INPUT CYCLE-FILE
    PERFORM UNTIL WS-CYCLE-EOF
        READ CYCLE-FILE
            AT END
                CONTINUE
            NOT AT END
                PERFORM VARYING WS-VOID-SUB FROM 1 BY 1
                        UNTIL WS-VOID-SUB > WS-VOID-COUNT
                    IF CYCLE-RECORD(9:8) = WS-VDT-SENDER(WS-VOID-SUB)
                        AND CYCLE-RECORD(19:8)
                            = WS-VDT-RUN-DATE(WS-VOID-SUB)
                        AND CYCLE-RECORD(1:6)
                            NOT = WS-VDT-CYCLE(WS-VOID-SUB)
                        SET WS-VDT-SHARED(WS-VOID-SUB) TO TRUE
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM
    CLOSE CYCLE-FILE

    OPEN INPUT JOURNAL-FILE
    IF WS-JOURNAL-OK
        PERFORM UNTIL WS-JOURNAL-EOF
            READ JOURNAL-FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM 5200-COUNT-JOURNAL-ROW
            END-READ
        END-PERFORM
        CLOSE JOURNAL-FILE
    END-IF

    PERFORM VARYING WS-VOID-SUB FROM 1 BY 1
            UNTIL WS-VOID-SUB > WS-VOID-COUNT
        PERFORM 5300-ADD-VOID-CREDIT
    END-PERFORM.

5100-NOTE-VOID-CYCLE.
    MOVE CYCLE-RECORD(1:6)  TO WS-CYK-CYCLE
    MOVE CYCLE-RECORD(9:8)  TO WS-CYK-SENDER
    MOVE CYCLE-RECORD(19:8) TO WS-CYK-RUN-DATE
    MOVE "N" TO WS-CREDITED-SWITCH
    PERFORM VARYING WS-CREDITED-SUB FROM 1 BY 1
            UNTIL WS-CREDITED-SUB > WS-CREDITED-COUNT
        IF WS-CRD-KEY(WS-CREDITED-SUB) = WS-CYCLE-KEY
            SET WS-ALREADY-CREDITED TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-ALREADY-CREDITED OR WS-VOID-COUNT >= 500
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-VOID-COUNT
    MOVE WS-CYK-CYCLE    TO WS-VDT-CYCLE(WS-VOID-COUNT)
    MOVE WS-CYK-SENDER   TO WS-VDT-SENDER(WS-VOID-COUNT)
    MOVE WS-CYK-RUN-DATE TO WS-VDT-RUN-DATE(WS-VOID-COUNT)
    MOVE ZERO TO WS-VDT-UNITS(WS-VOID-COUNT)
    MOVE "N"  TO WS-VDT-SHARED-SW(WS-VOID-COUNT).

5200-COUNT-JOURNAL-ROW.
    PERFORM VARYING WS-VOID-SUB FROM 1 BY 1
            UNTIL WS-VOID-SUB > WS-VOID-COUNT
        IF HJR-SOURCE-SYSTEM = WS-VDT-SENDER(WS-VOID-SUB)
            AND WS-VDT-RUN-DATE(WS-VOID-SUB) NUMERIC
            AND HJR-RUN-DATE = FUNCTION NUMVAL(WS-VDT-RUN-DATE(WS-VOID-SUB))
            ADD 1 TO WS-VDT-UNITS(WS-VOID-SUB)
        END-IF
    END-PERFORM.

5300-ADD-VOID-CREDIT.
    IF WS-VDT-SHARED(WS-VOID-SUB)
        ADD 1 TO WS-SHARED-VOIDS
        ADD 1 TO WS-WARNING-COUNT
        DISPLAY "PALINCHG: CYCLE " WS-VDT-CYCLE(WS-VOID-SUB)
            " " WS-VDT-SENDER(WS-VOID-SUB)
            " SHARES ITS RUN DATE - CREDIT BY HAND"
        EXIT PARAGRAPH
    END-IF
    IF WS-VDT-UNITS(WS-VOID-SUB) = ZERO
        EXIT PARAGRAPH
    END-IF
    MOVE "S" TO WS-ADD-KIND
    MOVE WS-VDT-SENDER(WS-VOID-SUB) TO WS-ADD-ENTITY
    MOVE "CHECKED" TO WS-ADD-UNIT-TYPE
    MOVE WS-VDT-UNITS(WS-VOID-SUB) TO WS-ADD-UNITS
    PERFORM 2950-NEW-CHARGE-ENTRY
    SET WS-CHG-IS-CREDIT(WS-CHARGE-SUB) TO TRUE
    MOVE WS-VDT-CYCLE(WS-VOID-SUB)    TO WS-CHG-CYCLE(WS-CHARGE-SUB)
    MOVE WS-VDT-RUN-DATE(WS-VOID-SUB) TO WS-CHG-CYCLE-DATE(WS-CHARGE-SUB)
    ADD WS-VDT-UNITS(WS-VOID-SUB) TO WS-CREDIT-UNITS.

*> Every unit must have a rate before anything is written: a unit
*> type with no rate in force refuses the run rather than post a
*> journal that silently leaves it out.
6000-PRICE-CHARGES.
    PERFORM VARYING WS-CHARGE-SUB FROM 1 BY 1
            UNTIL WS-CHARGE-SUB > WS-CHARGE-COUNT
        MOVE WS-CHG-UNIT-TYPE(WS-CHARGE-SUB) TO WS-RATE-UNIT-TYPE
        IF WS-CHG-IS-CREDIT(WS-CHARGE-SUB)
            AND WS-CHG-CYCLE-DATE(WS-CHARGE-SUB) NUMERIC
            MOVE WS-CHG-CYCLE-DATE(WS-CHARGE-SUB) TO WS-RATE-AS-OF
        ELSE
            MOVE WS-MONTH-END TO WS-RATE-AS-OF
        END-IF
        PERFORM 6100-FIND-RATE
        IF WS-RATE-FOUND-SUB = ZERO
            MOVE SPACES TO WS-REFUSE-MESSAGE
            STRING "NO RATE IN FORCE FOR UNIT TYPE " DELIMITED BY SIZE
                WS-RATE-UNIT-TYPE DELIMITED BY SIZE
                INTO WS-REFUSE-MESSAGE
            END-STRING
            PERFORM 1190-REFUSE-RUN
        END-IF
        MOVE WS-RTE-PRICE(WS-RATE-FOUND-SUB)
            TO WS-CHG-PRICE(WS-CHARGE-SUB)
        COMPUTE WS-CHG-AMOUNT(WS-CHARGE-SUB) ROUNDED =
            WS-CHG-UNITS(WS-CHARGE-SUB) * WS-CHG-PRICE(WS-CHARGE-SUB)
        IF WS-CHG-COST-CENTER(WS-CHARGE-SUB) = "UNALLOC"
            ADD WS-CHG-UNITS(WS-CHARGE-SUB) TO WS-UNALLOCATED-UNITS
        END-IF
        PERFORM 6200-ADD-GL-AMOUNT
    END-PERFORM

*> The GL lines post against the accounts of the month-end rate, so
*> every unit type on the journal needs one even if its only entries
*> are credits priced at an older rate.
    PERFORM VARYING WS-GL-SUB FROM 1 BY 1 UNTIL WS-GL-SUB > WS-GL-COUNT
        MOVE WS-GLE-UNIT-TYPE(WS-GL-SUB) TO WS-RATE-UNIT-TYPE
        MOVE WS-MONTH-END TO WS-RATE-AS-OF
        PERFORM 6100-FIND-RATE
        IF WS-RATE-FOUND-SUB = ZERO
            MOVE SPACES TO WS-REFUSE-MESSAGE
            STRING "NO MONTH-END RATE FOR UNIT TYPE " DELIMITED BY SIZE
                WS-RATE-UNIT-TYPE DELIMITED BY SIZE
                INTO WS-REFUSE-MESSAGE
            END-STRING
            PERFORM 1190-REFUSE-RUN
        END-IF
    END-PERFORM.

6100-FIND-RATE.
    MOVE ZERO TO WS-RATE-FOUND-SUB
    PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
            UNTIL WS-RATE-SUB > WS-RATE-COUNT
        IF WS-RTE-UNIT-TYPE(WS-RATE-SUB) = WS-RATE-UNIT-TYPE
            AND WS-RTE-FROM(WS-RATE-SUB) <= WS-RATE-AS-OF
            IF WS-RATE-FOUND-SUB = ZERO
                MOVE WS-RATE-SUB TO WS-RATE-FOUND-SUB
            ELSE
                IF WS-RTE-FROM(WS-RATE-SUB) >
                    WS-RTE-FROM(WS-RATE-FOUND-SUB)
                    MOVE WS-RATE-SUB TO WS-RATE-FOUND-SUB
                END-IF
            END-IF
        END-IF
    END-PERFORM.

6200-ADD-GL-AMOUNT.
    MOVE ZERO TO WS-GL-FOUND-SUB
    PERFORM VARYING WS-GL-SUB FROM 1 BY 1 UNTIL WS-GL-SUB > WS-GL-COUNT
        IF WS-GLE-COST-CENTER(WS-GL-SUB) = WS-CHG-COST-CENTER(WS-CHARGE-SUB)
            AND WS-GLE-UNIT-TYPE(WS-GL-SUB) = WS-CHG-UNIT-TYPE(WS-CHARGE-SUB)
            MOVE WS-GL-SUB TO WS-GL-FOUND-SUB
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-GL-FOUND-SUB = ZERO
        IF WS-GL-COUNT >= 500
            DISPLAY "PALINCHG: GL TABLE OVERFLOW"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-GL-COUNT
        MOVE WS-GL-COUNT TO WS-GL-FOUND-SUB
        MOVE WS-CHG-COST-CENTER(WS-CHARGE-SUB)
            TO WS-GLE-COST-CENTER(WS-GL-FOUND-SUB)
        MOVE WS-CHG-UNIT-TYPE(WS-CHARGE-SUB)
            TO WS-GLE-UNIT-TYPE(WS-GL-FOUND-SUB)
        MOVE ZERO TO WS-GLE-UNITS(WS-GL-FOUND-SUB)
        MOVE ZERO TO WS-GLE-AMOUNT(WS-GL-FOUND-SUB)
    END-IF
    IF WS-CHG-IS-CREDIT(WS-CHARGE-SUB)
        SUBTRACT WS-CHG-UNITS(WS-CHARGE-SUB)
            FROM WS-GLE-UNITS(WS-GL-FOUND-SUB)
        SUBTRACT WS-CHG-AMOUNT(WS-CHARGE-SUB)
            FROM WS-GLE-AMOUNT(WS-GL-FOUND-SUB)
    ELSE
        ADD WS-CHG-UNITS(WS-CHARGE-SUB) TO WS-GLE-UNITS(WS-GL-FOUND-SUB)
        ADD WS-CHG-AMOUNT(WS-CHARGE-SUB) TO WS-GLE-AMOUNT(WS-GL-FOUND-SUB)
    END-IF.

*> The register is the printed invoice: cost centers in order, each
*> one's charges by source or caller and unit type, then its credits,
*> then its total.
7000-WRITE-INVOICE-REGISTER.
    OPEN OUTPUT INVOICE-REPORT-FILE
    IF NOT WS-INVOICE-OK
        DISPLAY "PALINCHG: UNABLE TO OPEN INVOICE REGISTER, STATUS=" WS-INVOICE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    STRING "PALINDROME SERVICE CHARGEBACK - INVOICE REGISTER FOR "
            DELIMITED BY SIZE
        WS-BILL-MONTH DELIMITED BY SIZE
        "  RUN " DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    WRITE INVOICE-REPORT-RECORD FROM WS-REPORT-LINE

    SORT SORT-WORK-FILE
        ASCENDING KEY SC-COST-CENTER SC-CREDIT-SW SC-KIND SC-ENTITY
                      SC-UNIT-TYPE SC-CYCLE
        INPUT PROCEDURE IS 7100-RELEASE-CHARGES
        OUTPUT PROCEDURE IS 7200-PRINT-CHARGES

    MOVE SPACES TO WS-REPORT-LINE
    WRITE INVOICE-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE "REGISTER TOTAL" TO WS-TTL-LABEL
    MOVE WS-REGISTER-TOTAL TO WS-TTL-AMOUNT
    WRITE INVOICE-REPORT-RECORD FROM WS-TOTAL-LINE.

7100-RELEASE-CHARGES.
    PERFORM VARYING WS-CHARGE-SUB FROM 1 BY 1
            UNTIL WS-CHARGE-SUB > WS-CHARGE-COUNT
        MOVE WS-CHG-COST-CENTER(WS-CHARGE-SUB) TO SC-COST-CENTER
        MOVE WS-CHG-CREDIT-SW(WS-CHARGE-SUB)   TO SC-CREDIT-SW
        MOVE WS-CHG-KIND(WS-CHARGE-SUB)        TO SC-KIND
        MOVE WS-CHG-ENTITY(WS-CHARGE-SUB)      TO SC-ENTITY
        MOVE WS-CHG-UNIT-TYPE(WS-CHARGE-SUB)   TO SC-UNIT-TYPE
        MOVE WS-CHG-CYCLE(WS-CHARGE-SUB)       TO SC-CYCLE
        MOVE WS-CHG-CYCLE-DATE(WS-CHARGE-SUB)  TO SC-CYCLE-DATE
        MOVE WS-CHG-UNITS(WS-CHARGE-SUB)       TO SC-UNITS
        MOVE WS-CHG-PRICE(WS-CHARGE-SUB)       TO SC-PRICE
        MOVE WS-CHG-AMOUNT(WS-CHARGE-SUB)      TO SC-AMOUNT
        RELEASE SORT-WORK-RECORD
    END-PERFORM.

7200-PRINT-CHARGES.
    PERFORM UNTIL 1 = 2
        RETURN SORT-WORK-FILE
            AT END
                EXIT PERFORM
        END-RETURN
        IF SC-COST-CENTER NOT = WS-PREV-COST-CENTER
            PERFORM 7300-COST-CENTER-BREAK
        END-IF
        PERFORM 7400-PRINT-ONE-CHARGE
    END-PERFORM
    IF WS-PREV-COST-CENTER NOT = HIGH-VALUES
        PERFORM 7350-COST-CENTER-TOTAL
    END-IF.

7300-COST-CENTER-BREAK.
    IF WS-PREV-COST-CENTER NOT = HIGH-VALUES
        PERFORM 7350-COST-CENTER-TOTAL
    END-IF
    MOVE SC-COST-CENTER TO WS-PREV-COST-CENTER
    MOVE ZERO TO WS-CC-TOTAL
    MOVE SPACES TO WS-REPORT-LINE
    WRITE INVOICE-REPORT-RECORD FROM WS-REPORT-LINE
    STRING "COST CENTER " DELIMITED BY SIZE
        SC-COST-CENTER DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    WRITE INVOICE-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE "  BILLED  ENTITY    UNIT TYPE       UNITS   UNIT PRICE             AMOUNT  NOTE"
        TO WS-REPORT-LINE
    WRITE INVOICE-REPORT-RECORD FROM WS-REPORT-LINE.

7350-COST-CENTER-TOTAL.
    MOVE SPACES TO WS-TOTAL-LINE
    STRING "  TOTAL FOR COST CENTER " DELIMITED BY SIZE
        WS-PREV-COST-CENTER DELIMITED BY SIZE
        INTO WS-TTL-LABEL
    END-STRING
    MOVE WS-CC-TOTAL TO WS-TTL-AMOUNT
    WRITE INVOICE-REPORT-RECORD FROM WS-TOTAL-LINE.

7400-PRINT-ONE-CHARGE.
    MOVE SPACES TO WS-RGL-NOTE
    IF SC-KIND = "C"
        MOVE "CALLER" TO WS-RGL-KIND
    ELSE
        MOVE "SOURCE" TO WS-RGL-KIND
    END-IF
    MOVE SC-ENTITY    TO WS-RGL-ENTITY
    MOVE SC-UNIT-TYPE TO WS-RGL-UNIT-TYPE
    MOVE SC-UNITS     TO WS-RGL-UNITS
    MOVE SC-PRICE     TO WS-RGL-PRICE
    IF SC-CREDIT-SW = "Y"
        COMPUTE WS-SIGNED-AMOUNT = ZERO - SC-AMOUNT
        STRING "CREDIT - VOID CYCLE " DELIMITED BY SIZE
            SC-CYCLE DELIMITED BY SIZE
            " OF " DELIMITED BY SIZE
            SC-CYCLE-DATE DELIMITED BY SIZE
            INTO WS-RGL-NOTE
        END-STRING
    ELSE
        MOVE SC-AMOUNT TO WS-SIGNED-AMOUNT
    END-IF
    MOVE WS-SIGNED-AMOUNT TO WS-RGL-AMOUNT
    ADD WS-SIGNED-AMOUNT TO WS-CC-TOTAL
    ADD WS-SIGNED-AMOUNT TO WS-REGISTER-TOTAL
    WRITE INVOICE-REPORT-RECORD FROM WS-REGISTER-LINE.

*> Two lines per cost center and unit type: the charge to the cost
*> center's expense account and the matching recovery to the central
*> center, swapped when credits outweigh charges, so the journal
*> balances by construction.
8000-WRITE-GL-EXTRACT.
    MOVE SPACES TO WS-GLX-FILENAME
    STRING "PALINGLX." DELIMITED BY SIZE
        WS-BILL-MONTH DELIMITED BY SIZE
        ".DAT" DELIMITED BY SIZE
        INTO WS-GLX-FILENAME
    END-STRING
    OPEN OUTPUT GL-EXTRACT-FILE
    IF NOT WS-GLX-OK
        DISPLAY "PALINCHG: UNABLE TO OPEN GL EXTRACT, STATUS=" WS-GLX-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "HDR"      TO GLH-RECORD-TYPE
    MOVE "PALINCHG" TO GLH-JOURNAL-SOURCE
    MOVE FUNCTION NUMVAL(WS-BILL-MONTH) TO GLH-PERIOD
    MOVE WS-MONTH-END TO GLH-JOURNAL-DATE
    MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO GLH-CREATE-DATE
    MOVE FUNCTION NUMVAL(WS-CURRENT-DATE(9:6)) TO GLH-CREATE-TIME
    WRITE GL-EXTRACT-RECORD FROM GL-EXTRACT-HEADER-RECORD

    PERFORM VARYING WS-GL-SUB FROM 1 BY 1 UNTIL WS-GL-SUB > WS-GL-COUNT
        IF WS-GLE-AMOUNT(WS-GL-SUB) NOT = ZERO
            PERFORM 8100-WRITE-GL-PAIR
        END-IF
    END-PERFORM

    MOVE "TRL" TO GLT-RECORD-TYPE
    MOVE WS-GL-LINE-NUMBER  TO GLT-LINE-COUNT
    MOVE WS-GL-DEBIT-TOTAL  TO GLT-DEBIT-TOTAL
    MOVE WS-GL-CREDIT-TOTAL TO GLT-CREDIT-TOTAL
    WRITE GL-EXTRACT-RECORD FROM GL-EXTRACT-TRAILER-RECORD
    CLOSE GL-EXTRACT-FILE.

8100-WRITE-GL-PAIR.
    MOVE WS-GLE-UNIT-TYPE(WS-GL-SUB) TO WS-RATE-UNIT-TYPE
    MOVE WS-MONTH-END TO WS-RATE-AS-OF
    PERFORM 6100-FIND-RATE

    MOVE "DTL" TO GLD-RECORD-TYPE
    MOVE WS-GLE-UNIT-TYPE(WS-GL-SUB) TO GLD-UNIT-TYPE
    MOVE WS-GLE-UNITS(WS-GL-SUB)  TO GLD-UNITS
    MOVE WS-GLE-AMOUNT(WS-GL-SUB) TO GLD-AMOUNT
    MOVE SPACES TO GLD-DESCRIPTION
    STRING "PALINDROME CHARGEBACK " DELIMITED BY SIZE
        WS-BILL-MONTH DELIMITED BY SIZE
        INTO GLD-DESCRIPTION
    END-STRING

    ADD 1 TO WS-GL-LINE-NUMBER
    MOVE WS-GL-LINE-NUMBER TO GLD-LINE-NUMBER
    MOVE WS-RTE-EXPENSE(WS-RATE-FOUND-SUB) TO GLD-ACCOUNT
    MOVE WS-GLE-COST-CENTER(WS-GL-SUB) TO GLD-COST-CENTER
    IF WS-GLE-AMOUNT(WS-GL-SUB) > ZERO
        SET GLD-IS-DEBIT TO TRUE
        ADD GLD-AMOUNT TO WS-GL-DEBIT-TOTAL
    ELSE
        SET GLD-IS-CREDIT TO TRUE
        ADD GLD-AMOUNT TO WS-GL-CREDIT-TOTAL
    END-IF
    WRITE GL-EXTRACT-RECORD FROM GL-EXTRACT-DETAIL-RECORD

    ADD 1 TO WS-GL-LINE-NUMBER
    MOVE WS-GL-LINE-NUMBER TO GLD-LINE-NUMBER
    MOVE WS-RTE-RECOVERY(WS-RATE-FOUND-SUB) TO GLD-ACCOUNT
    MOVE WS-RTE-RECOVERY-CC(WS-RATE-FOUND-SUB) TO GLD-COST-CENTER
    IF WS-GLE-AMOUNT(WS-GL-SUB) > ZERO
        SET GLD-IS-CREDIT TO TRUE
        ADD GLD-AMOUNT TO WS-GL-CREDIT-TOTAL
    ELSE
        SET GLD-IS-DEBIT TO TRUE
        ADD GLD-AMOUNT TO WS-GL-DEBIT-TOTAL
    END-IF
    WRITE GL-EXTRACT-RECORD FROM GL-EXTRACT-DETAIL-RECORD.

*> Written last, once the register and extract are both out, so a run
*> that fails part-way leaves the month unbilled and can simply be
*> run again.
8500-RECORD-BILLING.
    OPEN EXTEND CONTROL-FILE
    IF WS-CONTROL-NOT-FOUND
        OPEN OUTPUT CONTROL-FILE
    END-IF
    IF NOT WS-CONTROL-OK
        DISPLAY "PALINCHG: UNABLE TO UPDATE BILLING CONTROL, STATUS=" WS-CONTROL-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-VOID-SUB FROM 1 BY 1
            UNTIL WS-VOID-SUB > WS-VOID-COUNT
        MOVE SPACES TO WS-CONTROL-LINE
        SET WS-CTL-IS-CREDIT TO TRUE
        MOVE WS-BILL-MONTH TO WS-CTL-MONTH
        MOVE WS-VDT-CYCLE(WS-VOID-SUB)    TO WS-CTL-CYCLE
        MOVE WS-VDT-SENDER(WS-VOID-SUB)   TO WS-CTL-SENDER
        MOVE WS-VDT-RUN-DATE(WS-VOID-SUB) TO WS-CTL-RUN-DATE
        MOVE WS-CURRENT-DATE(1:14) TO WS-CTL-STAMP
        WRITE CONTROL-RECORD FROM WS-CONTROL-LINE
    END-PERFORM
    MOVE SPACES TO WS-CONTROL-LINE
    SET WS-CTL-IS-BILLED TO TRUE
    MOVE WS-BILL-MONTH TO WS-CTL-MONTH
    MOVE WS-CURRENT-DATE(1:14) TO WS-CTL-STAMP
    WRITE CONTROL-RECORD FROM WS-CONTROL-LINE
    CLOSE CONTROL-FILE.

9000-TERMINATE.
    IF WS-UNALLOCATED-UNITS > ZERO
        ADD 1 TO WS-WARNING-COUNT
    END-IF

    OPEN EXTEND INVOICE-REPORT-FILE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE INVOICE-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE "---- CHARGEBACK TOTALS ----" TO WS-REPORT-LINE
    WRITE INVOICE-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE WS-CHECKED-UNITS TO WS-TRAILER-NUM-ED
    MOVE "RECORDS CHECKED:           " TO WS-REPORT-LINE
    PERFORM 9100-WRITE-TOTAL-LINE
    MOVE WS-REJECT-UNITS TO WS-TRAILER-NUM-ED
    MOVE "RECORDS REJECTED:          " TO WS-REPORT-LINE
    PERFORM 9100-WRITE-TOTAL-LINE
    MOVE WS-RECYCLE-UNITS TO WS-TRAILER-NUM-ED
    MOVE "SUSPENSE RECYCLES:         " TO WS-REPORT-LINE
    PERFORM 9100-WRITE-TOTAL-LINE
    MOVE WS-LOOKUP-UNITS TO WS-TRAILER-NUM-ED
    MOVE "ONLINE LOOKUPS:            " TO WS-REPORT-LINE
    PERFORM 9100-WRITE-TOTAL-LINE
    MOVE WS-CREDIT-UNITS TO WS-TRAILER-NUM-ED
    MOVE "RECORDS CREDITED (VOIDS):  " TO WS-REPORT-LINE
    PERFORM 9100-WRITE-TOTAL-LINE
    MOVE WS-UNALLOCATED-UNITS TO WS-TRAILER-NUM-ED
    MOVE "UNITS WITH NO COST CENTER: " TO WS-REPORT-LINE
    PERFORM 9100-WRITE-TOTAL-LINE
    MOVE WS-MISSING-REPORTS TO WS-TRAILER-NUM-ED
    MOVE "GENERATION REPORTS MISSING:" TO WS-REPORT-LINE
    PERFORM 9100-WRITE-TOTAL-LINE
    MOVE WS-SHARED-VOIDS TO WS-TRAILER-NUM-ED
    MOVE "VOIDS TO CREDIT BY HAND:   " TO WS-REPORT-LINE
    PERFORM 9100-WRITE-TOTAL-LINE
    CLOSE INVOICE-REPORT-FILE

    IF WS-WARNING-COUNT > ZERO
        MOVE 4 TO WS-RUN-RC
        MOVE SPACES TO WS-EXC-CONDITION
        MOVE WS-WARNING-COUNT TO WS-TRAILER-NUM-ED
        STRING "CHARGEBACK WARNINGS: " DELIMITED BY SIZE
            FUNCTION TRIM(WS-TRAILER-NUM-ED) DELIMITED BY SIZE
            INTO WS-EXC-CONDITION
        END-STRING
        PERFORM 9400-WRITE-EXCEPTION
    END-IF

    DISPLAY "PALINCHG: MONTH BILLED = " WS-BILL-MONTH
    DISPLAY "PALINCHG: RECORDS CHECKED = " WS-CHECKED-UNITS
    DISPLAY "PALINCHG: RECORDS REJECTED = " WS-REJECT-UNITS
    DISPLAY "PALINCHG: SUSPENSE RECYCLES = " WS-RECYCLE-UNITS
    DISPLAY "PALINCHG: ONLINE LOOKUPS = " WS-LOOKUP-UNITS
    DISPLAY "PALINCHG: RECORDS CREDITED = " WS-CREDIT-UNITS
    DISPLAY "PALINCHG: GL LINES = " WS-GL-LINE-NUMBER.

9100-WRITE-TOTAL-LINE.
    MOVE WS-TRAILER-NUM-ED TO WS-REPORT-LINE(28:9)
    WRITE INVOICE-REPORT-RECORD FROM WS-REPORT-LINE.

9400-WRITE-EXCEPTION.
    OPEN EXTEND EXCEPTION-FILE
    IF WS-EXCEPTION-NOT-FOUND
        OPEN OUTPUT EXCEPTION-FILE
    END-IF
    IF WS-EXCEPTION-OK
        MOVE WS-RUN-DATE TO WS-EXC-RUN-DATE
        MOVE "PALINCHG" TO WS-EXC-PROGRAM
        MOVE WS-CHECKED-UNITS TO WS-EXC-RECORDS
        MOVE ZERO TO WS-EXC-YES
        MOVE ZERO TO WS-EXC-NO
        WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-LINE
        CLOSE EXCEPTION-FILE
    END-IF.
