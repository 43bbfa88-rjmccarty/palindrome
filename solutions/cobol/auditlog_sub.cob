        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-JOBCAT-STATUS.

    SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AUDIT-FILE.
FD  JOBCAT-FILE.
01  JOBCAT-RECORD       PIC X(110).

FD  PARM-FILE.
    COPY "palinprm.cpy".

WORKING-STORAGE SECTION.
    01 WS-AUDIT-FILENAME    PIC X(80).
    01 WS-JOBCAT-FILENAME   PIC X(80) VALUE "PALINAJOB.DAT".
    01 WS-PARM-FILENAME     PIC X(80) VALUE "PALINPARM.DAT".
    01 WS-AUDIT-STATUS      PIC XX.
       88  WS-AUDIT-OK            VALUE "00".
       88  WS-AUDIT-NOT-FOUND     VALUE "35".
    01 WS-JOBCAT-STATUS     PIC XX.
       88  WS-JOBCAT-OK           VALUE "00".
       88  WS-JOBCAT-NOT-FOUND    VALUE "35".
    01 WS-PARM-STATUS       PIC XX.
       88  WS-PARM-OK             VALUE "00".
    01 WS-AUDIT-OPEN-SWITCH PIC X VALUE "N".
       88  WS-AUDIT-IS-OPEN       VALUE "Y".
    01 WS-OPEN-TIMESTAMP    PIC X(16).
    01 WS-CURRENT-DATE      PIC X(21).
    01 WS-JOB-PROGRAM       PIC X(30).
    01 WS-JOB-BUSINESS-DATE PIC X(8).
    01 WS-JOB-SEQUENCE      PIC 9(9) VALUE ZERO.
    01 WS-LAST-CHECK        PIC 9(10) VALUE ZERO.
    01 WS-NEW-CHECK         PIC 9(10).
    01 WS-MASK-SWITCH       PIC X VALUE "N".
       88  WS-MASK-IS-PENDING     VALUE "Y".
    01 WS-MASK-TEXT         PIC X(100).
    01 WS-JOBCAT-LINE.
       05 WS-JCT-TIMESTAMP  PIC X(16).
       05 FILLER            PIC X(2) VALUE SPACES.
*> timestamp order and with the record counts verified. The job file
*> is registered in PALINAJOB.DAT with a single appended line at
*> open, which is the one small cross-job write left.
*>
*> Every record also carries its job's identity (the open timestamp
*> that names the job file), a sequence number counting from 1 within
*> the job, the business date from the run parameters at open, and a
*> check value chained from the record before it through PALINACHK.
*> PALINAVFY walks those chains across the master and the archives,
*> so a line deleted, inserted or edited after the fact shows as a
*> gap or a broken chain, and the business date lets it tie the
*> drivers' audit counts back to the run log.
*>
*> A driver checking text from a source the registry classifies as
*> personal data CALLs "AUDITLOG-MASK" with the masking token just
*> before the check; the one audit record that check writes then
*> carries the token instead of the text, and the check value is
*> chained over what is actually written. The held token is used
*> once and dropped.
PROCEDURE DIVISION USING LK-AUDIT-TEXT, LK-AUDIT-RESULT, LK-AUDIT-PROGRAM.

IF NOT WS-AUDIT-IS-OPEN
      WRITE JOBCAT-RECORD FROM WS-JOBCAT-LINE
      CLOSE JOBCAT-FILE
   END-IF
   MOVE SPACES TO WS-JOB-BUSINESS-DATE
   OPEN INPUT PARM-FILE
   IF WS-PARM-OK
      READ PARM-FILE
         AT END
            CONTINUE
         NOT AT END
            IF PRM-BUSINESS-DATE NUMERIC
               MOVE PRM-BUSINESS-DATE TO WS-JOB-BUSINESS-DATE
            END-IF
      END-READ
      CLOSE PARM-FILE
   END-IF
   MOVE ZERO TO WS-JOB-SEQUENCE
   MOVE ZERO TO WS-LAST-CHECK
   SET WS-AUDIT-IS-OPEN TO TRUE
END-IF

MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
IF WS-MASK-IS-PENDING
   MOVE WS-MASK-TEXT       TO AUD-TEXT
   MOVE "N" TO WS-MASK-SWITCH
ELSE
   MOVE LK-AUDIT-TEXT      TO AUD-TEXT
END-IF
MOVE LK-AUDIT-RESULT       TO AUD-RESULT
MOVE LK-AUDIT-PROGRAM      TO AUD-PROGRAM
MOVE WS-OPEN-TIMESTAMP     TO AUD-JOB-ID
ADD 1 TO WS-JOB-SEQUENCE
MOVE WS-JOB-SEQUENCE       TO AUD-SEQUENCE
MOVE WS-JOB-BUSINESS-DATE  TO AUD-BUSINESS-DATE
CALL "PALINACHK" USING WS-LAST-CHECK, AUD-CHECKED-PORTION, WS-NEW-CHECK
MOVE WS-NEW-CHECK          TO AUD-CHECK-VALUE
MOVE WS-NEW-CHECK          TO WS-LAST-CHECK

WRITE AUDIT-RECORD

GOBACK.

ENTRY "AUDITLOG-MASK" USING LK-AUDIT-TEXT.

MOVE LK-AUDIT-TEXT TO WS-MASK-TEXT
SET WS-MASK-IS-PENDING TO TRUE

GOBACK.

ENTRY "AUDITLOG-CLOSE".

IF WS-AUDIT-IS-OPEN
