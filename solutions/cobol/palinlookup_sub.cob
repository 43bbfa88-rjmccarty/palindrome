          88  LK-MODE-PHRASE      VALUE "H".
       05 LK-TEXT   PIC X(100).
       05 LK-RESULT PIC X(3) JUSTIFIED RIGHT.
    01 LK-CALLER    PIC X(8).

PROCEDURE DIVISION USING LK-COMMAREA.

*> Computing WS-TEXT-LENGTH against the raw, untrimmed LK-TEXT but
*> then passing LK-TEXT itself leaves any leading spaces in place, so
*> TEXTTOCHECK-LONG(1:TEXT-LENGTH) reads the wrong substring.
MOVE "PALINLOOKUP" TO WS-CALLING-PROGRAM
MOVE SPACES TO WS-TRIMMED-TEXT
MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LK-TEXT)) TO WS-TRIMMED-TEXT
MOVE FUNCTION LENGTH(FUNCTION TRIM(LK-TEXT)) TO WS-TEXT-LENGTH

IF LK-MODE-PHRASE
   CALL "PALINDROMECHECK-PHRASE" USING WS-TRIMMED-TEXT, WS-TEXT-LENGTH,
                                        LK-RESULT, WS-CALLING-PROGRAM
ELSE
   CALL "PALINDROMECHECK-LONG" USING WS-TRIMMED-TEXT, WS-TEXT-LENGTH,
                                      LK-RESULT, WS-CALLING-PROGRAM
END-IF

GOBACK.

*> Same lookup for a caller that names itself, so the monthly
*> chargeback can bill online use to the program making the calls.
*> The audit trail records the call as PALINLOOKUP-<caller>; callers
*> still on the plain entry audit as PALINLOOKUP and are billed as
*> unnamed. The commarea is unchanged, so existing callers need no
*> recompile.
ENTRY "PALINLOOKUP-FOR" USING LK-COMMAREA, LK-CALLER.

MOVE "PALINLOOKUP" TO WS-CALLING-PROGRAM
IF LK-CALLER NOT = SPACES
   MOVE SPACES TO WS-CALLING-PROGRAM
   STRING "PALINLOOKUP-" DELIMITED BY SIZE
       FUNCTION TRIM(LK-CALLER) DELIMITED BY SIZE
       INTO WS-CALLING-PROGRAM
   END-STRING
END-IF
MOVE SPACES TO WS-TRIMMED-TEXT
MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LK-TEXT)) TO WS-TRIMMED-TEXT
MOVE FUNCTION LENGTH(FUNCTION TRIM(LK-TEXT)) TO WS-TEXT-LENGTH
