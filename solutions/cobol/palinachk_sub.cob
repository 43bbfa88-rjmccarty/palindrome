IDENTIFICATION DIVISION.
PROGRAM-ID. PALINACHK.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 WS-CHAIN-VALUE       PIC 9(13).
    01 WS-CHAR-SUB          PIC 9(3).
    01 WS-CHAIN-MODULUS     PIC 9(10) VALUE 9999999967.
    01 WS-CHAIN-MULTIPLIER  PIC 9(3)  VALUE 131.

LINKAGE SECTION.
    01 LK-PRIOR-CHECK       PIC 9(10).
    01 LK-CHECKED-PORTION   PIC X(192).
    01 LK-NEW-CHECK         PIC 9(10).

*> The chained check value on an audit record. It is a polynomial
*> checksum over every byte of the record ahead of the check field,
*> seeded with the check value of the record before it in the same
*> job (zero for a job's first record). Editing any byte of a record
*> changes its value; deleting or reordering records breaks the
*> seeding of the next one. AUDITLOG stamps it and PALINAVFY
*> recomputes it, both through this one routine, so the two can never
*> drift apart. It is evidence against accident and casual editing,
*> not a cryptographic seal - anyone holding this source can forge a
*> consistent chain, which is why the trail itself stays access
*> controlled.
PROCEDURE DIVISION USING LK-PRIOR-CHECK, LK-CHECKED-PORTION,
                          LK-NEW-CHECK.

MOVE LK-PRIOR-CHECK TO WS-CHAIN-VALUE
PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1 UNTIL WS-CHAR-SUB > 192
   COMPUTE WS-CHAIN-VALUE = FUNCTION MOD(
       WS-CHAIN-VALUE * WS-CHAIN-MULTIPLIER
       + FUNCTION ORD(LK-CHECKED-PORTION(WS-CHAR-SUB:1)),
       WS-CHAIN-MODULUS)
END-PERFORM
MOVE WS-CHAIN-VALUE TO LK-NEW-CHECK

GOBACK.
