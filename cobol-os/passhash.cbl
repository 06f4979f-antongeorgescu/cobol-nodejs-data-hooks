IDENTIFICATION DIVISION.
PROGRAM-ID. passhash.
AUTHOR. Anton Georgescu.
*> Folds an operator id and password down to the 10-digit value
*> Operators.Dat keeps in place of the password - called (like
*> runlock) by OperatorConsole at sign-on and by OperatorMaint when a
*> password is set, so the two always agree and no password is ever
*> written to disk. The operator id is folded in with the password,
*> so two operators who pick the same password still hold different
*> values. Every character of both, by position, is run through the
*> fold three times, each pass starting from where the last ended.

*> cobc -m -free passhash.cbl      (module - this program is only ever CALLed)

ENVIRONMENT DIVISION.

DATA DIVISION.

WORKING-STORAGE SECTION.
*>   The operator id and password side by side, taken a character at
*>   a time.
01  WS-HASH-TEXT.
    02  WS-HASH-CHAR OCCURS 24 TIMES PIC X.
01  WS-HASH-POS              PIC 9(2).
01  WS-HASH-PASS             PIC 9.
*>   The running value, kept below the largest 10-digit prime so it
*>   always fits the record.
01  WS-HASH-VALUE            PIC 9(18) COMP.
01  WS-HASH-MODULUS          PIC 9(10) VALUE 9999999967.

LINKAGE SECTION.
01 HashOperIdParm              PIC X(8).
01 HashPasswordParm            PIC X(16).
01 HashResultParm              PIC 9(10).

PROCEDURE DIVISION USING HashOperIdParm, HashPasswordParm, HashResultParm.
Begin.
    MOVE HashOperIdParm TO WS-HASH-TEXT(1:8)
    MOVE HashPasswordParm TO WS-HASH-TEXT(9:16)
    MOVE 7919 TO WS-HASH-VALUE
    PERFORM VARYING WS-HASH-PASS FROM 1 BY 1 UNTIL WS-HASH-PASS > 3
       PERFORM VARYING WS-HASH-POS FROM 1 BY 1 UNTIL WS-HASH-POS > 24
          COMPUTE WS-HASH-VALUE = FUNCTION MOD(
                  WS-HASH-VALUE * 131
                + FUNCTION ORD(WS-HASH-CHAR(WS-HASH-POS)) * WS-HASH-POS
                + WS-HASH-PASS, WS-HASH-MODULUS)
       END-PERFORM
    END-PERFORM
    MOVE WS-HASH-VALUE TO HashResultParm
    GOBACK.
