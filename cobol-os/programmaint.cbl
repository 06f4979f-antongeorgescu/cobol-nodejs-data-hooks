AUTHOR. Anton Georgescu.
*> Maintenance front end for Programs.Dat, the program-of-study
*> reference master (code, full name, seat capacity, minimum entry
*> age, loan ceiling, annual interest rate, tuition fee per term).
*> Loads the whole file
*> into a table at start-up,
*> lets the operator list, add and update entries through prompts,
*> and writes the file back on exit - so the facts about each program
*> are maintained here once instead of being hard-coded into
*> StudentWrite, the reports, and the copybooks. The interest rate is
*> keyed here only when a program is added; a change of rate is a
*> dated entry on the rate history Programs.Rates.Dat, made through
*> RateHistoryMaint, which keeps the rate shown here at the one in
*> force today.

*> cobc -x -free programmaint.cbl      (standalone)
*> cobc -m -free programmaint.cbl      (module, CALLable from OperatorConsole)
        03  WS-PR-MIN-AGE         PIC 9(3).
        03  WS-PR-LOAN-CEILING    PIC 9(5).
        03  WS-PR-INTEREST-RATE   PIC 9(2)V99.
        03  WS-PR-TERM-FEE        PIC 9(5).
01  WS-PROGRAM-REF-FOUND-IX  PIC 9(2).

01  WS-MENU-CHOICE           PIC X.
01  WS-ENTRY-CODE            PIC X(4).
01  WS-FILE-CHANGED-SW       PIC X VALUE 'N'.
    88  WS-FILE-CHANGED          VALUE 'Y'.
01  WS-ADDING-PROGRAM-SW     PIC X VALUE 'N'.
    88  WS-ADDING-PROGRAM        VALUE 'Y'.
01  WS-RATE-EDIT             PIC Z9.99.

PROCEDURE DIVISION.
main.
           ELSE
              MOVE ZERO TO WS-PR-INTEREST-RATE(WS-PROGRAM-REF-COUNT)
           END-IF
           *>   Likewise a record from before the term fee existed -
           *>   no fee until one is keyed.
           IF ProgTermFee IS NUMERIC
              MOVE ProgTermFee TO WS-PR-TERM-FEE(WS-PROGRAM-REF-COUNT)
           ELSE
              MOVE ZERO TO WS-PR-TERM-FEE(WS-PROGRAM-REF-COUNT)
           END-IF
        ELSE
           DISPLAY "WARNING - program table is full (20 programs) - "
                   "record for " ProgCode " not loaded"
       MOVE WS-PR-MIN-AGE(WS-PROGRAM-REF-IX)      TO ProgMinAge
       MOVE WS-PR-LOAN-CEILING(WS-PROGRAM-REF-IX) TO ProgLoanCeiling
       MOVE WS-PR-INTEREST-RATE(WS-PROGRAM-REF-IX) TO ProgInterestRate
       MOVE WS-PR-TERM-FEE(WS-PROGRAM-REF-IX)     TO ProgTermFee
       WRITE ProgramRefRecord
       IF WS-PROGRAM-FILE-STATUS NOT = "00"
          DISPLAY "FILE ERROR - write to programs.dat failed (file "
*>  ---------------------------------------------------------------
ListPrograms.
    DISPLAY " "
    DISPLAY "Code Name.......................... Capac MinAge Ceiling Rate TermFee"
    DISPLAY "------------------------------------------------------------------------"
    PERFORM VARYING WS-PROGRAM-REF-IX FROM 1 BY 1
            UNTIL WS-PROGRAM-REF-IX > WS-PROGRAM-REF-COUNT
       DISPLAY WS-PR-CODE(WS-PROGRAM-REF-IX) SPACE
               WS-PR-CAPACITY(WS-PROGRAM-REF-IX) SPACE
               WS-PR-MIN-AGE(WS-PROGRAM-REF-IX) SPACE
               WS-PR-LOAN-CEILING(WS-PROGRAM-REF-IX) SPACE
               WS-PR-INTEREST-RATE(WS-PROGRAM-REF-IX) SPACE
               WS-PR-TERM-FEE(WS-PROGRAM-REF-IX)
    END-PERFORM
    DISPLAY WS-PROGRAM-REF-COUNT " programs on file".

    ADD 1 TO WS-PROGRAM-REF-COUNT
    MOVE WS-PROGRAM-REF-COUNT TO WS-PROGRAM-REF-FOUND-IX
    MOVE WS-ENTRY-CODE TO WS-PR-CODE(WS-PROGRAM-REF-FOUND-IX)
    SET WS-ADDING-PROGRAM TO TRUE
    PERFORM EnterProgramDetails
    MOVE 'N' TO WS-ADDING-PROGRAM-SW
    SET WS-FILE-CHANGED TO TRUE.

*>  ---------------------------------------------------------------
*>  ---------------------------------------------------------------
*>  EnterProgramDetails - the shared prompts behind Add and Update,
*>  filling in everything but the code for the entry at
*>  WS-PROGRAM-REF-FOUND-IX. The rate is only keyed for a new
*>  program; an existing program's rate changes through
*>  RateHistoryMaint, so the months it was in force stay on file.
*>  ---------------------------------------------------------------
EnterProgramDetails.
    DISPLAY "Full program name: " WITH NO ADVANCING
    ACCEPT WS-PR-MIN-AGE(WS-PROGRAM-REF-FOUND-IX)
    DISPLAY "Maximum loan amount: " WITH NO ADVANCING
    ACCEPT WS-PR-LOAN-CEILING(WS-PROGRAM-REF-FOUND-IX)
    IF WS-ADDING-PROGRAM
       DISPLAY "Annual interest rate (99.99 percent): " WITH NO ADVANCING
       ACCEPT WS-PR-INTEREST-RATE(WS-PROGRAM-REF-FOUND-IX)
    ELSE
       MOVE WS-PR-INTEREST-RATE(WS-PROGRAM-REF-FOUND-IX) TO WS-RATE-EDIT
       DISPLAY "Annual interest rate " WS-RATE-EDIT "% - a change of "
               "rate is entered through RateHistoryMaint"
    END-IF
    DISPLAY "Tuition fee per term: " WITH NO ADVANCING
    ACCEPT WS-PR-TERM-FEE(WS-PROGRAM-REF-FOUND-IX).

*>  ---------------------------------------------------------------
*>  SetFileAssignments - builds every data-file path from the
