IDENTIFICATION DIVISION.
PROGRAM-ID. AwardFundMaint.
AUTHOR. Anton Georgescu.
*> Maintenance front end for Awards.Funds.Dat, the scholarship and
*> bursary funds awards are paid from - for each fund and award year,
*> its name, the year's budget and the ProgramCodes (up to six) whose
*> students are eligible. A fund is added afresh for each award year,
*> so last year's budget and what was used of it stay on file for
*> AwardFundReport. Loads the whole file into a table at start-up,
*> lets the operator list, add and update entries through prompts,
*> and writes the file back on exit - the ProgramMaint pattern. A
*> budget cut below what AwardEntry has already awarded is not
*> refused here; AwardFundReport shows the fund overspent and
*> AwardEntry refuses anything further from it.

*> cobc -x -free awardfundmaint.cbl      (standalone)
*> cobc -m -free awardfundmaint.cbl      (module, CALLable from OperatorConsole)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT OPTIONAL FundFile ASSIGN WS-AWARDS-FUNDS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-FUND-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD FundFile.
01 FundRecord.
   88 EndOfFundFile        VALUE HIGH-VALUES.
   COPY fundrec.

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>   comes from the STUDENT_DATA_DIR environment variable (default
*>   "data"), so the same compiled programs run against the
*>   production directory tonight and a test copy tomorrow morning
*>   without recompiling.
01  WS-DATA-DIR              PIC X(64).
01  WS-AWARDS-FUNDS-PATH     PIC X(160).

01  WS-FUND-FILE-STATUS      PIC XX.

*>   The whole fund file, held here while the operator works on it
*>   and written back in one pass at exit. Capped at 50 fund-years.
01  WS-FUND-TABLE.
    02  WS-FUND-COUNT           PIC 9(2) VALUE ZERO.
    02  WS-FUND-ENTRY OCCURS 50 TIMES INDEXED BY WS-FUND-IX.
        03  WS-FD-CODE            PIC X(4).
        03  WS-FD-YEAR            PIC 9(4).
        03  WS-FD-NAME            PIC X(30).
        03  WS-FD-BUDGET          PIC 9(7).
        03  WS-FD-PROGRAM-CODE OCCURS 6 TIMES PIC X(4).
01  WS-FUND-FOUND-IX         PIC 9(2).
01  WS-CODE-IX               PIC 9.
01  WS-CODES-DONE-SW         PIC X.
    88  WS-CODES-DONE            VALUE 'Y'.

01  WS-MENU-CHOICE           PIC X.
    88  WS-CHOICE-LIST           VALUE 'L'.
    88  WS-CHOICE-ADD            VALUE 'A'.
    88  WS-CHOICE-UPDATE         VALUE 'U'.
    88  WS-CHOICE-QUIT           VALUE 'Q'.
01  WS-ENTRY-CODE            PIC X(4).
01  WS-ENTRY-YEAR            PIC 9(4).
01  WS-ENTRY-PROGRAM-CODE    PIC X(4).
01  WS-FILE-CHANGED-SW       PIC X VALUE 'N'.
    88  WS-FILE-CHANGED          VALUE 'Y'.

PROCEDURE DIVISION.
main.
    PERFORM SetFileAssignments
    PERFORM LoadFundFile

    MOVE SPACE TO WS-MENU-CHOICE
    PERFORM UNTIL WS-CHOICE-QUIT
        DISPLAY " "
        DISPLAY "Awards.Funds.Dat maintenance - L)ist, A)dd, U)pdate, Q)uit: " WITH NO ADVANCING
        ACCEPT WS-MENU-CHOICE
        EVALUATE TRUE
            WHEN WS-CHOICE-LIST
                 PERFORM ListFunds
            WHEN WS-CHOICE-ADD
                 PERFORM AddFund
            WHEN WS-CHOICE-UPDATE
                 PERFORM UpdateFund
            WHEN WS-CHOICE-QUIT
                 CONTINUE
            WHEN OTHER
                 DISPLAY "Please answer L, A, U or Q"
        END-EVALUATE
    END-PERFORM

    IF WS-FILE-CHANGED
       PERFORM SaveFundFile
       DISPLAY "Awards.Funds.Dat updated - " WS-FUND-COUNT " fund-years on file"
    ELSE
       DISPLAY "No changes made - Awards.Funds.Dat left as it was"
    END-IF

    GOBACK.

*>  ---------------------------------------------------------------
*>  LoadFundFile - reads Awards.Funds.Dat into WS-FUND-TABLE. A
*>  missing file (the very first run) just starts with an empty
*>  table for the operator to fill.
*>  ---------------------------------------------------------------
LoadFundFile.
    OPEN INPUT FundFile
    *>   Status 05 means the OPTIONAL file was absent and is now open
    *>   and empty - the read loop below just hits end-of-file, and
    *>   the CLOSE at the bottom still runs, so SaveFundFile can
    *>   reopen the file for output later.
    IF WS-FUND-FILE-STATUS NOT = "00"
       AND WS-FUND-FILE-STATUS NOT = "05"
       DISPLAY "Awards.Funds.Dat not found - starting with an empty file"
       EXIT PARAGRAPH
    END-IF
    READ FundFile
        AT END SET EndOfFundFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfFundFile
        IF WS-FUND-COUNT < 50
           ADD 1 TO WS-FUND-COUNT
           MOVE FundCode   TO WS-FD-CODE(WS-FUND-COUNT)
           MOVE FundYear   TO WS-FD-YEAR(WS-FUND-COUNT)
           MOVE FundName   TO WS-FD-NAME(WS-FUND-COUNT)
           MOVE FundBudget TO WS-FD-BUDGET(WS-FUND-COUNT)
           PERFORM VARYING WS-CODE-IX FROM 1 BY 1 UNTIL WS-CODE-IX > 6
              MOVE FundProgramCode(WS-CODE-IX)
                TO WS-FD-PROGRAM-CODE(WS-FUND-COUNT, WS-CODE-IX)
           END-PERFORM
        ELSE
           DISPLAY "WARNING - fund table is full (50 fund-years) - "
                   "record for " FundCode " " FundYear " not loaded"
        END-IF
        READ FundFile
            AT END SET EndOfFundFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE FundFile.

*>  ---------------------------------------------------------------
*>  SaveFundFile - writes the table back over Awards.Funds.Dat in
*>  one pass, so the file on disk always matches what was listed.
*>  ---------------------------------------------------------------
SaveFundFile.
    OPEN OUTPUT FundFile
    IF WS-FUND-FILE-STATUS NOT = "00"
       AND WS-FUND-FILE-STATUS NOT = "05"
       DISPLAY "FILE ERROR - cannot rewrite awards.funds.dat (file "
               "status " WS-FUND-FILE-STATUS ") - changes NOT saved"
       MOVE 12 TO RETURN-CODE
       GOBACK
    END-IF
    PERFORM VARYING WS-FUND-IX FROM 1 BY 1
            UNTIL WS-FUND-IX > WS-FUND-COUNT
       MOVE SPACES TO FundRecord
       MOVE WS-FD-CODE(WS-FUND-IX)   TO FundCode
       MOVE WS-FD-YEAR(WS-FUND-IX)   TO FundYear
       MOVE WS-FD-NAME(WS-FUND-IX)   TO FundName
       MOVE WS-FD-BUDGET(WS-FUND-IX) TO FundBudget
       PERFORM VARYING WS-CODE-IX FROM 1 BY 1 UNTIL WS-CODE-IX > 6
          MOVE WS-FD-PROGRAM-CODE(WS-FUND-IX, WS-CODE-IX)
            TO FundProgramCode(WS-CODE-IX)
       END-PERFORM
       WRITE FundRecord
       IF WS-FUND-FILE-STATUS NOT = "00"
          DISPLAY "FILE ERROR - write to awards.funds.dat failed (file "
                  "status " WS-FUND-FILE-STATUS ") - the file may "
                  "be incomplete"
          CLOSE FundFile
          MOVE 12 TO RETURN-CODE
          GOBACK
       END-IF
    END-PERFORM
    CLOSE FundFile.

*>  ---------------------------------------------------------------
*>  ListFunds - the whole fund table, one line per fund-year.
*>  ---------------------------------------------------------------
ListFunds.
    DISPLAY " "
    DISPLAY "Fund Year Name.......................... Budget. "
            "Eligible programs"
    DISPLAY "------------------------------------------------"
            "------------------------------"
    PERFORM VARYING WS-FUND-IX FROM 1 BY 1
            UNTIL WS-FUND-IX > WS-FUND-COUNT
       DISPLAY WS-FD-CODE(WS-FUND-IX) SPACE
               WS-FD-YEAR(WS-FUND-IX) SPACE
               WS-FD-NAME(WS-FUND-IX) SPACE
               WS-FD-BUDGET(WS-FUND-IX) SPACE
               WS-FD-PROGRAM-CODE(WS-FUND-IX, 1) SPACE
               WS-FD-PROGRAM-CODE(WS-FUND-IX, 2) SPACE
               WS-FD-PROGRAM-CODE(WS-FUND-IX, 3) SPACE
               WS-FD-PROGRAM-CODE(WS-FUND-IX, 4) SPACE
               WS-FD-PROGRAM-CODE(WS-FUND-IX, 5) SPACE
               WS-FD-PROGRAM-CODE(WS-FUND-IX, 6)
    END-PERFORM
    DISPLAY WS-FUND-COUNT " fund-years on file".

*>  ---------------------------------------------------------------
*>  FindFundEntry - locates WS-ENTRY-CODE for WS-ENTRY-YEAR in the
*>  table, leaving the entry number in WS-FUND-FOUND-IX (zero if
*>  absent).
*>  ---------------------------------------------------------------
FindFundEntry.
    MOVE ZERO TO WS-FUND-FOUND-IX
    PERFORM VARYING WS-FUND-IX FROM 1 BY 1
            UNTIL WS-FUND-IX > WS-FUND-COUNT
       IF WS-FD-CODE(WS-FUND-IX) = WS-ENTRY-CODE
          AND WS-FD-YEAR(WS-FUND-IX) = WS-ENTRY-YEAR
          MOVE WS-FUND-IX TO WS-FUND-FOUND-IX
       END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  AskFundKey - the fund code and award year an Add or Update
*>  works on.
*>  ---------------------------------------------------------------
AskFundKey.
    DISPLAY "Fund code (4 characters): " WITH NO ADVANCING
    ACCEPT WS-ENTRY-CODE
    MOVE FUNCTION UPPER-CASE(WS-ENTRY-CODE) TO WS-ENTRY-CODE
    DISPLAY "Award year (YYYY): " WITH NO ADVANCING
    ACCEPT WS-ENTRY-YEAR.

*>  ---------------------------------------------------------------
*>  AddFund - prompts for a new fund-year's details and appends it
*>  to the table, refusing a fund-year already on file.
*>  ---------------------------------------------------------------
AddFund.
    IF WS-FUND-COUNT >= 50
       DISPLAY "Fund table is full (50 fund-years) - cannot add"
       EXIT PARAGRAPH
    END-IF
    PERFORM AskFundKey
    IF WS-ENTRY-CODE = SPACES OR WS-ENTRY-YEAR = ZERO
       DISPLAY "A fund code and award year are both required"
       EXIT PARAGRAPH
    END-IF
    PERFORM FindFundEntry
    IF WS-FUND-FOUND-IX NOT = ZERO
       DISPLAY "Fund " WS-ENTRY-CODE " for " WS-ENTRY-YEAR
               " is already on file - use U)pdate"
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-FUND-COUNT
    MOVE WS-FUND-COUNT TO WS-FUND-FOUND-IX
    MOVE WS-ENTRY-CODE TO WS-FD-CODE(WS-FUND-FOUND-IX)
    MOVE WS-ENTRY-YEAR TO WS-FD-YEAR(WS-FUND-FOUND-IX)
    PERFORM EnterFundDetails
    SET WS-FILE-CHANGED TO TRUE.

*>  ---------------------------------------------------------------
*>  UpdateFund - prompts for fresh details against an existing
*>  fund-year.
*>  ---------------------------------------------------------------
UpdateFund.
    PERFORM AskFundKey
    PERFORM FindFundEntry
    IF WS-FUND-FOUND-IX = ZERO
       DISPLAY "Fund " WS-ENTRY-CODE " for " WS-ENTRY-YEAR
               " is not on file - use A)dd"
       EXIT PARAGRAPH
    END-IF
    PERFORM EnterFundDetails
    SET WS-FILE-CHANGED TO TRUE.

*>  ---------------------------------------------------------------
*>  EnterFundDetails - the shared prompts behind Add and Update,
*>  filling in everything but the key for the entry at
*>  WS-FUND-FOUND-IX. The eligible ProgramCodes are keyed one at a
*>  time, a blank one ending the list; a fund left with none would
*>  fund nobody, so the first is asked for until one is given.
*>  ---------------------------------------------------------------
EnterFundDetails.
    DISPLAY "Fund name: " WITH NO ADVANCING
    ACCEPT WS-FD-NAME(WS-FUND-FOUND-IX)
    DISPLAY "Budget for the award year: " WITH NO ADVANCING
    ACCEPT WS-FD-BUDGET(WS-FUND-FOUND-IX)
    PERFORM VARYING WS-CODE-IX FROM 1 BY 1 UNTIL WS-CODE-IX > 6
       MOVE SPACES TO WS-FD-PROGRAM-CODE(WS-FUND-FOUND-IX, WS-CODE-IX)
    END-PERFORM
    MOVE 'N' TO WS-CODES-DONE-SW
    MOVE 1 TO WS-CODE-IX
    PERFORM UNTIL WS-CODES-DONE OR WS-CODE-IX > 6
       DISPLAY "Eligible ProgramCode " WS-CODE-IX
               " (blank to finish): " WITH NO ADVANCING
       ACCEPT WS-ENTRY-PROGRAM-CODE
       MOVE FUNCTION UPPER-CASE(WS-ENTRY-PROGRAM-CODE)
         TO WS-ENTRY-PROGRAM-CODE
       EVALUATE TRUE
           WHEN WS-ENTRY-PROGRAM-CODE NOT = SPACES
               MOVE WS-ENTRY-PROGRAM-CODE
                 TO WS-FD-PROGRAM-CODE(WS-FUND-FOUND-IX, WS-CODE-IX)
               ADD 1 TO WS-CODE-IX
           WHEN WS-CODE-IX = 1
               DISPLAY "At least one eligible ProgramCode is required"
           WHEN OTHER
               SET WS-CODES-DONE TO TRUE
       END-EVALUATE
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  SetFileAssignments - builds every data-file path from the
*>  STUDENT_DATA_DIR environment variable (default "data"), so the
*>  dataset directory is chosen at run time, not compile time.
*>  ---------------------------------------------------------------
SetFileAssignments.
    ACCEPT WS-DATA-DIR FROM ENVIRONMENT "STUDENT_DATA_DIR"
    IF WS-DATA-DIR = SPACES
       MOVE "data" TO WS-DATA-DIR
    END-IF
    MOVE SPACES TO WS-AWARDS-FUNDS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/awards.funds.dat"
        DELIMITED BY SIZE INTO WS-AWARDS-FUNDS-PATH
    END-STRING.
