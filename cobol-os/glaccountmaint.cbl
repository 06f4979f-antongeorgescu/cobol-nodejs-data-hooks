IDENTIFICATION DIVISION.
PROGRAM-ID. GLAccountMaint.
AUTHOR. Anton Georgescu.
*> Maintenance front end for GL.Accounts.Dat, the mapping from each
*> ProgramCode to the finance general ledger's account codes
*> (loans receivable, interest income, bank, refunds owed, bank
*> suspense, write-offs, award fund) that GLJournalExtract
*> journals the program's loan activity to. The "****" entry is the
*> default used for a program with no entry of its own and for the bank
*> suspense. Loads the whole file into a table at start-up, lets the
*> operator list, add and update entries through prompts, and writes the
*> file back on exit - the ProgramMaint pattern - so when finance
*> renumber their chart of accounts it is changed here, not in the
*> extract.

*> cobc -x -free glaccountmaint.cbl      (standalone)
*> cobc -m -free glaccountmaint.cbl      (module, CALLable from OperatorConsole)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT OPTIONAL AccountMapFile ASSIGN WS-GL-ACCOUNTS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-ACCOUNT-MAP-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD AccountMapFile.
01 AccountMapRecord.
   88 EndOfAccountMapFile  VALUE HIGH-VALUES.
   COPY glacctrec.

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>   comes from the STUDENT_DATA_DIR environment variable (default
*>   "data"), so the same compiled programs run against the
*>   production directory tonight and a test copy tomorrow morning
*>   without recompiling.
01  WS-DATA-DIR              PIC X(64).
01  WS-GL-ACCOUNTS-PATH      PIC X(160).

01  WS-ACCOUNT-MAP-FILE-STATUS PIC XX.

*>   The whole mapping file, held here while the operator works on
*>   it and written back in one pass at exit. Capped at 21 entries -
*>   the 20 programs Programs.Dat can hold, plus the default.
01  WS-ACCOUNT-MAP-TABLE.
    02  WS-ACCOUNT-MAP-COUNT    PIC 9(2) VALUE ZERO.
    02  WS-ACCOUNT-MAP-ENTRY OCCURS 21 TIMES INDEXED BY WS-ACCOUNT-MAP-IX.
        03  WS-AM-PROGRAM-CODE    PIC X(4).
        03  WS-AM-RECEIVABLE      PIC X(10).
        03  WS-AM-INTEREST-INCOME PIC X(10).
        03  WS-AM-BANK            PIC X(10).
        03  WS-AM-REFUNDS-OWED    PIC X(10).
        03  WS-AM-SUSPENSE        PIC X(10).
        03  WS-AM-WRITE-OFF       PIC X(10).
        03  WS-AM-AWARD-FUND      PIC X(10).
01  WS-ACCOUNT-MAP-FOUND-IX  PIC 9(2).

01  WS-MENU-CHOICE           PIC X.
    88  WS-CHOICE-LIST           VALUE 'L'.
    88  WS-CHOICE-ADD            VALUE 'A'.
    88  WS-CHOICE-UPDATE         VALUE 'U'.
    88  WS-CHOICE-QUIT           VALUE 'Q'.
01  WS-ENTRY-CODE            PIC X(4).
    COPY programcode.
    88  WS-ENTRY-DEFAULT         VALUE "****".
01  WS-FILE-CHANGED-SW       PIC X VALUE 'N'.
    88  WS-FILE-CHANGED          VALUE 'Y'.

*>   The answers for one entry, checked before they replace what is
*>   in the table - a blank account code would leave the extract
*>   nowhere to journal that side of an entry.
01  WS-ENTRY-ACCOUNTS.
    02  WS-ENTRY-RECEIVABLE      PIC X(10).
    02  WS-ENTRY-INTEREST-INCOME PIC X(10).
    02  WS-ENTRY-BANK            PIC X(10).
    02  WS-ENTRY-REFUNDS-OWED    PIC X(10).
    02  WS-ENTRY-SUSPENSE        PIC X(10).
    02  WS-ENTRY-WRITE-OFF       PIC X(10).
    02  WS-ENTRY-AWARD-FUND      PIC X(10).
01  WS-ENTRY-OK-SW           PIC X.
    88  WS-ENTRY-OK              VALUE 'Y'.

PROCEDURE DIVISION.
main.
    PERFORM SetFileAssignments
    PERFORM LoadAccountMapFile

    MOVE SPACE TO WS-MENU-CHOICE
    PERFORM UNTIL WS-CHOICE-QUIT
        DISPLAY " "
        DISPLAY "GL.Accounts.Dat maintenance - L)ist, A)dd, U)pdate, Q)uit: " WITH NO ADVANCING
        ACCEPT WS-MENU-CHOICE
        EVALUATE TRUE
            WHEN WS-CHOICE-LIST
                 PERFORM ListAccountMaps
            WHEN WS-CHOICE-ADD
                 PERFORM AddAccountMap
            WHEN WS-CHOICE-UPDATE
                 PERFORM UpdateAccountMap
            WHEN WS-CHOICE-QUIT
                 CONTINUE
            WHEN OTHER
                 DISPLAY "Please answer L, A, U or Q"
        END-EVALUATE
    END-PERFORM

    IF WS-FILE-CHANGED
       PERFORM SaveAccountMapFile
       DISPLAY "GL.Accounts.Dat updated - " WS-ACCOUNT-MAP-COUNT " entries on file"
    ELSE
       DISPLAY "No changes made - GL.Accounts.Dat left as it was"
    END-IF

    GOBACK.

*>  ---------------------------------------------------------------
*>  LoadAccountMapFile - reads GL.Accounts.Dat into the table. A
*>  missing file (the very first run) just starts with an empty
*>  table for the operator to fill.
*>  ---------------------------------------------------------------
LoadAccountMapFile.
    OPEN INPUT AccountMapFile
    *>   Status 05 means the OPTIONAL file was absent and is now open
    *>   and empty - the read loop below just hits end-of-file, and
    *>   the CLOSE at the bottom still runs, so SaveAccountMapFile can
    *>   reopen the file for output later.
    IF WS-ACCOUNT-MAP-FILE-STATUS NOT = "00"
       AND WS-ACCOUNT-MAP-FILE-STATUS NOT = "05"
       DISPLAY "GL.Accounts.Dat not found - starting with an empty file"
       EXIT PARAGRAPH
    END-IF
    READ AccountMapFile
        AT END SET EndOfAccountMapFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfAccountMapFile
        IF WS-ACCOUNT-MAP-COUNT < 21
           ADD 1 TO WS-ACCOUNT-MAP-COUNT
           MOVE GLProgramCode
             TO WS-AM-PROGRAM-CODE(WS-ACCOUNT-MAP-COUNT)
           MOVE GLReceivableAcct
             TO WS-AM-RECEIVABLE(WS-ACCOUNT-MAP-COUNT)
           MOVE GLInterestIncomeAcct
             TO WS-AM-INTEREST-INCOME(WS-ACCOUNT-MAP-COUNT)
           MOVE GLBankAcct
             TO WS-AM-BANK(WS-ACCOUNT-MAP-COUNT)
           MOVE GLRefundsOwedAcct
             TO WS-AM-REFUNDS-OWED(WS-ACCOUNT-MAP-COUNT)
           MOVE GLSuspenseAcct
             TO WS-AM-SUSPENSE(WS-ACCOUNT-MAP-COUNT)
           MOVE GLWriteOffAcct
             TO WS-AM-WRITE-OFF(WS-ACCOUNT-MAP-COUNT)
           MOVE GLAwardFundAcct
             TO WS-AM-AWARD-FUND(WS-ACCOUNT-MAP-COUNT)
        ELSE
           DISPLAY "WARNING - mapping table is full (21 entries) - "
                   "record for " GLProgramCode " not loaded"
        END-IF
        READ AccountMapFile
            AT END SET EndOfAccountMapFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE AccountMapFile.

*>  ---------------------------------------------------------------
*>  SaveAccountMapFile - writes the table back over GL.Accounts.Dat
*>  in one pass, so the file on disk always matches what was listed.
*>  ---------------------------------------------------------------
SaveAccountMapFile.
    OPEN OUTPUT AccountMapFile
    IF WS-ACCOUNT-MAP-FILE-STATUS NOT = "00"
       AND WS-ACCOUNT-MAP-FILE-STATUS NOT = "05"
       DISPLAY "FILE ERROR - cannot rewrite gl.accounts.dat (file "
               "status " WS-ACCOUNT-MAP-FILE-STATUS ") - changes NOT saved"
       MOVE 12 TO RETURN-CODE
       GOBACK
    END-IF
    PERFORM VARYING WS-ACCOUNT-MAP-IX FROM 1 BY 1
            UNTIL WS-ACCOUNT-MAP-IX > WS-ACCOUNT-MAP-COUNT
       MOVE WS-AM-PROGRAM-CODE(WS-ACCOUNT-MAP-IX)    TO GLProgramCode
       MOVE WS-AM-RECEIVABLE(WS-ACCOUNT-MAP-IX)      TO GLReceivableAcct
       MOVE WS-AM-INTEREST-INCOME(WS-ACCOUNT-MAP-IX) TO GLInterestIncomeAcct
       MOVE WS-AM-BANK(WS-ACCOUNT-MAP-IX)            TO GLBankAcct
       MOVE WS-AM-REFUNDS-OWED(WS-ACCOUNT-MAP-IX)    TO GLRefundsOwedAcct
       MOVE WS-AM-SUSPENSE(WS-ACCOUNT-MAP-IX)        TO GLSuspenseAcct
       MOVE WS-AM-WRITE-OFF(WS-ACCOUNT-MAP-IX)       TO GLWriteOffAcct
       MOVE WS-AM-AWARD-FUND(WS-ACCOUNT-MAP-IX)      TO GLAwardFundAcct
       WRITE AccountMapRecord
       IF WS-ACCOUNT-MAP-FILE-STATUS NOT = "00"
          DISPLAY "FILE ERROR - write to gl.accounts.dat failed (file "
                  "status " WS-ACCOUNT-MAP-FILE-STATUS ") - the file "
                  "may be incomplete"
          CLOSE AccountMapFile
          MOVE 12 TO RETURN-CODE
          GOBACK
       END-IF
    END-PERFORM
    CLOSE AccountMapFile.

*>  ---------------------------------------------------------------
*>  ListAccountMaps - the whole mapping table, one line per entry.
*>  ---------------------------------------------------------------
ListAccountMaps.
    DISPLAY " "
    DISPLAY "Prog Receivable Interest.. Bank...... RefundsOwd Suspense.. "
            "WriteOff.. AwardFund."
    DISPLAY "------------------------------------------------------------"
            "----------------------"
    PERFORM VARYING WS-ACCOUNT-MAP-IX FROM 1 BY 1
            UNTIL WS-ACCOUNT-MAP-IX > WS-ACCOUNT-MAP-COUNT
       DISPLAY WS-AM-PROGRAM-CODE(WS-ACCOUNT-MAP-IX) SPACE
               WS-AM-RECEIVABLE(WS-ACCOUNT-MAP-IX) SPACE
               WS-AM-INTEREST-INCOME(WS-ACCOUNT-MAP-IX) SPACE
               WS-AM-BANK(WS-ACCOUNT-MAP-IX) SPACE
               WS-AM-REFUNDS-OWED(WS-ACCOUNT-MAP-IX) SPACE
               WS-AM-SUSPENSE(WS-ACCOUNT-MAP-IX) SPACE
               WS-AM-WRITE-OFF(WS-ACCOUNT-MAP-IX) SPACE
               WS-AM-AWARD-FUND(WS-ACCOUNT-MAP-IX)
    END-PERFORM
    DISPLAY WS-ACCOUNT-MAP-COUNT " entries on file"
    DISPLAY "(**** is the default for programs without an entry "
            "and for the bank suspense)".

*>  ---------------------------------------------------------------
*>  FindAccountMapEntry - locates WS-ENTRY-CODE in the table,
*>  leaving the entry number in WS-ACCOUNT-MAP-FOUND-IX (zero if
*>  absent).
*>  ---------------------------------------------------------------
FindAccountMapEntry.
    MOVE ZERO TO WS-ACCOUNT-MAP-FOUND-IX
    PERFORM VARYING WS-ACCOUNT-MAP-IX FROM 1 BY 1
            UNTIL WS-ACCOUNT-MAP-IX > WS-ACCOUNT-MAP-COUNT
       IF WS-AM-PROGRAM-CODE(WS-ACCOUNT-MAP-IX) = WS-ENTRY-CODE
          MOVE WS-ACCOUNT-MAP-IX TO WS-ACCOUNT-MAP-FOUND-IX
       END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  AddAccountMap - prompts for a new entry's accounts and appends
*>  it to the table, refusing a code already on file or one that is
*>  neither a valid ProgramCode nor the **** default.
*>  ---------------------------------------------------------------
AddAccountMap.
    IF WS-ACCOUNT-MAP-COUNT >= 21
       DISPLAY "Mapping table is full (21 entries) - cannot add"
       EXIT PARAGRAPH
    END-IF
    DISPLAY "ProgramCode (4 characters, **** for the default): " WITH NO ADVANCING
    ACCEPT WS-ENTRY-CODE
    IF NOT TransProgramCodeValid AND NOT WS-ENTRY-DEFAULT
       DISPLAY WS-ENTRY-CODE " is not a valid ProgramCode - entry not added"
       EXIT PARAGRAPH
    END-IF
    PERFORM FindAccountMapEntry
    IF WS-ACCOUNT-MAP-FOUND-IX NOT = ZERO
       DISPLAY "Entry " WS-ENTRY-CODE " is already on file - use U)pdate"
       EXIT PARAGRAPH
    END-IF
    PERFORM EnterAccountCodes
    IF NOT WS-ENTRY-OK
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-ACCOUNT-MAP-COUNT
    MOVE WS-ACCOUNT-MAP-COUNT TO WS-ACCOUNT-MAP-FOUND-IX
    MOVE WS-ENTRY-CODE TO WS-AM-PROGRAM-CODE(WS-ACCOUNT-MAP-FOUND-IX)
    PERFORM StoreAccountCodes
    SET WS-FILE-CHANGED TO TRUE.

*>  ---------------------------------------------------------------
*>  UpdateAccountMap - prompts for fresh accounts against an
*>  existing entry.
*>  ---------------------------------------------------------------
UpdateAccountMap.
    DISPLAY "ProgramCode to update: " WITH NO ADVANCING
    ACCEPT WS-ENTRY-CODE
    PERFORM FindAccountMapEntry
    IF WS-ACCOUNT-MAP-FOUND-IX = ZERO
       DISPLAY "Entry " WS-ENTRY-CODE " is not on file - use A)dd"
       EXIT PARAGRAPH
    END-IF
    PERFORM EnterAccountCodes
    IF NOT WS-ENTRY-OK
       EXIT PARAGRAPH
    END-IF
    PERFORM StoreAccountCodes
    SET WS-FILE-CHANGED TO TRUE.

*>  ---------------------------------------------------------------
*>  EnterAccountCodes - the shared prompts behind Add and Update.
*>  Every account is required; a blank answer refuses the entry and
*>  leaves the table as it was.
*>  ---------------------------------------------------------------
EnterAccountCodes.
    MOVE 'N' TO WS-ENTRY-OK-SW
    MOVE SPACES TO WS-ENTRY-ACCOUNTS
    DISPLAY "Loans receivable account: " WITH NO ADVANCING
    ACCEPT WS-ENTRY-RECEIVABLE
    DISPLAY "Interest income account: " WITH NO ADVANCING
    ACCEPT WS-ENTRY-INTEREST-INCOME
    DISPLAY "Bank account: " WITH NO ADVANCING
    ACCEPT WS-ENTRY-BANK
    DISPLAY "Refunds owed account: " WITH NO ADVANCING
    ACCEPT WS-ENTRY-REFUNDS-OWED
    DISPLAY "Bank suspense account: " WITH NO ADVANCING
    ACCEPT WS-ENTRY-SUSPENSE
    DISPLAY "Loan write-off account: " WITH NO ADVANCING
    ACCEPT WS-ENTRY-WRITE-OFF
    DISPLAY "Bursary award fund account: " WITH NO ADVANCING
    ACCEPT WS-ENTRY-AWARD-FUND
    IF WS-ENTRY-RECEIVABLE = SPACES OR WS-ENTRY-INTEREST-INCOME = SPACES
       OR WS-ENTRY-BANK = SPACES OR WS-ENTRY-REFUNDS-OWED = SPACES
       OR WS-ENTRY-SUSPENSE = SPACES OR WS-ENTRY-WRITE-OFF = SPACES
       OR WS-ENTRY-AWARD-FUND = SPACES
       DISPLAY "Every account code is required - entry not changed"
       EXIT PARAGRAPH
    END-IF
    SET WS-ENTRY-OK TO TRUE.

*>  ---------------------------------------------------------------
*>  StoreAccountCodes - the checked answers into the entry at
*>  WS-ACCOUNT-MAP-FOUND-IX.
*>  ---------------------------------------------------------------
StoreAccountCodes.
    MOVE WS-ENTRY-RECEIVABLE
      TO WS-AM-RECEIVABLE(WS-ACCOUNT-MAP-FOUND-IX)
    MOVE WS-ENTRY-INTEREST-INCOME
      TO WS-AM-INTEREST-INCOME(WS-ACCOUNT-MAP-FOUND-IX)
    MOVE WS-ENTRY-BANK
      TO WS-AM-BANK(WS-ACCOUNT-MAP-FOUND-IX)
    MOVE WS-ENTRY-REFUNDS-OWED
      TO WS-AM-REFUNDS-OWED(WS-ACCOUNT-MAP-FOUND-IX)
    MOVE WS-ENTRY-SUSPENSE
      TO WS-AM-SUSPENSE(WS-ACCOUNT-MAP-FOUND-IX)
    MOVE WS-ENTRY-WRITE-OFF
      TO WS-AM-WRITE-OFF(WS-ACCOUNT-MAP-FOUND-IX)
    MOVE WS-ENTRY-AWARD-FUND
      TO WS-AM-AWARD-FUND(WS-ACCOUNT-MAP-FOUND-IX).

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
    MOVE SPACES TO WS-GL-ACCOUNTS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/gl.accounts.dat"
        DELIMITED BY SIZE INTO WS-GL-ACCOUNTS-PATH
    END-STRING.
