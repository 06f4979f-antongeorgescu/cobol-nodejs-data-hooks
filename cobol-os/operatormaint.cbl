IDENTIFICATION DIVISION.
PROGRAM-ID. OperatorMaint.
AUTHOR. Anton Georgescu.
*> Maintenance front end for Operators.Dat, the people allowed to
*> sign on to OperatorConsole - operator id, name, role (K keying
*> clerk, F finance, S supervisor, O operations) and password. Loads
*> the whole file into a table at start-up, lets a supervisor list,
*> add and update operators, reset a forgotten password, and disable
*> or re-enable an operator, and writes the file back on exit - the
*> ProgramMaint pattern. Passwords are never stored: passhash folds
*> each one down to the value kept on the record, and a password a
*> supervisor keys or resets has to be changed by its operator at
*> their next sign-on.
*> Only a supervisor may maintain the file. Called from a signed-on
*> OperatorConsole session the operator who signed on is checked
*> against the file; otherwise a supervisor id and password are
*> asked for and checked through passhash - an operator id in the
*> STUDENT_OPERATOR_ID environment variable alone, which anyone can
*> set before running the program, is never taken as proof. The one
*> exception is an empty file - the very first run sets up the first
*> supervisor, who can then add everyone else. The last active
*> supervisor can be neither disabled nor moved to another role, so
*> the file can never be left with nobody able to maintain it.
*>
*> RETURN-CODEs: 0 run complete, 8 refused (not a supervisor),
*> 12 file error.

*> cobc -x -free operatormaint.cbl      (standalone)
*> cobc -m -free operatormaint.cbl      (module, CALLable from OperatorConsole)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT OPTIONAL OperatorFile ASSIGN WS-OPERATORS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-OPERATOR-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD OperatorFile.
01 OperatorRecord.
   88 EndOfOperatorFile    VALUE HIGH-VALUES.
   COPY operrec.

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>   comes from the STUDENT_DATA_DIR environment variable (default
*>   "data"), so the same compiled programs run against the
*>   production directory tonight and a test copy tomorrow morning
*>   without recompiling.
01  WS-DATA-DIR              PIC X(64).
01  WS-OPERATORS-PATH        PIC X(160).

01  WS-OPERATOR-FILE-STATUS  PIC XX.

*>   The whole operator file, held here while the supervisor works on
*>   it and written back in one pass at exit. Capped at 50 operators.
01  WS-OPERATOR-TABLE.
    02  WS-OPERATOR-COUNT       PIC 9(2) VALUE ZERO.
    02  WS-OPERATOR-ENTRY OCCURS 50 TIMES INDEXED BY WS-OPERATOR-IX.
        03  WS-OP-ID              PIC X(8).
        03  WS-OP-NAME            PIC X(30).
        03  WS-OP-ROLE            PIC X.
        03  WS-OP-PASSWORD-HASH   PIC 9(10).
        03  WS-OP-STATUS          PIC X.
        03  WS-OP-MUST-CHANGE     PIC X.
        03  WS-OP-PASSWORD-DATE   PIC 9(8).
        03  WS-OP-PASSWORD-SET-BY PIC X(8).
01  WS-OPERATOR-FOUND-IX     PIC 9(2).
01  WS-ACTIVE-SUPERVISORS    PIC 9(2).

01  WS-MENU-CHOICE           PIC X.
    88  WS-CHOICE-LIST           VALUE 'L'.
    88  WS-CHOICE-ADD            VALUE 'A'.
    88  WS-CHOICE-UPDATE         VALUE 'U'.
    88  WS-CHOICE-RESET          VALUE 'R'.
    88  WS-CHOICE-DISABLE        VALUE 'D'.
    88  WS-CHOICE-ENABLE         VALUE 'E'.
    88  WS-CHOICE-QUIT           VALUE 'Q'.
01  WS-ENTRY-ID              PIC X(8).
*>   Never an operator id - it marks the logs.dat and Runs.Dat
*>   entries of a run nobody signed on for.
    88  WS-ENTRY-ID-RESERVED     VALUE "BATCH".
01  WS-ENTRY-NAME            PIC X(30).
01  WS-ENTRY-ROLE            PIC X.
    88  WS-ENTRY-ROLE-VALID      VALUES "K" "F" "S" "O".
    88  WS-ENTRY-ROLE-SUPERVISOR VALUE "S".
01  WS-ENTRY-OK-SW           PIC X.
    88  WS-ENTRY-OK              VALUE 'Y'.
01  WS-FILE-CHANGED-SW       PIC X VALUE 'N'.
    88  WS-FILE-CHANGED          VALUE 'Y'.

*>   The supervisor doing the maintenance - the operator signed on
*>   to the OperatorConsole session that called this program, or
*>   whoever signs on here when run on its own.
01  WS-SIGNED-ON-OPERATOR    PIC X(8).
*>   Set by OperatorConsole at sign-on and shared with the programs
*>   it CALLs; empty (spaces or low-values) outside a console session.
01  WS-CONSOLE-SESSION-ID    PIC X(8) EXTERNAL.
01  WS-MAINT-BY              PIC X(8).

*>   Passwords as keyed, only ever held long enough to fold them.
01  WS-PASSWORD              PIC X(16).
01  WS-PASSWORD-AGAIN        PIC X(16).
01  WS-PASSWORD-HASH         PIC 9(10).
01  WS-PASSWORD-LENGTH       PIC 9(2).
01  WS-MIN-PASSWORD-LENGTH   PIC 9(2) VALUE 6.
01  WS-TODAY-DATE-NUM        PIC 9(8).

01  WS-ROLE-DESC             PIC X(14).
01  WS-STATUS-DESC           PIC X(8).

*>   Control totals for the end-of-run summary.
01  WS-ADDED-COUNT           PIC 9(7) VALUE ZERO.
01  WS-UPDATED-COUNT         PIC 9(7) VALUE ZERO.
01  WS-RESET-COUNT           PIC 9(7) VALUE ZERO.
01  WS-REFUSED-COUNT         PIC 9(7) VALUE ZERO.
01  WS-LOADED-COUNT          PIC 9(7) VALUE ZERO.
01  WS-SAVED-COUNT           PIC 9(7) VALUE ZERO.

*>   Run-control record appended to Runs.Dat through runlogger as
*>   the program finishes, so the job-health report can show how the
*>   overnight window really went.
01  WS-RUN-CONTROL.
    COPY runctl.
01  WS-RUN-START-STAMP.
    02 WS-RUN-START-DATE      PIC 9(8).
    02 WS-RUN-START-TIME      PIC 9(6).

PROCEDURE DIVISION.
main.
    PERFORM SetFileAssignments
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE-NUM
    PERFORM LoadOperatorFile

    IF WS-OPERATOR-COUNT = ZERO
       PERFORM SetUpFirstSupervisor
       IF NOT WS-ENTRY-OK
          DISPLAY "RUN REFUSED - the first operator on file must be a "
                  "supervisor - nothing saved"
          MOVE 8 TO RETURN-CODE
          PERFORM WriteRunControl
          GOBACK
       END-IF
    ELSE
       PERFORM CheckSupervisor
       IF NOT WS-ENTRY-OK
          DISPLAY "RUN REFUSED - only an active supervisor may "
                  "maintain Operators.Dat"
          MOVE 8 TO RETURN-CODE
          PERFORM WriteRunControl
          GOBACK
       END-IF
    END-IF

    MOVE SPACE TO WS-MENU-CHOICE
    PERFORM UNTIL WS-CHOICE-QUIT
        DISPLAY " "
        DISPLAY "Operators.Dat maintenance - L)ist, A)dd, U)pdate, "
                "R)eset password, D)isable, E)nable, Q)uit: "
                WITH NO ADVANCING
        ACCEPT WS-MENU-CHOICE
        MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE
        EVALUATE TRUE
            WHEN WS-CHOICE-LIST
                 PERFORM ListOperators
            WHEN WS-CHOICE-ADD
                 PERFORM AddOperator
            WHEN WS-CHOICE-UPDATE
                 PERFORM UpdateOperator
            WHEN WS-CHOICE-RESET
                 PERFORM ResetOperatorPassword
            WHEN WS-CHOICE-DISABLE
                 PERFORM DisableOperator
            WHEN WS-CHOICE-ENABLE
                 PERFORM EnableOperator
            WHEN WS-CHOICE-QUIT
                 CONTINUE
            WHEN OTHER
                 DISPLAY "Please answer L, A, U, R, D, E or Q"
        END-EVALUATE
    END-PERFORM

    IF WS-FILE-CHANGED
       PERFORM SaveOperatorFile
       DISPLAY "Operators.Dat updated - " WS-OPERATOR-COUNT
               " operators on file"
    ELSE
       DISPLAY "No changes made - Operators.Dat left as it was"
    END-IF

    DISPLAY " "
    DISPLAY "=============== OperatorMaint Control Totals ==============="
    DISPLAY "Maintained by......................... : " WS-MAINT-BY
    DISPLAY "Operators on file at start............ : " WS-LOADED-COUNT
    DISPLAY "Operators added....................... : " WS-ADDED-COUNT
    DISPLAY "Operators updated, disabled or enabled : " WS-UPDATED-COUNT
    DISPLAY "Passwords reset....................... : " WS-RESET-COUNT
    DISPLAY "Changes refused....................... : " WS-REFUSED-COUNT
    DISPLAY "============================================================"

    PERFORM WriteRunControl
    GOBACK.

*>  ---------------------------------------------------------------
*>  WriteRunControl - this run's record counts and final
*>  RETURN-CODE, appended to Runs.Dat through runlogger.
*>  ---------------------------------------------------------------
WriteRunControl.
    MOVE "OperatorMaint" TO RunProgramName
    MOVE WS-RUN-START-DATE TO RunStartDate
    MOVE WS-RUN-START-TIME TO RunStartTime
    MOVE WS-LOADED-COUNT TO RunRecordsRead
    MOVE WS-SAVED-COUNT TO RunRecordsWritten
    MOVE WS-REFUSED-COUNT TO RunRejectedCount
    MOVE RETURN-CODE TO RunReturnCode
    CALL "runlogger" USING BY REFERENCE WS-RUN-CONTROL.

*>  ---------------------------------------------------------------
*>  LoadOperatorFile - reads Operators.Dat into WS-OPERATOR-TABLE.
*>  A missing file (the very first run) just starts with an empty
*>  table, for the first supervisor to be set up.
*>  ---------------------------------------------------------------
LoadOperatorFile.
    OPEN INPUT OperatorFile
    *>   Status 05 means the OPTIONAL file was absent and is now open
    *>   and empty - the read loop below just hits end-of-file, and
    *>   the CLOSE at the bottom still runs, so SaveOperatorFile can
    *>   reopen the file for output later.
    IF WS-OPERATOR-FILE-STATUS NOT = "00"
       AND WS-OPERATOR-FILE-STATUS NOT = "05"
       DISPLAY "FILE ERROR - cannot open operators.dat (file status "
               WS-OPERATOR-FILE-STATUS ") - run abandoned"
       MOVE 12 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF
    READ OperatorFile
        AT END SET EndOfOperatorFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfOperatorFile
        IF WS-OPERATOR-COUNT < 50
           ADD 1 TO WS-OPERATOR-COUNT
           ADD 1 TO WS-LOADED-COUNT
           MOVE OperId            TO WS-OP-ID(WS-OPERATOR-COUNT)
           MOVE OperName          TO WS-OP-NAME(WS-OPERATOR-COUNT)
           MOVE OperRole          TO WS-OP-ROLE(WS-OPERATOR-COUNT)
           MOVE OperPasswordHash  TO WS-OP-PASSWORD-HASH(WS-OPERATOR-COUNT)
           MOVE OperStatus        TO WS-OP-STATUS(WS-OPERATOR-COUNT)
           MOVE OperMustChange    TO WS-OP-MUST-CHANGE(WS-OPERATOR-COUNT)
           MOVE OperPasswordDate  TO WS-OP-PASSWORD-DATE(WS-OPERATOR-COUNT)
           MOVE OperPasswordSetBy TO WS-OP-PASSWORD-SET-BY(WS-OPERATOR-COUNT)
        ELSE
           DISPLAY "WARNING - operator table is full (50 operators) - "
                   "record for " OperId " not loaded"
        END-IF
        READ OperatorFile
            AT END SET EndOfOperatorFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE OperatorFile.

*>  ---------------------------------------------------------------
*>  SaveOperatorFile - writes the table back over Operators.Dat in
*>  one pass, so the file on disk always matches what was listed.
*>  ---------------------------------------------------------------
SaveOperatorFile.
    OPEN OUTPUT OperatorFile
    IF WS-OPERATOR-FILE-STATUS NOT = "00"
       AND WS-OPERATOR-FILE-STATUS NOT = "05"
       DISPLAY "FILE ERROR - cannot rewrite operators.dat (file status "
               WS-OPERATOR-FILE-STATUS ") - changes NOT saved"
       MOVE 12 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF
    PERFORM VARYING WS-OPERATOR-IX FROM 1 BY 1
            UNTIL WS-OPERATOR-IX > WS-OPERATOR-COUNT
       MOVE SPACES TO OperatorRecord
       MOVE WS-OP-ID(WS-OPERATOR-IX)              TO OperId
       MOVE WS-OP-NAME(WS-OPERATOR-IX)            TO OperName
       MOVE WS-OP-ROLE(WS-OPERATOR-IX)            TO OperRole
       MOVE WS-OP-PASSWORD-HASH(WS-OPERATOR-IX)   TO OperPasswordHash
       MOVE WS-OP-STATUS(WS-OPERATOR-IX)          TO OperStatus
       MOVE WS-OP-MUST-CHANGE(WS-OPERATOR-IX)     TO OperMustChange
       MOVE WS-OP-PASSWORD-DATE(WS-OPERATOR-IX)   TO OperPasswordDate
       MOVE WS-OP-PASSWORD-SET-BY(WS-OPERATOR-IX) TO OperPasswordSetBy
       WRITE OperatorRecord
       IF WS-OPERATOR-FILE-STATUS NOT = "00"
          DISPLAY "FILE ERROR - write to operators.dat failed (file "
                  "status " WS-OPERATOR-FILE-STATUS ") - the file may "
                  "be incomplete"
          CLOSE OperatorFile
          MOVE 12 TO RETURN-CODE
          PERFORM WriteRunControl
          GOBACK
       END-IF
       ADD 1 TO WS-SAVED-COUNT
    END-PERFORM
    CLOSE OperatorFile.

*>  ---------------------------------------------------------------
*>  SetUpFirstSupervisor - an empty file: the first operator keyed
*>  must be a supervisor, and keys their own password, so it is not
*>  marked for change at the next sign-on.
*>  ---------------------------------------------------------------
SetUpFirstSupervisor.
    MOVE 'N' TO WS-ENTRY-OK-SW
    DISPLAY "Operators.Dat is empty - set up the first supervisor"
    DISPLAY "Supervisor operator id: " WITH NO ADVANCING
    ACCEPT WS-ENTRY-ID
    MOVE FUNCTION UPPER-CASE(WS-ENTRY-ID) TO WS-ENTRY-ID
    IF WS-ENTRY-ID = SPACES OR WS-ENTRY-ID-RESERVED
       DISPLAY "'" WS-ENTRY-ID "' cannot be used as an operator id"
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Name: " WITH NO ADVANCING
    ACCEPT WS-ENTRY-NAME
    PERFORM EnterNewPassword
    IF NOT WS-ENTRY-OK
       EXIT PARAGRAPH
    END-IF
    MOVE 1 TO WS-OPERATOR-COUNT
    MOVE 1 TO WS-OPERATOR-FOUND-IX
    MOVE WS-ENTRY-ID TO WS-OP-ID(1)
    MOVE WS-ENTRY-NAME TO WS-OP-NAME(1)
    MOVE "S" TO WS-OP-ROLE(1)
    MOVE "A" TO WS-OP-STATUS(1)
    MOVE WS-ENTRY-ID TO WS-MAINT-BY
    PERFORM StorePassword
    MOVE "N" TO WS-OP-MUST-CHANGE(1)
    ADD 1 TO WS-ADDED-COUNT
    SET WS-FILE-CHANGED TO TRUE
    DISPLAY "Supervisor " WS-ENTRY-ID " set up - add the other "
            "operators now".

*>  ---------------------------------------------------------------
*>  CheckSupervisor - the operator signed on to the calling console
*>  session, when they are an active supervisor; otherwise a
*>  supervisor signs on here with id and password.
*>  ---------------------------------------------------------------
CheckSupervisor.
    MOVE 'N' TO WS-ENTRY-OK-SW
    MOVE SPACES TO WS-SIGNED-ON-OPERATOR
    IF WS-CONSOLE-SESSION-ID NOT = LOW-VALUES
       MOVE WS-CONSOLE-SESSION-ID TO WS-SIGNED-ON-OPERATOR
    END-IF
    IF WS-SIGNED-ON-OPERATOR NOT = SPACES
       MOVE WS-SIGNED-ON-OPERATOR TO WS-ENTRY-ID
       PERFORM FindOperatorEntry
       IF WS-OPERATOR-FOUND-IX NOT = ZERO
          IF WS-OP-ROLE(WS-OPERATOR-FOUND-IX) = "S"
             AND WS-OP-STATUS(WS-OPERATOR-FOUND-IX) = "A"
             MOVE WS-ENTRY-ID TO WS-MAINT-BY
             SET WS-ENTRY-OK TO TRUE
             EXIT PARAGRAPH
          END-IF
       END-IF
    END-IF
    DISPLAY "Supervisor operator id: " WITH NO ADVANCING
    ACCEPT WS-ENTRY-ID
    MOVE FUNCTION UPPER-CASE(WS-ENTRY-ID) TO WS-ENTRY-ID
    DISPLAY "Password: " WITH NO ADVANCING
    ACCEPT WS-PASSWORD
    PERFORM FindOperatorEntry
    IF WS-OPERATOR-FOUND-IX = ZERO
       EXIT PARAGRAPH
    END-IF
    CALL "passhash" USING BY REFERENCE WS-ENTRY-ID, WS-PASSWORD,
                          WS-PASSWORD-HASH
    MOVE SPACES TO WS-PASSWORD
    IF WS-PASSWORD-HASH = WS-OP-PASSWORD-HASH(WS-OPERATOR-FOUND-IX)
       AND WS-OP-ROLE(WS-OPERATOR-FOUND-IX) = "S"
       AND WS-OP-STATUS(WS-OPERATOR-FOUND-IX) = "A"
       MOVE WS-ENTRY-ID TO WS-MAINT-BY
       SET WS-ENTRY-OK TO TRUE
    END-IF.

*>  ---------------------------------------------------------------
*>  ListOperators - the whole operator table, one line per
*>  operator. The password value is never shown.
*>  ---------------------------------------------------------------
ListOperators.
    DISPLAY " "
    DISPLAY "Operator Name.......................... Role.......... "
            "Status.. PwdSet.. SetBy... Chg"
    DISPLAY "--------------------------------------------------------"
            "-----------------------------"
    PERFORM VARYING WS-OPERATOR-IX FROM 1 BY 1
            UNTIL WS-OPERATOR-IX > WS-OPERATOR-COUNT
       EVALUATE WS-OP-ROLE(WS-OPERATOR-IX)
           WHEN "K" MOVE "keying clerk" TO WS-ROLE-DESC
           WHEN "F" MOVE "finance" TO WS-ROLE-DESC
           WHEN "S" MOVE "supervisor" TO WS-ROLE-DESC
           WHEN "O" MOVE "operations" TO WS-ROLE-DESC
           WHEN OTHER MOVE "UNKNOWN" TO WS-ROLE-DESC
       END-EVALUATE
       IF WS-OP-STATUS(WS-OPERATOR-IX) = "A"
          MOVE "active" TO WS-STATUS-DESC
       ELSE
          MOVE "DISABLED" TO WS-STATUS-DESC
       END-IF
       DISPLAY WS-OP-ID(WS-OPERATOR-IX) SPACE
               WS-OP-NAME(WS-OPERATOR-IX) SPACE
               WS-ROLE-DESC SPACE
               WS-STATUS-DESC SPACE
               WS-OP-PASSWORD-DATE(WS-OPERATOR-IX) SPACE
               WS-OP-PASSWORD-SET-BY(WS-OPERATOR-IX) SPACE
               WS-OP-MUST-CHANGE(WS-OPERATOR-IX)
    END-PERFORM
    DISPLAY WS-OPERATOR-COUNT " operators on file".

*>  ---------------------------------------------------------------
*>  FindOperatorEntry - locates WS-ENTRY-ID in the table, leaving
*>  the entry number in WS-OPERATOR-FOUND-IX (zero if absent).
*>  ---------------------------------------------------------------
FindOperatorEntry.
    MOVE ZERO TO WS-OPERATOR-FOUND-IX
    PERFORM VARYING WS-OPERATOR-IX FROM 1 BY 1
            UNTIL WS-OPERATOR-IX > WS-OPERATOR-COUNT
       IF WS-OP-ID(WS-OPERATOR-IX) = WS-ENTRY-ID
          MOVE WS-OPERATOR-IX TO WS-OPERATOR-FOUND-IX
       END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  CountActiveSupervisors - how many active supervisors the table
*>  holds, into WS-ACTIVE-SUPERVISORS.
*>  ---------------------------------------------------------------
CountActiveSupervisors.
    MOVE ZERO TO WS-ACTIVE-SUPERVISORS
    PERFORM VARYING WS-OPERATOR-IX FROM 1 BY 1
            UNTIL WS-OPERATOR-IX > WS-OPERATOR-COUNT
       IF WS-OP-ROLE(WS-OPERATOR-IX) = "S"
          AND WS-OP-STATUS(WS-OPERATOR-IX) = "A"
          ADD 1 TO WS-ACTIVE-SUPERVISORS
       END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  AddOperator - prompts for a new operator and appends them to
*>  the table with the password the supervisor keys, marked to be
*>  changed at their first sign-on.
*>  ---------------------------------------------------------------
AddOperator.
    IF WS-OPERATOR-COUNT >= 50
       DISPLAY "Operator table is full (50 operators) - cannot add"
       ADD 1 TO WS-REFUSED-COUNT
       EXIT PARAGRAPH
    END-IF
    DISPLAY "New operator id (up to 8 characters): " WITH NO ADVANCING
    ACCEPT WS-ENTRY-ID
    MOVE FUNCTION UPPER-CASE(WS-ENTRY-ID) TO WS-ENTRY-ID
    IF WS-ENTRY-ID = SPACES OR WS-ENTRY-ID-RESERVED
       DISPLAY "'" WS-ENTRY-ID "' cannot be used as an operator id"
       ADD 1 TO WS-REFUSED-COUNT
       EXIT PARAGRAPH
    END-IF
    PERFORM FindOperatorEntry
    IF WS-OPERATOR-FOUND-IX NOT = ZERO
       DISPLAY "Operator " WS-ENTRY-ID " is already on file - use U)pdate"
       ADD 1 TO WS-REFUSED-COUNT
       EXIT PARAGRAPH
    END-IF
    PERFORM EnterOperatorDetails
    IF NOT WS-ENTRY-OK
       ADD 1 TO WS-REFUSED-COUNT
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Initial password - the operator must change it at "
            "first sign-on"
    PERFORM EnterNewPassword
    IF NOT WS-ENTRY-OK
       ADD 1 TO WS-REFUSED-COUNT
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-OPERATOR-COUNT
    MOVE WS-OPERATOR-COUNT TO WS-OPERATOR-FOUND-IX
    MOVE WS-ENTRY-ID TO WS-OP-ID(WS-OPERATOR-FOUND-IX)
    MOVE WS-ENTRY-NAME TO WS-OP-NAME(WS-OPERATOR-FOUND-IX)
    MOVE WS-ENTRY-ROLE TO WS-OP-ROLE(WS-OPERATOR-FOUND-IX)
    MOVE "A" TO WS-OP-STATUS(WS-OPERATOR-FOUND-IX)
    PERFORM StorePassword
    ADD 1 TO WS-ADDED-COUNT
    SET WS-FILE-CHANGED TO TRUE
    DISPLAY "Operator " WS-ENTRY-ID " added".

*>  ---------------------------------------------------------------
*>  UpdateOperator - a fresh name and role for an existing
*>  operator. The last active supervisor keeps the supervisor role.
*>  ---------------------------------------------------------------
UpdateOperator.
    DISPLAY "Operator id to update: " WITH NO ADVANCING
    ACCEPT WS-ENTRY-ID
    MOVE FUNCTION UPPER-CASE(WS-ENTRY-ID) TO WS-ENTRY-ID
    PERFORM FindOperatorEntry
    IF WS-OPERATOR-FOUND-IX = ZERO
       DISPLAY "Operator " WS-ENTRY-ID " is not on file - use A)dd"
       ADD 1 TO WS-REFUSED-COUNT
       EXIT PARAGRAPH
    END-IF
    PERFORM EnterOperatorDetails
    IF NOT WS-ENTRY-OK
       ADD 1 TO WS-REFUSED-COUNT
       EXIT PARAGRAPH
    END-IF
    IF WS-OP-ROLE(WS-OPERATOR-FOUND-IX) = "S"
       AND WS-OP-STATUS(WS-OPERATOR-FOUND-IX) = "A"
       AND NOT WS-ENTRY-ROLE-SUPERVISOR
       PERFORM CountActiveSupervisors
       IF WS-ACTIVE-SUPERVISORS < 2
          DISPLAY "REFUSED - " WS-ENTRY-ID " is the last active "
                  "supervisor - add another before changing this role"
          ADD 1 TO WS-REFUSED-COUNT
          EXIT PARAGRAPH
       END-IF
    END-IF
    MOVE WS-ENTRY-NAME TO WS-OP-NAME(WS-OPERATOR-FOUND-IX)
    MOVE WS-ENTRY-ROLE TO WS-OP-ROLE(WS-OPERATOR-FOUND-IX)
    ADD 1 TO WS-UPDATED-COUNT
    SET WS-FILE-CHANGED TO TRUE
    DISPLAY "Operator " WS-ENTRY-ID " updated".

*>  ---------------------------------------------------------------
*>  ResetOperatorPassword - a forgotten password: the supervisor
*>  keys a new one, which the operator must change at their next
*>  sign-on.
*>  ---------------------------------------------------------------
ResetOperatorPassword.
    DISPLAY "Operator id to reset: " WITH NO ADVANCING
    ACCEPT WS-ENTRY-ID
    MOVE FUNCTION UPPER-CASE(WS-ENTRY-ID) TO WS-ENTRY-ID
    PERFORM FindOperatorEntry
    IF WS-OPERATOR-FOUND-IX = ZERO
       DISPLAY "Operator " WS-ENTRY-ID " is not on file"
       ADD 1 TO WS-REFUSED-COUNT
       EXIT PARAGRAPH
    END-IF
    PERFORM EnterNewPassword
    IF NOT WS-ENTRY-OK
       ADD 1 TO WS-REFUSED-COUNT
       EXIT PARAGRAPH
    END-IF
    PERFORM StorePassword
    ADD 1 TO WS-RESET-COUNT
    SET WS-FILE-CHANGED TO TRUE
    DISPLAY "Password for " WS-ENTRY-ID " reset - it must be changed "
            "at the next sign-on".

*>  ---------------------------------------------------------------
*>  DisableOperator - stops an operator signing on, keeping their
*>  record so the audit trail's operator ids still resolve. Nobody
*>  disables themselves or the last active supervisor.
*>  ---------------------------------------------------------------
DisableOperator.
    DISPLAY "Operator id to disable: " WITH NO ADVANCING
    ACCEPT WS-ENTRY-ID
    MOVE FUNCTION UPPER-CASE(WS-ENTRY-ID) TO WS-ENTRY-ID
    PERFORM FindOperatorEntry
    IF WS-OPERATOR-FOUND-IX = ZERO
       DISPLAY "Operator " WS-ENTRY-ID " is not on file"
       ADD 1 TO WS-REFUSED-COUNT
       EXIT PARAGRAPH
    END-IF
    IF WS-ENTRY-ID = WS-MAINT-BY
       DISPLAY "REFUSED - you cannot disable yourself"
       ADD 1 TO WS-REFUSED-COUNT
       EXIT PARAGRAPH
    END-IF
    IF WS-OP-ROLE(WS-OPERATOR-FOUND-IX) = "S"
       AND WS-OP-STATUS(WS-OPERATOR-FOUND-IX) = "A"
       PERFORM CountActiveSupervisors
       IF WS-ACTIVE-SUPERVISORS < 2
          DISPLAY "REFUSED - " WS-ENTRY-ID " is the last active "
                  "supervisor"
          ADD 1 TO WS-REFUSED-COUNT
          EXIT PARAGRAPH
       END-IF
    END-IF
    MOVE "D" TO WS-OP-STATUS(WS-OPERATOR-FOUND-IX)
    ADD 1 TO WS-UPDATED-COUNT
    SET WS-FILE-CHANGED TO TRUE
    DISPLAY "Operator " WS-ENTRY-ID " disabled".

*>  ---------------------------------------------------------------
*>  EnableOperator - lets a disabled operator sign on again.
*>  ---------------------------------------------------------------
EnableOperator.
    DISPLAY "Operator id to enable: " WITH NO ADVANCING
    ACCEPT WS-ENTRY-ID
    MOVE FUNCTION UPPER-CASE(WS-ENTRY-ID) TO WS-ENTRY-ID
    PERFORM FindOperatorEntry
    IF WS-OPERATOR-FOUND-IX = ZERO
       DISPLAY "Operator " WS-ENTRY-ID " is not on file"
       ADD 1 TO WS-REFUSED-COUNT
       EXIT PARAGRAPH
    END-IF
    MOVE "A" TO WS-OP-STATUS(WS-OPERATOR-FOUND-IX)
    ADD 1 TO WS-UPDATED-COUNT
    SET WS-FILE-CHANGED TO TRUE
    DISPLAY "Operator " WS-ENTRY-ID " enabled".

*>  ---------------------------------------------------------------
*>  EnterOperatorDetails - the shared name and role prompts behind
*>  Add and Update; a blank name or unknown role refuses the entry.
*>  ---------------------------------------------------------------
EnterOperatorDetails.
    MOVE 'N' TO WS-ENTRY-OK-SW
    DISPLAY "Name: " WITH NO ADVANCING
    ACCEPT WS-ENTRY-NAME
    DISPLAY "Role - K keying clerk, F finance, S supervisor, "
            "O operations: " WITH NO ADVANCING
    ACCEPT WS-ENTRY-ROLE
    MOVE FUNCTION UPPER-CASE(WS-ENTRY-ROLE) TO WS-ENTRY-ROLE
    IF WS-ENTRY-NAME = SPACES
       DISPLAY "A name is required - entry not changed"
       EXIT PARAGRAPH
    END-IF
    IF NOT WS-ENTRY-ROLE-VALID
       DISPLAY "'" WS-ENTRY-ROLE "' is not one of the roles - entry "
               "not changed"
       EXIT PARAGRAPH
    END-IF
    SET WS-ENTRY-OK TO TRUE.

*>  ---------------------------------------------------------------
*>  EnterNewPassword - a password keyed twice; too short, or the
*>  two not matching, refuses it. Left folded in WS-PASSWORD-HASH
*>  for the operator in WS-ENTRY-ID.
*>  ---------------------------------------------------------------
EnterNewPassword.
    MOVE 'N' TO WS-ENTRY-OK-SW
    DISPLAY "Password (" WS-MIN-PASSWORD-LENGTH " to 16 characters): "
            WITH NO ADVANCING
    ACCEPT WS-PASSWORD
    DISPLAY "Password again: " WITH NO ADVANCING
    ACCEPT WS-PASSWORD-AGAIN
    MOVE ZERO TO WS-PASSWORD-LENGTH
    INSPECT WS-PASSWORD TALLYING WS-PASSWORD-LENGTH
            FOR CHARACTERS BEFORE INITIAL SPACE
    IF WS-PASSWORD NOT = WS-PASSWORD-AGAIN
       DISPLAY "The two passwords do not match - not changed"
    ELSE
       IF WS-PASSWORD-LENGTH < WS-MIN-PASSWORD-LENGTH
          DISPLAY "Password too short - not changed"
       ELSE
          CALL "passhash" USING BY REFERENCE WS-ENTRY-ID, WS-PASSWORD,
                                WS-PASSWORD-HASH
          SET WS-ENTRY-OK TO TRUE
       END-IF
    END-IF
    MOVE SPACES TO WS-PASSWORD
    MOVE SPACES TO WS-PASSWORD-AGAIN.

*>  ---------------------------------------------------------------
*>  StorePassword - the folded password onto the entry at
*>  WS-OPERATOR-FOUND-IX, stamped with today and the supervisor,
*>  and marked for the operator to change.
*>  ---------------------------------------------------------------
StorePassword.
    MOVE WS-PASSWORD-HASH TO WS-OP-PASSWORD-HASH(WS-OPERATOR-FOUND-IX)
    MOVE WS-TODAY-DATE-NUM TO WS-OP-PASSWORD-DATE(WS-OPERATOR-FOUND-IX)
    MOVE WS-MAINT-BY TO WS-OP-PASSWORD-SET-BY(WS-OPERATOR-FOUND-IX)
    MOVE "Y" TO WS-OP-MUST-CHANGE(WS-OPERATOR-FOUND-IX).

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
    MOVE SPACES TO WS-OPERATORS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/operators.dat"
        DELIMITED BY SIZE INTO WS-OPERATORS-PATH
    END-STRING.
