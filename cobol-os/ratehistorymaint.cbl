IDENTIFICATION DIVISION.
PROGRAM-ID. RateHistoryMaint.
AUTHOR. Anton Georgescu.
*> Maintenance front end for Programs.Rates.Dat, the history of the
*> annual interest rates the board has set for each program of
*> study. A rate change is added as a new entry with the date it
*> takes effect - nothing is overwritten, so the rate in force for
*> any month already accrued is still on file. The operator can
*> list a program's history, add a rate, or correct the rate on an
*> entry keyed in error. An entry effective before the day it is
*> keyed (a back-dated approval) is marked pending adjustment, and
*> LoanRateAdjustRun recalculates the months already accrued under
*> it. On exit the ProgInterestRate on each program's Programs.Dat
*> record is brought into line with the rate in force today, so
*> ProgramMaint's listing shows the current rate; ProgramMaint no
*> longer changes a program's rate itself. The programs that charge
*> or plan interest (LoanInterestAccrue, LoanRateAdjustRun,
*> RepayScheduleBuild) read the history for themselves, so a rate
*> that takes effect between sessions is still picked up on the day.
*>
*> RETURN-CODEs: 0 session complete, 12 file error.

*> cobc -x -free ratehistorymaint.cbl      (standalone)
*> cobc -m -free ratehistorymaint.cbl      (module, CALLable from OperatorConsole)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT OPTIONAL RateFile ASSIGN WS-PROGRAMS-RATES-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RateKey
             FILE STATUS IS WS-RATE-FILE-STATUS.

      SELECT OPTIONAL ProgramFile ASSIGN WS-PROGRAMS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-PROGRAM-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD RateFile.
01 RateRecord.
   COPY raterec.

FD ProgramFile.
01 ProgramRefRecord.
   88 EndOfProgramFile     VALUE HIGH-VALUES.
   COPY progrec.

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>   comes from the STUDENT_DATA_DIR environment variable (default
*>   "data"), so the same compiled programs run against the
*>   production directory tonight and a test copy tomorrow morning
*>   without recompiling.
01  WS-DATA-DIR              PIC X(64).
01  WS-PROGRAMS-RATES-PATH   PIC X(160).
01  WS-PROGRAMS-PATH         PIC X(160).

01  WS-RATE-FILE-STATUS      PIC XX.
    88  WS-RATE-FOUND            VALUE "00".
01  WS-PROGRAM-FILE-STATUS   PIC XX.

*>   Programs.Dat held whole, record by record - the codes a rate may
*>   be entered for, and the file rewritten with today's rates on
*>   exit. Capped at 20 programs, the ProgramMaint limit.
01  WS-PROGRAM-REF-TABLE.
    02  WS-PROGRAM-REF-COUNT    PIC 9(2) VALUE ZERO.
    02  WS-PROGRAM-REF-ENTRY OCCURS 20 TIMES INDEXED BY WS-PROGRAM-REF-IX.
        03  WS-PR-RECORD          PIC X(56).
01  WS-PROGRAM-REF-FOUND-IX  PIC 9(2).
01  WS-PROGRAMS-CHANGED-SW   PIC X VALUE 'N'.
    88  WS-PROGRAMS-CHANGED      VALUE 'Y'.

01  WS-MENU-CHOICE           PIC X.
    88  WS-CHOICE-LIST           VALUE 'L'.
    88  WS-CHOICE-ADD            VALUE 'A'.
    88  WS-CHOICE-CORRECT        VALUE 'C'.
    88  WS-CHOICE-QUIT           VALUE 'Q'.
01  WS-ENTRY-CODE            PIC X(4).
01  WS-ENTRY-EFFECTIVE-DATE.
    02  WS-ENTRY-EFF-YEAR       PIC 9(4).
    02  WS-ENTRY-EFF-MONTH      PIC 9(2).
    02  WS-ENTRY-EFF-DAY        PIC 9(2).
01  WS-ENTRY-EFF-DATE-NUM REDEFINES WS-ENTRY-EFFECTIVE-DATE PIC 9(8).
01  WS-ENTRY-RATE            PIC 9(2)V99.
01  WS-ENTRY-OK-SW           PIC X.
    88  WS-ENTRY-OK              VALUE 'Y'.
01  WS-DAYS-IN-MONTH         PIC 9(2).
01  WS-LEAP-REMAINDER        PIC 9(4).
01  WS-RATES-CHANGED-SW      PIC X VALUE 'N'.
    88  WS-RATES-CHANGED         VALUE 'Y'.

*>   Browsing one program's history.
01  WS-BROWSE-EOF-SW         PIC X.
    88  WS-BROWSE-EOF            VALUE 'Y'.
01  WS-HISTORY-COUNT         PIC 9(3).
01  WS-RATE-IN-FORCE         PIC 9(2)V99.
01  WS-RATE-IN-FORCE-SW      PIC X.
    88  WS-RATE-IN-FORCE-FOUND   VALUE 'Y'.
01  WS-RATE-EDIT             PIC Z9.99.
01  WS-DATE-EDIT             PIC 9999/99/99.
01  WS-ADJUST-EDIT           PIC X(18).

01  WS-TODAY-DATE-NUM        PIC 9(8).
01  WS-SIGNED-ON-OPERATOR    PIC X(8).

PROCEDURE DIVISION.
main.
    PERFORM SetFileAssignments
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE-NUM
    ACCEPT WS-SIGNED-ON-OPERATOR FROM ENVIRONMENT "STUDENT_OPERATOR_ID"
    IF WS-SIGNED-ON-OPERATOR = SPACES
       MOVE "BATCH" TO WS-SIGNED-ON-OPERATOR
    END-IF

    PERFORM LoadProgramFile
    IF WS-PROGRAM-REF-COUNT = ZERO
       DISPLAY "Programs.Dat is not on file - set the programs up "
               "through ProgramMaint first"
       GOBACK
    END-IF

    OPEN I-O RateFile
    IF WS-RATE-FILE-STATUS NOT = "00" AND WS-RATE-FILE-STATUS NOT = "05"
       DISPLAY "FILE ERROR - cannot open programs.rates.dat (file "
               "status " WS-RATE-FILE-STATUS ") - run abandoned"
       MOVE 12 TO RETURN-CODE
       GOBACK
    END-IF

    MOVE SPACE TO WS-MENU-CHOICE
    PERFORM UNTIL WS-CHOICE-QUIT
        DISPLAY " "
        DISPLAY "Programs.Rates.Dat maintenance - L)ist, A)dd, C)orrect, Q)uit: " WITH NO ADVANCING
        ACCEPT WS-MENU-CHOICE
        EVALUATE TRUE
            WHEN WS-CHOICE-LIST
                 PERFORM ListRateHistory
            WHEN WS-CHOICE-ADD
                 PERFORM AddRate
            WHEN WS-CHOICE-CORRECT
                 PERFORM CorrectRate
            WHEN WS-CHOICE-QUIT
                 CONTINUE
            WHEN OTHER
                 DISPLAY "Please answer L, A, C or Q"
        END-EVALUATE
    END-PERFORM

    IF WS-RATES-CHANGED
       PERFORM SyncProgramRates
    END-IF
    CLOSE RateFile

    IF WS-PROGRAMS-CHANGED
       PERFORM SaveProgramFile
       DISPLAY "Programs.Dat brought up to today's rates"
    END-IF
    IF NOT WS-RATES-CHANGED
       DISPLAY "No changes made - Programs.Rates.Dat left as it was"
    END-IF

    GOBACK.

*>  ---------------------------------------------------------------
*>  LoadProgramFile - reads Programs.Dat into WS-PROGRAM-REF-TABLE,
*>  the whole record for each program.
*>  ---------------------------------------------------------------
LoadProgramFile.
    OPEN INPUT ProgramFile
    IF WS-PROGRAM-FILE-STATUS NOT = "00"
       IF WS-PROGRAM-FILE-STATUS = "05"
          CLOSE ProgramFile
       END-IF
       EXIT PARAGRAPH
    END-IF
    READ ProgramFile
        AT END SET EndOfProgramFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfProgramFile
        IF WS-PROGRAM-REF-COUNT < 20
           ADD 1 TO WS-PROGRAM-REF-COUNT
           MOVE ProgramRefRecord TO WS-PR-RECORD(WS-PROGRAM-REF-COUNT)
        ELSE
           DISPLAY "WARNING - program table is full (20 programs) - "
                   "record for " ProgCode " not loaded"
        END-IF
        READ ProgramFile
            AT END SET EndOfProgramFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE ProgramFile.

*>  ---------------------------------------------------------------
*>  SaveProgramFile - writes the table back over Programs.Dat in one
*>  pass, the ProgramMaint way.
*>  ---------------------------------------------------------------
SaveProgramFile.
    OPEN OUTPUT ProgramFile
    IF WS-PROGRAM-FILE-STATUS NOT = "00"
       AND WS-PROGRAM-FILE-STATUS NOT = "05"
       DISPLAY "FILE ERROR - cannot rewrite programs.dat (file status "
               WS-PROGRAM-FILE-STATUS ") - current rates NOT updated"
       MOVE 12 TO RETURN-CODE
       GOBACK
    END-IF
    PERFORM VARYING WS-PROGRAM-REF-IX FROM 1 BY 1
            UNTIL WS-PROGRAM-REF-IX > WS-PROGRAM-REF-COUNT
       MOVE WS-PR-RECORD(WS-PROGRAM-REF-IX) TO ProgramRefRecord
       WRITE ProgramRefRecord
       IF WS-PROGRAM-FILE-STATUS NOT = "00"
          DISPLAY "FILE ERROR - write to programs.dat failed (file "
                  "status " WS-PROGRAM-FILE-STATUS ") - the file may "
                  "be incomplete"
          CLOSE ProgramFile
          MOVE 12 TO RETURN-CODE
          GOBACK
       END-IF
    END-PERFORM
    CLOSE ProgramFile.

*>  ---------------------------------------------------------------
*>  FindProgramEntry - locates WS-ENTRY-CODE on Programs.Dat,
*>  leaving the entry number in WS-PROGRAM-REF-FOUND-IX (zero if
*>  absent).
*>  ---------------------------------------------------------------
FindProgramEntry.
    MOVE ZERO TO WS-PROGRAM-REF-FOUND-IX
    PERFORM VARYING WS-PROGRAM-REF-IX FROM 1 BY 1
            UNTIL WS-PROGRAM-REF-IX > WS-PROGRAM-REF-COUNT
       IF WS-PR-RECORD(WS-PROGRAM-REF-IX)(1:4) = WS-ENTRY-CODE
          MOVE WS-PROGRAM-REF-IX TO WS-PROGRAM-REF-FOUND-IX
       END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  ListRateHistory - one program's rates, oldest first, marking
*>  the one in force today and any waiting for adjustment.
*>  ---------------------------------------------------------------
ListRateHistory.
    DISPLAY "Program code: " WITH NO ADVANCING
    ACCEPT WS-ENTRY-CODE
    PERFORM FindProgramEntry
    IF WS-PROGRAM-REF-FOUND-IX = ZERO
       DISPLAY "Program " WS-ENTRY-CODE " is not on Programs.Dat"
       EXIT PARAGRAPH
    END-IF
    MOVE WS-ENTRY-CODE TO RateProgCode
    MOVE WS-TODAY-DATE-NUM TO WS-ENTRY-EFF-DATE-NUM
    PERFORM FindRateInForce

    DISPLAY " "
    DISPLAY "Effective. Rate.. Keyed..... By...... Adjustment........"
    DISPLAY "--------------------------------------------------------"
    MOVE ZERO TO WS-HISTORY-COUNT
    MOVE 'N' TO WS-BROWSE-EOF-SW
    MOVE WS-ENTRY-CODE TO RateProgCode
    MOVE ZERO TO RateEffectiveDate
    START RateFile KEY IS NOT LESS THAN RateKey
        INVALID KEY SET WS-BROWSE-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-BROWSE-EOF
        READ RateFile NEXT
            AT END SET WS-BROWSE-EOF TO TRUE
        END-READ
        IF NOT WS-BROWSE-EOF
           IF RateProgCode NOT = WS-ENTRY-CODE
              SET WS-BROWSE-EOF TO TRUE
           ELSE
              ADD 1 TO WS-HISTORY-COUNT
              MOVE RateEffectiveDate TO WS-DATE-EDIT
              MOVE RateInterestRate TO WS-RATE-EDIT
              EVALUATE TRUE
                  WHEN RateAdjustPending
                      MOVE "PENDING ADJUSTMENT" TO WS-ADJUST-EDIT
                  WHEN RateAdjustDone
                      MOVE SPACES TO WS-ADJUST-EDIT
                      STRING "ADJUSTED " RateAdjustedDate
                          DELIMITED BY SIZE INTO WS-ADJUST-EDIT
                      END-STRING
                  WHEN OTHER
                      MOVE SPACES TO WS-ADJUST-EDIT
              END-EVALUATE
              DISPLAY WS-DATE-EDIT " " WS-RATE-EDIT "% "
                      RateEnteredDate "   " RateEnteredBy " "
                      WS-ADJUST-EDIT
           END-IF
        END-IF
    END-PERFORM

    MOVE WS-PR-RECORD(WS-PROGRAM-REF-FOUND-IX) TO ProgramRefRecord
    IF WS-HISTORY-COUNT = ZERO
       MOVE ProgInterestRate TO WS-RATE-EDIT
       DISPLAY "No rate history - accrued at the Programs.Dat rate "
               WS-RATE-EDIT "%"
    ELSE
       IF WS-RATE-IN-FORCE-FOUND
          MOVE WS-RATE-IN-FORCE TO WS-RATE-EDIT
          DISPLAY WS-HISTORY-COUNT " rates on file - in force today "
                  WS-RATE-EDIT "%"
       ELSE
          MOVE ProgInterestRate TO WS-RATE-EDIT
          DISPLAY WS-HISTORY-COUNT " rates on file, none in force yet "
                  "- today the Programs.Dat rate " WS-RATE-EDIT
                  "% applies"
       END-IF
    END-IF.

*>  ---------------------------------------------------------------
*>  AddRate - a new rate for a program from an effective date. The
*>  date must not already carry a rate for the program (correct
*>  that entry instead).
*>  ---------------------------------------------------------------
AddRate.
    DISPLAY "Program code: " WITH NO ADVANCING
    ACCEPT WS-ENTRY-CODE
    PERFORM FindProgramEntry
    IF WS-PROGRAM-REF-FOUND-IX = ZERO
       DISPLAY "Program " WS-ENTRY-CODE " is not on Programs.Dat - "
               "add it through ProgramMaint first"
       EXIT PARAGRAPH
    END-IF
    PERFORM EnterEffectiveDate
    IF NOT WS-ENTRY-OK
       EXIT PARAGRAPH
    END-IF
    MOVE WS-ENTRY-CODE TO RateProgCode
    MOVE WS-ENTRY-EFF-DATE-NUM TO RateEffectiveDate
    READ RateFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-RATE-FOUND
       DISPLAY "Program " WS-ENTRY-CODE " already has a rate effective "
               WS-ENTRY-EFF-DATE-NUM " - use C)orrect"
       EXIT PARAGRAPH
    END-IF
    PERFORM EnterRate
    IF NOT WS-ENTRY-OK
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO RateRecord
    MOVE WS-ENTRY-CODE TO RateProgCode
    MOVE WS-ENTRY-EFF-DATE-NUM TO RateEffectiveDate
    PERFORM StampRateEntry
    WRITE RateRecord
        INVALID KEY CONTINUE
    END-WRITE
    IF WS-RATE-FILE-STATUS NOT = "00"
       DISPLAY "FILE ERROR - write to programs.rates.dat failed (file "
               "status " WS-RATE-FILE-STATUS ") - rate not added"
       EXIT PARAGRAPH
    END-IF
    SET WS-RATES-CHANGED TO TRUE
    PERFORM ReportRateStored.

*>  ---------------------------------------------------------------
*>  CorrectRate - a different rate on an entry already on file,
*>  for a rate keyed in error or an approval amended by the board.
*>  ---------------------------------------------------------------
CorrectRate.
    DISPLAY "Program code: " WITH NO ADVANCING
    ACCEPT WS-ENTRY-CODE
    PERFORM EnterEffectiveDate
    IF NOT WS-ENTRY-OK
       EXIT PARAGRAPH
    END-IF
    MOVE WS-ENTRY-CODE TO RateProgCode
    MOVE WS-ENTRY-EFF-DATE-NUM TO RateEffectiveDate
    READ RateFile
        INVALID KEY CONTINUE
    END-READ
    IF NOT WS-RATE-FOUND
       DISPLAY "No rate for " WS-ENTRY-CODE " effective "
               WS-ENTRY-EFF-DATE-NUM " - use A)dd"
       EXIT PARAGRAPH
    END-IF
    MOVE RateInterestRate TO WS-RATE-EDIT
    DISPLAY "Rate on file " WS-RATE-EDIT "%"
    PERFORM EnterRate
    IF NOT WS-ENTRY-OK
       EXIT PARAGRAPH
    END-IF
    IF WS-ENTRY-RATE = RateInterestRate
       DISPLAY "Same rate as on file - entry not changed"
       EXIT PARAGRAPH
    END-IF

    PERFORM StampRateEntry
    REWRITE RateRecord
        INVALID KEY CONTINUE
    END-REWRITE
    IF WS-RATE-FILE-STATUS NOT = "00"
       DISPLAY "FILE ERROR - rewrite of programs.rates.dat failed "
               "(file status " WS-RATE-FILE-STATUS ") - rate not "
               "corrected"
       EXIT PARAGRAPH
    END-IF
    SET WS-RATES-CHANGED TO TRUE
    PERFORM ReportRateStored.

*>  ---------------------------------------------------------------
*>  StampRateEntry - the rate keyed, who keyed it and when, and
*>  whether months already accrued need recalculating: anything
*>  effective before today might, so it waits for LoanRateAdjustRun.
*>  ---------------------------------------------------------------
StampRateEntry.
    MOVE WS-ENTRY-RATE TO RateInterestRate
    MOVE WS-TODAY-DATE-NUM TO RateEnteredDate
    MOVE WS-SIGNED-ON-OPERATOR TO RateEnteredBy
    MOVE ZERO TO RateAdjustedDate
    IF RateEffectiveDate < WS-TODAY-DATE-NUM
       SET RateAdjustPending TO TRUE
    ELSE
       SET RateAdjustNotNeeded TO TRUE
    END-IF.

*>  ---------------------------------------------------------------
*>  ReportRateStored - confirms the entry just written.
*>  ---------------------------------------------------------------
ReportRateStored.
    MOVE RateInterestRate TO WS-RATE-EDIT
    MOVE RateEffectiveDate TO WS-DATE-EDIT
    DISPLAY "Rate " WS-RATE-EDIT "% for " RateProgCode " effective "
            WS-DATE-EDIT " stored"
    IF RateAdjustPending
       DISPLAY "Back-dated - run the interest rate adjustment "
               "(LoanRateAdjustRun) to correct the months already "
               "accrued"
    END-IF.

*>  ---------------------------------------------------------------
*>  EnterEffectiveDate - prompts for and checks the effective date
*>  (a real calendar date).
*>  ---------------------------------------------------------------
EnterEffectiveDate.
    MOVE 'N' TO WS-ENTRY-OK-SW
    DISPLAY "Effective date (YYYYMMDD): " WITH NO ADVANCING
    ACCEPT WS-ENTRY-EFFECTIVE-DATE
    IF WS-ENTRY-EFF-DATE-NUM NOT NUMERIC
       DISPLAY "Not a YYYYMMDD date"
       EXIT PARAGRAPH
    END-IF
    IF WS-ENTRY-EFF-MONTH < 1 OR WS-ENTRY-EFF-MONTH > 12
       DISPLAY "Impossible month in " WS-ENTRY-EFF-DATE-NUM
       EXIT PARAGRAPH
    END-IF
    PERFORM SetDaysInEffectiveMonth
    IF WS-ENTRY-EFF-DAY < 1 OR WS-ENTRY-EFF-DAY > WS-DAYS-IN-MONTH
       DISPLAY "Impossible day in " WS-ENTRY-EFF-DATE-NUM
       EXIT PARAGRAPH
    END-IF
    SET WS-ENTRY-OK TO TRUE.

*>  ---------------------------------------------------------------
*>  SetDaysInEffectiveMonth - how many days the effective month
*>  really has (February 29 only in a leap year: divisible by 4,
*>  except centuries not divisible by 400).
*>  ---------------------------------------------------------------
SetDaysInEffectiveMonth.
    EVALUATE WS-ENTRY-EFF-MONTH
        WHEN 4
        WHEN 6
        WHEN 9
        WHEN 11
            MOVE 30 TO WS-DAYS-IN-MONTH
        WHEN 2
            MOVE 28 TO WS-DAYS-IN-MONTH
            COMPUTE WS-LEAP-REMAINDER = FUNCTION MOD(WS-ENTRY-EFF-YEAR, 4)
            IF WS-LEAP-REMAINDER = ZERO
               MOVE 29 TO WS-DAYS-IN-MONTH
               COMPUTE WS-LEAP-REMAINDER =
                       FUNCTION MOD(WS-ENTRY-EFF-YEAR, 100)
               IF WS-LEAP-REMAINDER = ZERO
                  COMPUTE WS-LEAP-REMAINDER =
                          FUNCTION MOD(WS-ENTRY-EFF-YEAR, 400)
                  IF WS-LEAP-REMAINDER NOT = ZERO
                     MOVE 28 TO WS-DAYS-IN-MONTH
                  END-IF
               END-IF
            END-IF
        WHEN OTHER
            MOVE 31 TO WS-DAYS-IN-MONTH
    END-EVALUATE.

*>  ---------------------------------------------------------------
*>  EnterRate - prompts for the annual rate, the ProgramMaint way.
*>  A zero rate is allowed (an interest-free program).
*>  ---------------------------------------------------------------
EnterRate.
    MOVE 'N' TO WS-ENTRY-OK-SW
    DISPLAY "Annual interest rate (99.99 percent): " WITH NO ADVANCING
    ACCEPT WS-ENTRY-RATE
    IF WS-ENTRY-RATE NOT NUMERIC
       DISPLAY "Not a rate"
       EXIT PARAGRAPH
    END-IF
    SET WS-ENTRY-OK TO TRUE.

*>  ---------------------------------------------------------------
*>  FindRateInForce - the rate in force for RateProgCode on the date
*>  in WS-ENTRY-EFF-DATE-NUM: the entry with the latest effective
*>  date on or before it. WS-RATE-IN-FORCE-SW says whether one was.
*>  ---------------------------------------------------------------
FindRateInForce.
    MOVE 'N' TO WS-RATE-IN-FORCE-SW
    MOVE ZERO TO WS-RATE-IN-FORCE
    MOVE RateProgCode TO WS-ENTRY-CODE
    MOVE 'N' TO WS-BROWSE-EOF-SW
    MOVE ZERO TO RateEffectiveDate
    START RateFile KEY IS NOT LESS THAN RateKey
        INVALID KEY SET WS-BROWSE-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-BROWSE-EOF
        READ RateFile NEXT
            AT END SET WS-BROWSE-EOF TO TRUE
        END-READ
        IF NOT WS-BROWSE-EOF
           IF RateProgCode NOT = WS-ENTRY-CODE
              OR RateEffectiveDate > WS-ENTRY-EFF-DATE-NUM
              SET WS-BROWSE-EOF TO TRUE
           ELSE
              MOVE RateInterestRate TO WS-RATE-IN-FORCE
              SET WS-RATE-IN-FORCE-FOUND TO TRUE
           END-IF
        END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  SyncProgramRates - each program's ProgInterestRate brought into
*>  line with the rate in force today, for the programs that have a
*>  history; a program without one keeps its Programs.Dat rate.
*>  ---------------------------------------------------------------
SyncProgramRates.
    MOVE WS-TODAY-DATE-NUM TO WS-ENTRY-EFF-DATE-NUM
    PERFORM VARYING WS-PROGRAM-REF-FOUND-IX FROM 1 BY 1
            UNTIL WS-PROGRAM-REF-FOUND-IX > WS-PROGRAM-REF-COUNT
       MOVE WS-PR-RECORD(WS-PROGRAM-REF-FOUND-IX) TO ProgramRefRecord
       MOVE ProgCode TO RateProgCode
       PERFORM FindRateInForce
       IF WS-RATE-IN-FORCE-FOUND
          IF ProgInterestRate NOT NUMERIC
             OR ProgInterestRate NOT = WS-RATE-IN-FORCE
             MOVE WS-RATE-IN-FORCE TO ProgInterestRate
             MOVE ProgramRefRecord
               TO WS-PR-RECORD(WS-PROGRAM-REF-FOUND-IX)
             SET WS-PROGRAMS-CHANGED TO TRUE
          END-IF
       END-IF
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
    MOVE SPACES TO WS-PROGRAMS-RATES-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/programs.rates.dat"
        DELIMITED BY SIZE INTO WS-PROGRAMS-RATES-PATH
    END-STRING
    MOVE SPACES TO WS-PROGRAMS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/programs.dat"
        DELIMITED BY SIZE INTO WS-PROGRAMS-PATH
    END-STRING.
