PROGRAM-ID. LoanInterestAccrue.
AUTHOR. Anton Georgescu.
*> Month-end interest accrual over the loan ledger - takes each
*> student's current balance from the loan balance master
*> Loans.Balance.Dat (read in StudentId order, no longer rebuilt
*> from the whole of Loans.Ledger.Dat), applies one
*> month of the annual interest rate in force for the student's
*> program on the last day of the month being accrued - the latest
*> entry on or before that date in the rate history
*> Programs.Rates.Dat (maintained through RateHistoryMaint), or the
*> rate on the program's Programs.Dat record for a program with no
*> history yet - so a re-run of an earlier month charges that
*> month's rate, not today's - and appends an "I" interest posting per
*> student, so statements and the exposure figures carry what students
*> really owe instead of an interest-free balance frozen at the last
*> repayment. The posting is stamped with the accrual period's month-end
*> date, and a student whose master record shows that period (or a later
*> one) already accrued is skipped - so the run is safe to repeat after
*> an abend without accruing the same month twice. Each posting updates
*> the student's master record as it is appended. A "V" reversal needs
*> nothing from this run: it takes the interest this run charged on the
*> reversed posting back out with it and leaves the master at the
*> corrected balance, so the next month accrues on the balance as if the
*> reversed posting had never been made, and the last-accrued period is
*> untouched.
*>
*> RETURN-CODEs: 0 accrued, 8 refused (no Programs.Dat, rate history
*> too large for the table, no balance master or bad period), 12 file
*> error.

*> cobc -x -free loaninterestaccrue.cbl      (standalone)
*> cobc -m -free loaninterestaccrue.cbl      (module, CALLable from OperatorConsole)
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-LEDGER-FILE-STATUS.

      SELECT BalanceFile ASSIGN WS-LOANS-BALANCE-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BalStudentId
             FILE STATUS IS WS-BALANCE-FILE-STATUS.

      SELECT OPTIONAL ProgramFile ASSIGN WS-PROGRAMS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-PROGRAM-FILE-STATUS.

      SELECT OPTIONAL RateFile ASSIGN WS-PROGRAMS-RATES-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS RateKey
             FILE STATUS IS WS-RATE-FILE-STATUS.

      SELECT OPTIONAL RunParmFile ASSIGN WS-RUNPARMS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
   88 EndOfLedgerFile      VALUE HIGH-VALUES.
   COPY ledgrec.

FD BalanceFile.
01 BalanceRecord.
   88 EndOfBalanceFile     VALUE HIGH-VALUES.
   COPY loanbal.

FD ProgramFile.
01 ProgramRefRecord.
   88 EndOfProgramFile     VALUE HIGH-VALUES.
   COPY progrec.

FD RateFile.
01 RateRecord.
   88 EndOfRateFile        VALUE HIGH-VALUES.
   COPY raterec.

FD RunParmFile.
01 RunParmRecord.
   88 EndOfRunParmFile     VALUE HIGH-VALUES.
01  WS-DATA-DIR              PIC X(64).
01  WS-STUDENTS-PATH         PIC X(160).
01  WS-LOANS-LEDGER-PATH     PIC X(160).
01  WS-LOANS-BALANCE-PATH    PIC X(160).
01  WS-PROGRAMS-PATH         PIC X(160).
01  WS-PROGRAMS-RATES-PATH   PIC X(160).
01  WS-RUNPARMS-PATH         PIC X(160).

01  WS-STUDENT-FILE-STATUS   PIC XX.
    88  WS-STUDENT-FOUND         VALUE "00".
01  WS-LEDGER-FILE-STATUS    PIC XX.
01  WS-BALANCE-FILE-STATUS   PIC XX.
01  WS-PROGRAM-FILE-STATUS   PIC XX.
01  WS-RATE-FILE-STATUS      PIC XX.
*>   File-status hardening - a required file that fails to open
*>   abandons the run with a clear operator message and RETURN-CODE
*>   12, instead of a runtime abort partway through.
        03  WS-PRG-INTEREST-RATE    PIC 9(2)V99.
01  WS-PROGRAM-REF-FOUND-IX  PIC 9(2).

*>   Programs.Rates.Dat, loaded whole in key order (program, then
*>   effective date), so the rate in force at the period's month-end
*>   is the last entry for the program dated on or before it.
01  WS-RATE-HISTORY-TABLE.
    02  WS-RATE-HISTORY-COUNT   PIC 9(3) VALUE ZERO.
    02  WS-RATE-HISTORY-ENTRY OCCURS 500 TIMES INDEXED BY WS-RATE-HISTORY-IX.
        03  WS-RH-PROG-CODE         PIC X(4).
        03  WS-RH-EFFECTIVE-DATE    PIC 9(8).
        03  WS-RH-INTEREST-RATE     PIC 9(2)V99.
01  WS-RATE-HISTORY-FULL-SW  PIC X VALUE 'N'.
    88  WS-RATE-HISTORY-FULL     VALUE 'Y'.
01  WS-PERIOD-END-DATE       PIC 9(8).
01  WS-ACCRUE-RATE           PIC 9(2)V99.
01  WS-ACCRUE-RATE-SW        PIC X.
    88  WS-ACCRUE-RATE-FOUND     VALUE 'Y'.

*>   Posting stamps, compared so the master's last-posting stamp
*>   only ever moves forward.
01  WS-POST-STAMP.
    02  WS-POST-DATE            PIC 9(8).
    02  WS-POST-TIME            PIC 9(8).
01  WS-MASTER-STAMP.
    02  WS-MASTER-DATE          PIC 9(8).
    02  WS-MASTER-TIME          PIC 9(8).

*>   One month's interest on the balance in hand - computed wide so
*>   an impossible figure is caught and skipped instead of silently
       GOBACK
    END-IF
    PERFORM SetPeriodEndDay
    COMPUTE WS-PERIOD-END-DATE =
            WS-ACCRUE-PERIOD-NUM * 100 + WS-PERIOD-END-DAY

    PERFORM LoadProgramRates
    IF WS-PROGRAM-REF-COUNT = ZERO
       PERFORM WriteRunControl
       GOBACK
    END-IF
    IF WS-RATE-HISTORY-FULL
       DISPLAY "RUN REFUSED - Programs.Rates.Dat holds more rates "
               "(500) than the table holds"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF

    OPEN I-O BalanceFile
    IF WS-BALANCE-FILE-STATUS = "35"
       DISPLAY "RUN REFUSED - the loan balance master Loans.Balance.Dat "
               "is not on file - create it from the ledger with "
               "LoanBalanceRebuild first"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF
    IF WS-BALANCE-FILE-STATUS NOT = "00"
       MOVE "loans.balance.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-BALANCE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF

    OPEN INPUT StudentFile
    IF WS-STUDENT-FILE-STATUS NOT = "00" AND WS-STUDENT-FILE-STATUS NOT = "05"
       PERFORM FileAbort
    END-IF

    READ BalanceFile NEXT RECORD
        AT END SET EndOfBalanceFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfBalanceFile
       ADD 1 TO WS-STUDENTS-SEEN-COUNT
       PERFORM AccrueOneStudent
       READ BalanceFile NEXT RECORD
           AT END SET EndOfBalanceFile TO TRUE
       END-READ
    END-PERFORM

    CLOSE StudentFile
    CLOSE LedgerFile
    CLOSE BalanceFile

    DISPLAY " "
    DISPLAY "============= LoanInterestAccrue Control Totals ============="
*>  LoadProgramRates - reads Programs.Dat into the rate table. A
*>  record written before the rate field existed reads back with
*>  spaces there and is carried at a zero rate, which accrues
*>  nothing until a rate is keyed through RateHistoryMaint.
*>  The rate history is loaded after it.
*>  ---------------------------------------------------------------
LoadProgramRates.
    OPEN INPUT ProgramFile
            AT END SET EndOfProgramFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE ProgramFile
    PERFORM LoadRateHistory.

*>  ---------------------------------------------------------------
*>  LoadRateHistory - reads Programs.Rates.Dat into the history
*>  table. No file means no history yet - every program is accrued
*>  at its Programs.Dat rate. More rates than the table holds refuses
*>  the run - a rate left out could be the one in force.
*>  ---------------------------------------------------------------
LoadRateHistory.
    OPEN INPUT RateFile
    IF WS-RATE-FILE-STATUS NOT = "00"
       IF WS-RATE-FILE-STATUS = "05"
          CLOSE RateFile
       ELSE
          MOVE "programs.rates.dat" TO WS-ABORT-FILE-NAME
          MOVE WS-RATE-FILE-STATUS TO WS-ABORT-FILE-STATUS
          PERFORM FileAbort
       END-IF
       EXIT PARAGRAPH
    END-IF
    READ RateFile NEXT RECORD
        AT END SET EndOfRateFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfRateFile
        IF WS-RATE-HISTORY-COUNT < 500
           ADD 1 TO WS-RATE-HISTORY-COUNT
           MOVE RateProgCode
             TO WS-RH-PROG-CODE(WS-RATE-HISTORY-COUNT)
           MOVE RateEffectiveDate
             TO WS-RH-EFFECTIVE-DATE(WS-RATE-HISTORY-COUNT)
           MOVE RateInterestRate
             TO WS-RH-INTEREST-RATE(WS-RATE-HISTORY-COUNT)
        ELSE
           SET WS-RATE-HISTORY-FULL TO TRUE
        END-IF
        READ RateFile NEXT RECORD
            AT END SET EndOfRateFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE RateFile.

*>  ---------------------------------------------------------------
*>  FindAccrueRate - the annual rate for the student's program in
*>  force on the period's month-end: the Programs.Dat rate, unless
*>  the history has an entry for the program dated on or before the
*>  month-end, when the latest such entry's rate applies.
*>  ---------------------------------------------------------------
FindAccrueRate.
    MOVE 'N' TO WS-ACCRUE-RATE-SW
    MOVE ZERO TO WS-ACCRUE-RATE
    IF WS-PROGRAM-REF-FOUND-IX NOT = ZERO
       MOVE WS-PRG-INTEREST-RATE(WS-PROGRAM-REF-FOUND-IX)
         TO WS-ACCRUE-RATE
       SET WS-ACCRUE-RATE-FOUND TO TRUE
    END-IF
    PERFORM VARYING WS-RATE-HISTORY-IX FROM 1 BY 1
            UNTIL WS-RATE-HISTORY-IX > WS-RATE-HISTORY-COUNT
       IF WS-RH-PROG-CODE(WS-RATE-HISTORY-IX) = ProgramCode
          AND WS-RH-EFFECTIVE-DATE(WS-RATE-HISTORY-IX)
              NOT > WS-PERIOD-END-DATE
          MOVE WS-RH-INTEREST-RATE(WS-RATE-HISTORY-IX)
            TO WS-ACCRUE-RATE
          SET WS-ACCRUE-RATE-FOUND TO TRUE
       END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  AccrueOneStudent - one month's interest on the balance master
*>  record in the buffer: look the student up on the roster for
*>  their ProgramCode, take that program's annual rate in force at
*>  the period's month-end over twelve,
*>  append the "I" posting and rewrite the master record. Zero
*>  balances, students already accrued this period, students off
*>  the roster and programs with no rate all pass through without a
*>  posting, each reported on its own count.
*>  ---------------------------------------------------------------
AccrueOneStudent.
    IF BalLastAccruedPeriod NOT < WS-ACCRUE-PERIOD
       ADD 1 TO WS-ALREADY-DONE-COUNT
       DISPLAY "Skipped - " BalStudentId
               " already accrued for " BalLastAccruedPeriod
       EXIT PARAGRAPH
    END-IF
    IF BalCurrentBalance = ZERO
       ADD 1 TO WS-SKIPPED-COUNT
       EXIT PARAGRAPH
    END-IF

    MOVE BalStudentId TO StudentId
    READ StudentFile
        INVALID KEY CONTINUE
    END-READ
    IF NOT WS-STUDENT-FOUND
       ADD 1 TO WS-SKIPPED-COUNT
       DISPLAY "Skipped - " BalStudentId
               " carries a ledger balance but is not on the roster"
       EXIT PARAGRAPH
    END-IF
          MOVE WS-PROGRAM-REF-IX TO WS-PROGRAM-REF-FOUND-IX
       END-IF
    END-PERFORM
    PERFORM FindAccrueRate
    IF NOT WS-ACCRUE-RATE-FOUND OR WS-ACCRUE-RATE = ZERO
       ADD 1 TO WS-SKIPPED-COUNT
       DISPLAY "Skipped - " BalStudentId
               " program " ProgramCode " carries no interest rate"
       EXIT PARAGRAPH
    END-IF
    *>   One month of the annual percentage rate, rounded to the
    *>   nearest whole unit the ledger's amounts are kept in.
    COMPUTE WS-INTEREST-AMOUNT ROUNDED =
            (BalCurrentBalance * WS-ACCRUE-RATE) / 1200
    IF WS-INTEREST-AMOUNT = ZERO
       ADD 1 TO WS-SKIPPED-COUNT
       EXIT PARAGRAPH
    END-IF
    IF WS-INTEREST-AMOUNT > 99999
       ADD 1 TO WS-SKIPPED-COUNT
       DISPLAY "Skipped - " BalStudentId
               " interest " WS-INTEREST-AMOUNT " will not fit a "
               "ledger posting amount - review the balance by hand"
       EXIT PARAGRAPH
    END-IF

    COMPUTE WS-NEW-BALANCE =
            BalCurrentBalance + WS-INTEREST-AMOUNT

    MOVE BalStudentId TO LedgerStudentId
    MOVE WS-ACCRUE-YEAR     TO LedgerPostYear
    MOVE WS-ACCRUE-MONTH    TO LedgerPostMonth
    MOVE WS-PERIOD-END-DAY  TO LedgerPostDay
    MOVE "I"                TO LedgerPostType
    MOVE WS-INTEREST-AMOUNT TO LedgerPostAmount
    MOVE WS-NEW-BALANCE     TO LedgerBalance
    MOVE SPACES             TO LedgerReversalRef
    WRITE LedgerRecord
    IF WS-LEDGER-FILE-STATUS NOT = "00"
       MOVE "loans.ledger.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-LEDGER-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF
    PERFORM UpdateBalanceMaster

    ADD 1 TO WS-ACCRUED-COUNT
    ADD WS-INTEREST-AMOUNT TO WS-INTEREST-TOTAL
    DISPLAY "Accrued - " LedgerStudentId " interest " LedgerPostAmount
            " new balance " LedgerBalance.

*>  ---------------------------------------------------------------
*>  UpdateBalanceMaster - carries the "I" posting just written onto
*>  the student's balance master record: the new balance, the
*>  month-end accrued, and the posting stamp when it is the latest
*>  the student has had - the rules LoanBalanceRebuild replays the
*>  ledger by.
*>  ---------------------------------------------------------------
UpdateBalanceMaster.
    MOVE LedgerBalance TO BalCurrentBalance
    IF LedgerPostDate > BalLastAccrueDate
       MOVE LedgerPostDate TO BalLastAccrueDate
    END-IF
    MOVE LedgerPostDate TO WS-POST-DATE
    MOVE LedgerPostTime TO WS-POST-TIME
    MOVE BalLastPostDate TO WS-MASTER-DATE
    MOVE BalLastPostTime TO WS-MASTER-TIME
    IF WS-POST-STAMP > WS-MASTER-STAMP
       MOVE WS-POST-DATE TO BalLastPostDate
       MOVE WS-POST-TIME TO BalLastPostTime
    END-IF
    REWRITE BalanceRecord
    IF WS-BALANCE-FILE-STATUS NOT = "00"
       MOVE "loans.balance.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-BALANCE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF.

*>  ---------------------------------------------------------------
*>  SetFileAssignments - builds every data-file path from the
*>  STUDENT_DATA_DIR environment variable (default "data"), so the
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.ledger.dat"
        DELIMITED BY SIZE INTO WS-LOANS-LEDGER-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-BALANCE-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.balance.dat"
        DELIMITED BY SIZE INTO WS-LOANS-BALANCE-PATH
    END-STRING
    MOVE SPACES TO WS-PROGRAMS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/programs.dat"
        DELIMITED BY SIZE INTO WS-PROGRAMS-PATH
    END-STRING
    MOVE SPACES TO WS-PROGRAMS-RATES-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/programs.rates.dat"
        DELIMITED BY SIZE INTO WS-PROGRAMS-RATES-PATH
    END-STRING
    MOVE SPACES TO WS-RUNPARMS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/runparms.dat"
        DELIMITED BY SIZE INTO WS-RUNPARMS-PATH
