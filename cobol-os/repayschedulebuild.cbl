IDENTIFICATION DIVISION.
PROGRAM-ID. RepayScheduleBuild.
AUTHOR. Anton Georgescu.
*> Repayment schedule build - gives every student who has left
*> study (Inactive, or Graduated) and still owes on the loan balance
*> master Loans.Balance.Dat an agreed repayment plan on
*> Loans.Schedule.Dat: monthly instalments, amortised over an
*> operator-supplied number of months at the annual interest rate in
*> force for their program on the day the plan is built - the latest
*> entry on or before today in the rate history Programs.Rates.Dat, the
*> way LoanInterestAccrue takes its rate, or the ProgInterestRate on
*> Programs.Dat for a program with no history yet - the first falling
*> due once an operator-supplied grace period after the StatusDate they
*> left on has run out. Each instalment carries its principal and
*> interest split; the last one takes up the rounding so the plan
*> repays the balance exactly. The plan header goes down first with no
*> instalment count and is rewritten with the count once the last
*> instalment is on file, so a run that failed partway leaves a header
*> showing zero instalments; the next run clears that plan and builds
*> it again. A student who already has a complete plan is left alone,
*> so the run is safe to repeat nightly after StudentWrite - it picks
*> up exactly the students who left since it last ran. LoanArrearsRun
*> then proves the repayments actually posted against the plan.
*>
*> RETURN-CODEs: 0 built, 8 refused (no Programs.Dat, rate history too
*> large for the table, bad plan answers, no balance master), 12 file
*> error.

*> cobc -x -free repayschedulebuild.cbl      (standalone)
*> cobc -m -free repayschedulebuild.cbl      (module, CALLable from OperatorConsole)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT StudentFile ASSIGN WS-STUDENTS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS StudentId
             ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
             FILE STATUS IS WS-STUDENT-FILE-STATUS.

      SELECT BalanceFile ASSIGN WS-LOANS-BALANCE-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
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

      SELECT OPTIONAL ScheduleFile ASSIGN WS-LOANS-SCHEDULE-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SchedKey
             FILE STATUS IS WS-SCHEDULE-FILE-STATUS.

      SELECT OPTIONAL RunParmFile ASSIGN WS-RUNPARMS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-RUNPARM-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD StudentFile.
01 StudentDetails.
   88 EndOfStudentFile     VALUE HIGH-VALUES.
   COPY studrec.

FD BalanceFile.
01 BalanceRecord.
   COPY loanbal.

FD ProgramFile.
01 ProgramRefRecord.
   88 EndOfProgramFile     VALUE HIGH-VALUES.
   COPY progrec.

FD RateFile.
01 RateRecord.
   88 EndOfRateFile        VALUE HIGH-VALUES.
   COPY raterec.

FD ScheduleFile.
01 ScheduleRecord.
   COPY schedrec.

FD RunParmFile.
01 RunParmRecord.
   88 EndOfRunParmFile     VALUE HIGH-VALUES.
   COPY runparm.

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>   comes from the STUDENT_DATA_DIR environment variable (default
*>   "data"), so the same compiled programs run against the
*>   production directory tonight and a test copy tomorrow morning
*>   without recompiling.
01  WS-DATA-DIR              PIC X(64).
01  WS-STUDENTS-PATH         PIC X(160).
01  WS-LOANS-BALANCE-PATH    PIC X(160).
01  WS-PROGRAMS-PATH         PIC X(160).
01  WS-PROGRAMS-RATES-PATH   PIC X(160).
01  WS-LOANS-SCHEDULE-PATH   PIC X(160).
01  WS-RUNPARMS-PATH         PIC X(160).

01  WS-STUDENT-FILE-STATUS   PIC XX.
01  WS-BALANCE-FILE-STATUS   PIC XX.
    88  WS-BALANCE-FOUND         VALUE "00".
01  WS-PROGRAM-FILE-STATUS   PIC XX.
01  WS-RATE-FILE-STATUS      PIC XX.
01  WS-SCHEDULE-FILE-STATUS  PIC XX.
    88  WS-PLAN-ON-FILE          VALUE "00".
*>   File-status hardening - a required file that fails to open
*>   abandons the run with a clear operator message and RETURN-CODE
*>   12, instead of a runtime abort partway through.
01  WS-ABORT-FILE-NAME        PIC X(30).
01  WS-ABORT-FILE-STATUS      PIC XX.

*>   The plan terms - grace months after leaving before the first
*>   instalment falls due, and the number of monthly instalments -
*>   from RunParms.Dat when the control file supplied them,
*>   otherwise the console prompts.
01  WS-RUNPARM-FILE-STATUS   PIC XX.
01  WS-PARM-SOURCE           PIC X(12) VALUE "console".
01  WS-GRACE-PARM-SW         PIC X VALUE 'N'.
    88  WS-GRACE-FROM-PARMS      VALUE 'Y'.
01  WS-TERM-PARM-SW          PIC X VALUE 'N'.
    88  WS-TERM-FROM-PARMS       VALUE 'Y'.
01  WS-GRACE-MONTHS          PIC 9(2).
01  WS-TERM-MONTHS           PIC 9(3).

*>   Programs.Dat reference master - each plan is amortised at the
*>   annual rate of the student's program, unless the rate history
*>   below has one in force for it.
01  WS-PROGRAM-REF-TABLE.
    02  WS-PROGRAM-REF-COUNT    PIC 9(2) VALUE ZERO.
    02  WS-PROGRAM-REF-ENTRY OCCURS 20 TIMES INDEXED BY WS-PROGRAM-REF-IX.
        03  WS-PRG-CODE             PIC X(4).
        03  WS-PRG-INTEREST-RATE    PIC 9(2)V99.
01  WS-PROGRAM-REF-FOUND-IX  PIC 9(2).

*>   Programs.Rates.Dat, loaded whole in key order (program, then
*>   effective date), so the rate in force today is the last entry
*>   for the program dated on or before it.
01  WS-RATE-HISTORY-TABLE.
    02  WS-RATE-HISTORY-COUNT   PIC 9(3) VALUE ZERO.
    02  WS-RATE-HISTORY-ENTRY OCCURS 500 TIMES INDEXED BY WS-RATE-HISTORY-IX.
        03  WS-RH-PROG-CODE         PIC X(4).
        03  WS-RH-EFFECTIVE-DATE    PIC 9(8).
        03  WS-RH-INTEREST-RATE     PIC 9(2)V99.
01  WS-RATE-HISTORY-FULL-SW  PIC X VALUE 'N'.
    88  WS-RATE-HISTORY-FULL     VALUE 'Y'.

*>   Amortisation working items - the monthly rate as a fraction,
*>   the level instalment it gives over the term, and the plan
*>   balance as each instalment is laid down.
01  WS-PLAN-RATE             PIC 9(2)V99.
01  WS-MONTHLY-RATE          PIC 9V9(8).
01  WS-GROWTH-FACTOR         PIC 9(5)V9(8).
01  WS-LEVEL-PAYMENT         PIC 9(7).
01  WS-PLAN-PRINCIPAL        PIC 9(7).
01  WS-PLAN-BALANCE          PIC 9(7).
01  WS-INST-INTEREST         PIC 9(7).
01  WS-INST-PRINCIPAL        PIC 9(7).
01  WS-INST-AMOUNT           PIC 9(7).
01  WS-INST-NO               PIC 9(3).
01  WS-LAST-INST-SW          PIC X.
    88  WS-LAST-INSTALMENT       VALUE 'Y'.
01  WS-DUE-DATE.
    02  WS-DUE-YEAR             PIC 9(4).
    02  WS-DUE-MONTH            PIC 9(2).
    02  WS-DUE-DAY              PIC 9(2).
01  WS-DUE-DATE-NUM REDEFINES WS-DUE-DATE PIC 9(8).
01  WS-MONTH-COUNT           PIC 9(5).

01  WS-CURRENT-DATE-DATA.
    05  WS-CURRENT-DATE         PIC 9(8).
    05  WS-CURRENT-TIME         PIC 9(8).

*>   Control totals for the end-of-run summary.
01  WS-STUDENTS-READ-COUNT   PIC 9(7) VALUE ZERO.
01  WS-LEFT-STUDY-COUNT      PIC 9(7) VALUE ZERO.
01  WS-PLANS-BUILT-COUNT     PIC 9(7) VALUE ZERO.
01  WS-PLANS-REBUILT-COUNT   PIC 9(7) VALUE ZERO.
01  WS-ALREADY-PLANNED-COUNT PIC 9(7) VALUE ZERO.
01  WS-NOTHING-OWED-COUNT    PIC 9(7) VALUE ZERO.
01  WS-SKIPPED-COUNT         PIC 9(7) VALUE ZERO.
01  WS-INSTALMENTS-COUNT     PIC 9(7) VALUE ZERO.
01  WS-PRINCIPAL-TOTAL       PIC 9(9) VALUE ZERO.

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
    MOVE FUNCTION CURRENT-DATE(1:16) TO WS-CURRENT-DATE-DATA

    PERFORM GetRunParms
    IF WS-GRACE-FROM-PARMS
       DISPLAY "Grace period " WS-GRACE-MONTHS " months taken from "
               "RunParms.Dat"
    ELSE
       DISPLAY "Grace period after leaving study (months): "
               WITH NO ADVANCING
       ACCEPT WS-GRACE-MONTHS
    END-IF
    IF WS-TERM-FROM-PARMS
       DISPLAY "Repayment term " WS-TERM-MONTHS " months taken from "
               "RunParms.Dat"
    ELSE
       DISPLAY "Repayment term (number of monthly instalments): "
               WITH NO ADVANCING
       ACCEPT WS-TERM-MONTHS
    END-IF
    IF WS-GRACE-MONTHS NOT NUMERIC
       OR WS-TERM-MONTHS NOT NUMERIC
       OR WS-TERM-MONTHS = ZERO
       DISPLAY "RUN REFUSED - the grace period and repayment term "
               "must be numbers of months, the term at least one"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF

    PERFORM LoadProgramRates
    IF WS-PROGRAM-REF-COUNT = ZERO
       DISPLAY "RUN REFUSED - Programs.Dat is not on file, so there "
               "are no interest rates to amortise at - maintain it "
               "through ProgramMaint first"
       MOVE 8 TO RETURN-CODE
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

    OPEN INPUT BalanceFile
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
       MOVE "students.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-STUDENT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN I-O ScheduleFile
    IF WS-SCHEDULE-FILE-STATUS NOT = "00" AND WS-SCHEDULE-FILE-STATUS NOT = "05"
       MOVE "loans.schedule.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-SCHEDULE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF

    READ StudentFile
        AT END SET EndOfStudentFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfStudentFile
        ADD 1 TO WS-STUDENTS-READ-COUNT
        IF StatusInactive OR StatusGraduated
           ADD 1 TO WS-LEFT-STUDY-COUNT
           PERFORM PlanOneStudent
        END-IF
        READ StudentFile
            AT END SET EndOfStudentFile TO TRUE
        END-READ
    END-PERFORM

    CLOSE StudentFile
    CLOSE ScheduleFile
    CLOSE BalanceFile

    DISPLAY " "
    DISPLAY "============= RepayScheduleBuild Control Totals ============="
    DISPLAY "Plan terms (" WS-PARM-SOURCE ")............ : grace "
            WS-GRACE-MONTHS " months, " WS-TERM-MONTHS " instalments"
    DISPLAY "Students read......................... : " WS-STUDENTS-READ-COUNT
    DISPLAY "Students who have left study.......... : " WS-LEFT-STUDY-COUNT
    DISPLAY "Repayment plans built................. : " WS-PLANS-BUILT-COUNT
    DISPLAY "  of which unfinished plans rebuilt... : " WS-PLANS-REBUILT-COUNT
    DISPLAY "Instalments scheduled................. : " WS-INSTALMENTS-COUNT
    DISPLAY "Principal put on plans................ : " WS-PRINCIPAL-TOTAL
    DISPLAY "Already on a plan (left alone)........ : " WS-ALREADY-PLANNED-COUNT
    DISPLAY "Nothing owed on the ledger............ : " WS-NOTHING-OWED-COUNT
    DISPLAY "Skipped (see messages above).......... : " WS-SKIPPED-COUNT
    DISPLAY "============================================================="

    PERFORM WriteRunControl

    GOBACK.

*>  ---------------------------------------------------------------
*>  WriteRunControl - this run's record counts and final
*>  RETURN-CODE, appended to Runs.Dat through runlogger.
*>  ---------------------------------------------------------------
WriteRunControl.
    MOVE "RepayScheduleBuild" TO RunProgramName
    MOVE WS-RUN-START-DATE TO RunStartDate
    MOVE WS-RUN-START-TIME TO RunStartTime
    MOVE WS-STUDENTS-READ-COUNT TO RunRecordsRead
    MOVE WS-INSTALMENTS-COUNT TO RunRecordsWritten
    MOVE WS-SKIPPED-COUNT TO RunRejectedCount
    MOVE RETURN-CODE TO RunReturnCode
    CALL "runlogger" USING BY REFERENCE WS-RUN-CONTROL.

*>  ---------------------------------------------------------------
*>  FileAbort - a required file failed to open; report it and
*>  abandon the run with RETURN-CODE 12.
*>  ---------------------------------------------------------------
FileAbort.
    DISPLAY "FILE ERROR - cannot open " WS-ABORT-FILE-NAME
            " (file status " WS-ABORT-FILE-STATUS ") - run abandoned"
    MOVE 12 TO RETURN-CODE
    PERFORM WriteRunControl
    GOBACK.

*>  ---------------------------------------------------------------
*>  FileWriteAbort - a write failed mid-run; report what actually
*>  failed and abandon the run with RETURN-CODE 12.
*>  ---------------------------------------------------------------
FileWriteAbort.
    DISPLAY "FILE ERROR - write to " WS-ABORT-FILE-NAME
            " failed (file status " WS-ABORT-FILE-STATUS
            ") - run abandoned"
    MOVE 12 TO RETURN-CODE
    PERFORM WriteRunControl
    GOBACK.

*>  ---------------------------------------------------------------
*>  GetRunParms - reads RunParms.Dat (when it exists) for this
*>  program's REPAY-GRACE-MONTHS and REPAY-TERM-MONTHS keywords, so
*>  an unattended run needs nobody at the console. A missing file,
*>  or a file without the keywords, leaves the program prompting.
*>  ---------------------------------------------------------------
GetRunParms.
    OPEN INPUT RunParmFile
    *>   Status 05 means the OPTIONAL file was absent and is now open
    *>   and empty - the read loop below just hits end-of-file.
    IF WS-RUNPARM-FILE-STATUS NOT = "00" AND WS-RUNPARM-FILE-STATUS NOT = "05"
       EXIT PARAGRAPH
    END-IF
    READ RunParmFile
        AT END SET EndOfRunParmFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfRunParmFile
        IF ParmKeyword = "REPAY-GRACE-MONTHS"
           MOVE FUNCTION NUMVAL(ParmValue) TO WS-GRACE-MONTHS
           SET WS-GRACE-FROM-PARMS TO TRUE
           MOVE "RunParms.Dat" TO WS-PARM-SOURCE
        END-IF
        IF ParmKeyword = "REPAY-TERM-MONTHS"
           MOVE FUNCTION NUMVAL(ParmValue) TO WS-TERM-MONTHS
           SET WS-TERM-FROM-PARMS TO TRUE
           MOVE "RunParms.Dat" TO WS-PARM-SOURCE
        END-IF
        READ RunParmFile
            AT END SET EndOfRunParmFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE RunParmFile.

*>  ---------------------------------------------------------------
*>  LoadProgramRates - reads Programs.Dat into the rate table. A
*>  record written before the rate field existed reads back with
*>  spaces there and is carried at a zero rate - its students get
*>  an interest-free plan.
*>  ---------------------------------------------------------------
LoadProgramRates.
    OPEN INPUT ProgramFile
    IF WS-PROGRAM-FILE-STATUS NOT = "00"
       *>   Status 05 means the OPTIONAL open created an empty file -
       *>   close it again; the count stays zero and main refuses.
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
           MOVE ProgCode TO WS-PRG-CODE(WS-PROGRAM-REF-COUNT)
           IF ProgInterestRate IS NUMERIC
              MOVE ProgInterestRate
                TO WS-PRG-INTEREST-RATE(WS-PROGRAM-REF-COUNT)
           ELSE
              MOVE ZERO TO WS-PRG-INTEREST-RATE(WS-PROGRAM-REF-COUNT)
           END-IF
        ELSE
           DISPLAY "WARNING - program table is full (20 programs) - "
                   "record for " ProgCode " not loaded"
        END-IF
        READ ProgramFile
            AT END SET EndOfProgramFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE ProgramFile
    PERFORM LoadRateHistory.

*>  ---------------------------------------------------------------
*>  LoadRateHistory - reads Programs.Rates.Dat into the history
*>  table. No file means no history yet - every plan is amortised
*>  at its program's Programs.Dat rate. More rates than the table
*>  holds refuses the run - a rate left out could be the one in
*>  force.
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
*>  FindPlanRate - the annual rate for the student's program in
*>  force today: the Programs.Dat rate, unless the history has an
*>  entry for the program dated on or before today, when the latest
*>  such entry's rate applies.
*>  ---------------------------------------------------------------
FindPlanRate.
    MOVE ZERO TO WS-PLAN-RATE
    PERFORM VARYING WS-PROGRAM-REF-IX FROM 1 BY 1
            UNTIL WS-PROGRAM-REF-IX > WS-PROGRAM-REF-COUNT
       IF WS-PRG-CODE(WS-PROGRAM-REF-IX) = ProgramCode
          MOVE WS-PRG-INTEREST-RATE(WS-PROGRAM-REF-IX) TO WS-PLAN-RATE
       END-IF
    END-PERFORM
    PERFORM VARYING WS-RATE-HISTORY-IX FROM 1 BY 1
            UNTIL WS-RATE-HISTORY-IX > WS-RATE-HISTORY-COUNT
       IF WS-RH-PROG-CODE(WS-RATE-HISTORY-IX) = ProgramCode
          AND WS-RH-EFFECTIVE-DATE(WS-RATE-HISTORY-IX)
              NOT > WS-CURRENT-DATE
          MOVE WS-RH-INTEREST-RATE(WS-RATE-HISTORY-IX)
            TO WS-PLAN-RATE
       END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  PlanOneStudent - the student in the buffer has left study. One
*>  already holding a complete plan, or owing nothing, is passed
*>  over; a plan left unfinished by a failed run is cleared first;
*>  otherwise the plan is laid down at their program's rate.
*>  ---------------------------------------------------------------
PlanOneStudent.
    MOVE StudentId TO SchedStudentId
    MOVE ZERO TO SchedInstalmentNo
    READ ScheduleFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-PLAN-ON-FILE
       IF PlanInstalments NOT = ZERO
          ADD 1 TO WS-ALREADY-PLANNED-COUNT
          EXIT PARAGRAPH
       END-IF
       PERFORM ClearUnfinishedPlan
    END-IF

    MOVE ZERO TO WS-PLAN-BALANCE
    MOVE StudentId TO BalStudentId
    READ BalanceFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-BALANCE-FOUND
       MOVE BalCurrentBalance TO WS-PLAN-BALANCE
    END-IF
    IF WS-PLAN-BALANCE = ZERO
       ADD 1 TO WS-NOTHING-OWED-COUNT
       EXIT PARAGRAPH
    END-IF

    PERFORM FindPlanRate

    PERFORM ComputeLevelPayment
    IF WS-LEVEL-PAYMENT > 99999
       ADD 1 TO WS-SKIPPED-COUNT
       DISPLAY "Skipped - " StudentId " instalment " WS-LEVEL-PAYMENT
               " will not fit a schedule amount - agree a plan by hand"
       EXIT PARAGRAPH
    END-IF

    MOVE WS-PLAN-BALANCE TO WS-PLAN-PRINCIPAL
    PERFORM WritePlanHeader
    PERFORM WritePlanInstalments
    PERFORM CompletePlanHeader

    ADD 1 TO WS-PLANS-BUILT-COUNT
    ADD WS-PLAN-PRINCIPAL TO WS-PRINCIPAL-TOTAL
    DISPLAY "Planned - " StudentId " balance " WS-PLAN-PRINCIPAL
            " over " WS-INST-NO " instalments of "
            WS-LEVEL-PAYMENT " from " PlanFirstDueDate.

*>  ---------------------------------------------------------------
*>  ComputeLevelPayment - the level monthly instalment that repays
*>  the balance over the term at the program's rate:
*>      P * r * (1+r)**n / ((1+r)**n - 1)
*>  with r the annual percentage over twelve hundred, rounded up to
*>  the next whole unit so the plan never runs past its term. A
*>  zero rate simply divides the balance over the term.
*>  ---------------------------------------------------------------
ComputeLevelPayment.
    COMPUTE WS-MONTHLY-RATE = WS-PLAN-RATE / 1200
    IF WS-MONTHLY-RATE = ZERO
       COMPUTE WS-LEVEL-PAYMENT = (WS-PLAN-BALANCE + WS-TERM-MONTHS - 1)
                                  / WS-TERM-MONTHS
    ELSE
       COMPUTE WS-GROWTH-FACTOR = (1 + WS-MONTHLY-RATE) ** WS-TERM-MONTHS
       COMPUTE WS-LEVEL-PAYMENT =
               (WS-PLAN-BALANCE * WS-MONTHLY-RATE * WS-GROWTH-FACTOR)
               / (WS-GROWTH-FACTOR - 1) + 0.99999999
    END-IF.

*>  ---------------------------------------------------------------
*>  SetFirstDueDate - the first of the month after the grace period
*>  has run from the StatusDate the student left study on.
*>  ---------------------------------------------------------------
SetFirstDueDate.
    COMPUTE WS-MONTH-COUNT = (StatusYear * 12) + (StatusMonth - 1)
                             + WS-GRACE-MONTHS + 1
    DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-DUE-YEAR
                                REMAINDER WS-DUE-MONTH
    ADD 1 TO WS-DUE-MONTH
    MOVE 1 TO WS-DUE-DAY.

*>  ---------------------------------------------------------------
*>  WritePlanInstalments - lays down the instalments in due order.
*>  Each month's interest is the plan balance at the monthly rate;
*>  the rest of the level payment repays principal. The last
*>  instalment - the term's final month, or sooner if the rounded-up
*>  payment clears the balance early - repays whatever is left.
*>  ---------------------------------------------------------------
WritePlanInstalments.
    MOVE ZERO TO WS-INST-NO
    MOVE 'N' TO WS-LAST-INST-SW
    PERFORM UNTIL WS-LAST-INSTALMENT
       ADD 1 TO WS-INST-NO
       COMPUTE WS-INST-INTEREST ROUNDED =
               WS-PLAN-BALANCE * WS-MONTHLY-RATE
       IF WS-INST-NO >= WS-TERM-MONTHS
          OR WS-LEVEL-PAYMENT >= WS-PLAN-BALANCE + WS-INST-INTEREST
          SET WS-LAST-INSTALMENT TO TRUE
          MOVE WS-PLAN-BALANCE TO WS-INST-PRINCIPAL
          COMPUTE WS-INST-AMOUNT = WS-PLAN-BALANCE + WS-INST-INTEREST
       ELSE
          COMPUTE WS-INST-PRINCIPAL = WS-LEVEL-PAYMENT - WS-INST-INTEREST
          MOVE WS-LEVEL-PAYMENT TO WS-INST-AMOUNT
       END-IF
       SUBTRACT WS-INST-PRINCIPAL FROM WS-PLAN-BALANCE

       MOVE SPACES TO ScheduleRecord
       MOVE StudentId           TO SchedStudentId
       MOVE WS-INST-NO          TO SchedInstalmentNo
       MOVE WS-DUE-DATE-NUM     TO SchedDueDate
       MOVE WS-INST-AMOUNT      TO SchedAmountDue
       MOVE WS-INST-PRINCIPAL   TO SchedPrincipal
       MOVE WS-INST-INTEREST    TO SchedInterest
       MOVE WS-PLAN-BALANCE     TO SchedClosingBalance
       MOVE ZERO                TO SchedAmountPaid
       SET SchedNotYetDue TO TRUE
       WRITE ScheduleRecord
       IF WS-SCHEDULE-FILE-STATUS NOT = "00"
          MOVE "loans.schedule.dat" TO WS-ABORT-FILE-NAME
          MOVE WS-SCHEDULE-FILE-STATUS TO WS-ABORT-FILE-STATUS
          PERFORM FileWriteAbort
       END-IF
       ADD 1 TO WS-INSTALMENTS-COUNT

       ADD 1 TO WS-DUE-MONTH
       IF WS-DUE-MONTH > 12
          MOVE 1 TO WS-DUE-MONTH
          ADD 1 TO WS-DUE-YEAR
       END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  WritePlanHeader - instalment 000, written before the
*>  instalments with a zero instalment count, so no instalment is
*>  ever on file without its header; CompletePlanHeader puts the
*>  real count on it once they are all down. Repayments are credited
*>  against the plan from this moment on.
*>  ---------------------------------------------------------------
WritePlanHeader.
    MOVE SPACES TO ScheduleRecord
    MOVE StudentId           TO SchedStudentId
    MOVE ZERO                TO SchedInstalmentNo
    MOVE WS-CURRENT-DATE     TO PlanCreatedDate
    MOVE WS-CURRENT-TIME     TO PlanCreatedTime
    MOVE StatusCode          TO PlanLeaveStatus
    MOVE StatusDate          TO PlanLeaveDate
    MOVE WS-PLAN-PRINCIPAL   TO PlanPrincipal
    MOVE WS-PLAN-RATE        TO PlanInterestRate
    MOVE ZERO                TO PlanInstalments
    PERFORM SetFirstDueDate
    MOVE WS-DUE-DATE-NUM     TO PlanFirstDueDate
    MOVE ZERO                TO PlanRepaidToDate
    MOVE WS-CURRENT-DATE     TO PlanRepaidThroughDate
    MOVE WS-CURRENT-TIME     TO PlanRepaidThroughTime
    WRITE ScheduleRecord
    IF WS-SCHEDULE-FILE-STATUS NOT = "00"
       MOVE "loans.schedule.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-SCHEDULE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF.

*>  ---------------------------------------------------------------
*>  CompletePlanHeader - the instalments are all on file; the
*>  header is read back and rewritten with their count, which marks
*>  the plan complete.
*>  ---------------------------------------------------------------
CompletePlanHeader.
    MOVE StudentId TO SchedStudentId
    MOVE ZERO TO SchedInstalmentNo
    READ ScheduleFile
        INVALID KEY CONTINUE
    END-READ
    IF NOT WS-PLAN-ON-FILE
       MOVE "loans.schedule.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-SCHEDULE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF
    MOVE WS-INST-NO TO PlanInstalments
    REWRITE ScheduleRecord
    IF WS-SCHEDULE-FILE-STATUS NOT = "00"
       MOVE "loans.schedule.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-SCHEDULE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF.

*>  ---------------------------------------------------------------
*>  ClearUnfinishedPlan - the header in the buffer shows no
*>  instalment count, so the run that built the plan failed before
*>  finishing it. The header and whatever instalments it got down
*>  are deleted so the plan can be built again from the start.
*>  ---------------------------------------------------------------
ClearUnfinishedPlan.
    DISPLAY "Rebuilding - " StudentId " plan left unfinished by an "
            "earlier run"
    ADD 1 TO WS-PLANS-REBUILT-COUNT
    MOVE StudentId TO SchedStudentId
    MOVE ZERO TO SchedInstalmentNo
    START ScheduleFile KEY IS NOT LESS THAN SchedKey
        INVALID KEY EXIT PARAGRAPH
    END-START
    READ ScheduleFile NEXT RECORD
        AT END CONTINUE
    END-READ
    PERFORM UNTIL WS-SCHEDULE-FILE-STATUS NOT = "00"
               OR SchedStudentId NOT = StudentId
       DELETE ScheduleFile RECORD
       IF WS-SCHEDULE-FILE-STATUS NOT = "00"
          MOVE "loans.schedule.dat" TO WS-ABORT-FILE-NAME
          MOVE WS-SCHEDULE-FILE-STATUS TO WS-ABORT-FILE-STATUS
          PERFORM FileWriteAbort
       END-IF
       READ ScheduleFile NEXT RECORD
           AT END CONTINUE
       END-READ
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
    MOVE SPACES TO WS-STUDENTS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-PATH
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
    MOVE SPACES TO WS-LOANS-SCHEDULE-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.schedule.dat"
        DELIMITED BY SIZE INTO WS-LOANS-SCHEDULE-PATH
    END-STRING
    MOVE SPACES TO WS-RUNPARMS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/runparms.dat"
        DELIMITED BY SIZE INTO WS-RUNPARMS-PATH
    END-STRING.
