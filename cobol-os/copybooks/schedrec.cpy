      *> ****************************************************************
      *> SCHEDREC.CPY
      *> Shared Loans.Schedule.Dat record layout - the repayment plan
      *> agreed with a student once they leave study, keyed by
      *> StudentId plus instalment number. Instalment 000 is the plan
      *> header (how the plan was built, and the repayments credited
      *> against it so far); instalments 001 onward are the monthly
      *> instalments in due order, each carrying its principal and
      *> interest split and what the arrears run last found paid
      *> against it. Built by RepayScheduleBuild, kept current by
      *> LoanArrearsRun. Copied into every program that reads or
      *> writes the schedule file.
      *> ****************************************************************
       02  SchedKey.
           03 SchedStudentId    PIC 9(7).
           03 SchedInstalmentNo PIC 9(3).
              88 SchedPlanHeader   VALUE ZERO.
      *>   One monthly instalment.
       02  SchedInstalment.
           03 SchedDueDate.
              04 SchedDueYear   PIC 9(4).
              04 SchedDueMonth  PIC 9(2).
              04 SchedDueDay    PIC 9(2).
           03 SchedAmountDue    PIC 9(5).
           03 SchedPrincipal    PIC 9(5).
           03 SchedInterest     PIC 9(5).
      *>      Plan balance left once this instalment is paid as agreed.
           03 SchedClosingBalance PIC 9(7).
      *>      Repayments allocated to this instalment, oldest due
      *>      first, at the last arrears run.
           03 SchedAmountPaid   PIC 9(5).
           03 SchedStatus       PIC X.
              88 SchedNotYetDue    VALUE "O".
              88 SchedPaid         VALUE "P".
              88 SchedPartPaid     VALUE "T".
              88 SchedMissed       VALUE "M".
              88 SchedPaidAhead    VALUE "A".
           03 FILLER            PIC X(34).
      *>   The plan header (instalment 000) over the same bytes.
       02  SchedPlan REDEFINES SchedInstalment.
      *>      When the plan was built - repayments posted after this
      *>      stamp are the ones credited against it.
           03 PlanCreatedDate   PIC 9(8).
           03 PlanCreatedTime   PIC 9(8).
      *>      The StatusCode the student left study with (I or G) and
      *>      the StatusDate they left on.
           03 PlanLeaveStatus   PIC X.
           03 PlanLeaveDate     PIC 9(8).
           03 PlanPrincipal     PIC 9(7).
           03 PlanInterestRate  PIC 9(2)V99.
      *>      Zero until the last instalment is on file - a header
      *>      left at zero marks a plan whose build did not finish.
           03 PlanInstalments   PIC 9(3).
           03 PlanFirstDueDate  PIC 9(8).
      *>      Repayments credited so far, and the stamp of the latest
      *>      ledger posting taken - the arrears run only ever adds
      *>      postings later than this, so a re-run cannot count the
      *>      same repayment twice, and what was credited survives
      *>      LoanPeriodClose cutting the postings to the archive.
           03 PlanRepaidToDate  PIC 9(7).
           03 PlanRepaidThroughDate PIC 9(8).
           03 PlanRepaidThroughTime PIC 9(8).
