      *> ****************************************************************
      *> LOANBAL.CPY
      *> Shared Loans.Balance.Dat record layout - the loan balance
      *> master, one record per student who has ever had a posting on
      *> Loans.Ledger.Dat, keyed by StudentId. It holds what the ledger
      *> programs used to rebuild every night by reading the whole
      *> ledger into a table: the student's current posted balance,
      *> the date of their last repayment and the last month accrued.
      *> Every program that appends to or rewrites the ledger keeps
      *> the master in step as it posts; LoanBalanceRebuild proves the
      *> master against the ledger and recreates it from the ledger.
      *> Copied into every program that reads or writes the master.
      *> ****************************************************************
       02  BalStudentId         PIC 9(7).
      *>   LedgerBalance of the student's latest posting.
       02  BalCurrentBalance    PIC 9(7).
      *>   Date of the latest "R" posting (zero-amount memos carried
      *>   across a period close included); zero if never repaid.
       02  BalLastRepayDate     PIC 9(8).
      *>   Date of the latest "I" posting - a month-end, so its year
      *>   and month name the last period accrued; zero if none yet.
       02  BalLastAccrueDate.
           03 BalLastAccruedPeriod.
              04 BalLastAccruedYear  PIC 9(4).
              04 BalLastAccruedMonth PIC 9(2).
           03 BalLastAccruedDay   PIC 9(2).
      *>   Stamp of the latest posting applied - no ledger posting for
      *>   the student may be later than this.
       02  BalLastPostDate      PIC 9(8).
       02  BalLastPostTime      PIC 9(8).
       02  FILLER               PIC X(20).
