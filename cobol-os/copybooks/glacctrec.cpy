      *> ****************************************************************
      *> GLACCTREC.CPY
      *> Shared GL.Accounts.Dat record layout - the finance general
      *> ledger's account codes the loan activity of one ProgramCode is
      *> journalled to, maintained through GLAccountMaint and read by
      *> GLJournalExtract. The "****" record is the default: it carries
      *> the accounts for a program with no record of its own, and for
      *> receipts that belong to no student (the bank suspense). Copied
      *> into every program that reads or maintains GL.Accounts.Dat.
      *> ****************************************************************
       02  GLProgramCode        PIC X(4).
           88 GLDefaultMapping     VALUE "****".
      *>   Loans owed by the program's students.
       02  GLReceivableAcct     PIC X(10).
      *>   Interest charged on those loans.
       02  GLInterestIncomeAcct PIC X(10).
      *>   The bank account the money goes out of and comes into.
       02  GLBankAcct           PIC X(10).
      *>   Overpayments held until refunded to the student.
       02  GLRefundsOwedAcct    PIC X(10).
      *>   Receipts the bank sent that matched no student.
       02  GLSuspenseAcct       PIC X(10).
      *>   Loan balances written off as uncollectable. Blank on an
      *>   entry set up before write-offs were journalled - the extract
      *>   then takes the "****" default's.
       02  GLWriteOffAcct       PIC X(10).
      *>   Bursary and scholarship awards applied against loans. Blank
      *>   on an entry set up before awards were journalled - the
      *>   extract then takes the "****" default's.
       02  GLAwardFundAcct      PIC X(10).
