      *>   STATEMENT-PERIOD     LoanStatementRun    YYYYMM month
      *>   MAIL-PROGRAM-FILTER  MailingExtract  ProgramCode or ALL
      *>   DORMANT-YEARS        DormancySweep   9(3) years
      *>   BILLING-TERM         TermBillingRun  term name, e.g. 2026FA
      *>   TERM-START-DATE      TermBillingRun  YYYYMMDD first day
      *>   TERM-END-DATE        TermBillingRun  YYYYMMDD last day
      *>   REPAY-GRACE-MONTHS   RepayScheduleBuild  9(2) months
      *>   REPAY-TERM-MONTHS    RepayScheduleBuild  9(3) instalments
      *>   ARREARS-PERIOD       LoanArrearsRun  YYYYMM month
      *>   LOANBAL-MODE         LoanBalanceRebuild  V or R
      *>   JOURNAL-PERIOD       GLJournalExtract  YYYYMM month
      *>   RETAIN-YEARS         StudentAnonymise  9(3) years
      *>   AWARD-YEAR           AwardFundReport  YYYY award year
      *>   TAX-YEAR             LoanTaxReceiptRun  YYYY tax year
      *>   PORTAL-OFFICE        PortalIntakeImport  office code, e.g. WB
      *>   RATE-ADJUST-MODE     LoanRateAdjustRun  P or L
      *>   CURRENT-TERM         LoanPost        term name, e.g. 2026FA
      *>                        (and AcademicProgressReport)
      *>   LETTERS-FROM-DATE    CorrespondenceRun  YYYYMMDD, or blank
      *>                        for yesterday
      *>   SNAPSHOT-MODE        DatasetSnapshot  S, V or R
      *>   SNAPSHOT-DATE        DatasetSnapshot  YYYYMMDD, or blank
      *>                        for the business date
      *>   RETURN-YEAR          RegulatorExtract  YYYY, or blank for
      *>                        this year
      *> ****************************************************************
       02  ParmKeyword          PIC X(20).
       02  ParmValue            PIC X(20).
