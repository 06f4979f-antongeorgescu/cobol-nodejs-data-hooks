      *> ****************************************************************
      *> FUNDREC.CPY
      *> Shared Awards.Funds.Dat record layout - one record per
      *> scholarship or bursary fund per award year, carrying the
      *> fund's budget for that year and the ProgramCodes whose
      *> students may be awarded from it. Maintained through
      *> AwardFundMaint; read by AwardEntry (which refuses an award
      *> beyond what is left of the budget), AwardApplyRun and
      *> AwardFundReport. Copied into every program that reads or
      *> maintains the file.
      *> ****************************************************************
       02  FundKey.
           03 FundCode          PIC X(4).
      *>      The award year the budget is for - a fund is set up
      *>      afresh, with its new budget, for each year.
           03 FundYear          PIC 9(4).
       02  FundName             PIC X(30).
       02  FundBudget           PIC 9(7).
      *>   Up to six eligible ProgramCodes; unused slots are spaces.
       02  FundEligibleCodes.
           03 FundProgramCode   PIC X(4) OCCURS 6 TIMES.
       02  FILLER               PIC X(11).
