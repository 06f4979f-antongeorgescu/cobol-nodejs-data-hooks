      *> ****************************************************************
      *> ARCHLIST.CPY
      *> Shared Loans.Ledger.Archives.Dat record layout - one record
      *> per dated ledger archive LoanPeriodClose has cut, oldest
      *> first, so the programs that need the ledger's whole history
      *> (LoanTaxReceiptRun) can find every archive without guessing
      *> file names. Appended by LoanPeriodClose once a close is
      *> installed; an archive cut before the list existed is added
      *> to it by hand, in date order. Copied into every program that
      *> reads or writes the list.
      *> ****************************************************************
      *>   The archive's file name inside the data directory - no
      *>   directory part, so a copied dataset still finds its archives.
       02  ArchListFileName     PIC X(60).
       02  ArchListCloseDate    PIC 9(8).
      *>   Earliest and latest posting dates in the archive, and how
      *>   many postings it holds.
       02  ArchListFirstPostDate PIC 9(8).
       02  ArchListLastPostDate PIC 9(8).
       02  ArchListPostingCount PIC 9(7).
       02  FILLER               PIC X(9).
