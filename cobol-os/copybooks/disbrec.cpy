      *> ****************************************************************
      *> DISBREC.CPY
      *> Shared Loans.Disburse.Dat record layout - one loan
      *> disbursement owed out to a student, queued by LoanPost as it
      *> applies each "D" posting to the ledger and carrying that
      *> ledger entry's date and time stamp. BankPaymentRun pays the
      *> outstanding ones out through the bank payment file and marks
      *> each one paid, with the date it went, so no disbursement can
      *> be sent twice. Copied into every program that writes or reads
      *> the disbursements file.
      *> ****************************************************************
       02  DisbStudentId        PIC 9(7).
       02  DisbPostDate         PIC 9(8).
       02  DisbPostTime         PIC 9(8).
       02  DisbAmount           PIC 9(5).
       02  DisbStatus           PIC X.
           88 DisbOutstanding      VALUE "O".
           88 DisbPaid             VALUE "P".
      *>      The "D" posting was reversed before it was paid out.
           88 DisbCancelled        VALUE "X".
       02  DisbPaidDate         PIC 9(8).
