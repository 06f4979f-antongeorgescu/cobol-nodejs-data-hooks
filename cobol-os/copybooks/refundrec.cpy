      *> ****************************************************************
      *> REFUNDREC.CPY
      *> Shared Loans.Refund.Dat record layout - one overpayment owed
      *> back to a student, parked by LoanPost when a repayment is
      *> larger than the balance it paid off. BankPaymentRun pays the
      *> outstanding ones out through the bank payment file and marks
      *> each one paid, with the date it went, so no refund can be
      *> sent twice. Records written before the status existed read
      *> back with spaces there and count as outstanding. Copied into
      *> every program that writes or reads the refunds file.
      *> ****************************************************************
       02  RefundStudentId      PIC 9(7).
       02  RefundDate           PIC 9(8).
       02  RefundAmount         PIC 9(5).
       02  RefundStatus         PIC X.
           88 RefundOutstanding    VALUE SPACE "O".
           88 RefundPaid           VALUE "P".
      *>      The repayment it came from was reversed before it was
      *>      paid out.
           88 RefundCancelled      VALUE "X".
      *>   The date it went to the bank - or, for a cancelled refund,
      *>   the date it was cancelled.
       02  RefundPaidDate       PIC 9(8).
