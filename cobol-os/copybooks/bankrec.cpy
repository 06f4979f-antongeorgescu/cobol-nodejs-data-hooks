      *> ****************************************************************
      *> BANKREC.CPY
      *> Shared Students.Bank.Dat record layout - the bank account a
      *> student's disbursements and refunds are paid into, keyed by
      *> the same 7-digit StudentId as the roster. Kept as a companion
      *> file, the Students.Contact.Dat pattern, so the roster programs
      *> that never pay anyone are untouched. Maintained through
      *> BankDetailEntry; read by BankPaymentRun, which sends an item
      *> for a student with no usable record here to its exceptions
      *> report instead of the bank. Copied into every program that
      *> reads or maintains the file.
      *> ****************************************************************
       02  BankStudentId        PIC 9(7).
      *>   The name the account is held in, as the bank knows it.
       02  BankAccountName      PIC X(30).
       02  BankRoutingNo        PIC 9(9).
       02  BankAccountNo        PIC X(17).
      *>   When the details were last keyed or changed.
       02  BankUpdatedDate      PIC 9(8).
