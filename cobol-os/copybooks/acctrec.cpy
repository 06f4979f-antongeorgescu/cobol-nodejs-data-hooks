      *> ****************************************************************
      *> ACCTREC.CPY
      *> Shared Students.Account.Dat posting record layout - the
      *> student's account with the school itself (tuition owed and
      *> paid), kept apart from Loans.Ledger.Dat, which only tracks
      *> borrowing. One record per movement, keyed by StudentId plus
      *> posting date and time, so a student's postings read back in
      *> order with a START on the id instead of a pass over the whole
      *> file. Each posting carries the running balance it left
      *> behind; the latest posting's AcctBalance is what the student
      *> owes (negative when they are in credit). Copied into every
      *> program that writes or reads the account file.
      *> ****************************************************************
       02  AcctKey.
           03 AcctStudentId     PIC 9(7).
           03 AcctPostDate.
              04 AcctPostYear   PIC 9(4).
              04 AcctPostMonth  PIC 9(2).
              04 AcctPostDay    PIC 9(2).
           03 AcctPostTime      PIC 9(8).
       02  AcctPostType         PIC X.
      *>      The term's tuition, at the fee of the program the student
      *>      is in when the term is billed - raises the balance.
           88 AcctTermCharge       VALUE "C".
      *>      Money received from the student - lowers the balance.
           88 AcctPayment          VALUE "P".
      *>      A mid-term transfer ("T" on Transins.Dat) re-rates the
      *>      term: each program is charged for the days the student
      *>      spent in it. A re-rating that comes out dearer than what
      *>      was already charged posts the difference as "T"; one
      *>      that comes out cheaper credits the difference as "X".
           88 AcctTransferCharge   VALUE "T".
           88 AcctTransferCredit   VALUE "X".
      *>      With no transfer inside the term, a re-billing that
      *>      comes out different only because the program's term fee
      *>      changed since the term was charged posts the difference
      *>      as "F" (dearer) or "G" (cheaper).
           88 AcctFeeChange        VALUE "F".
           88 AcctFeeCredit        VALUE "G".
      *>      The postings that lower the balance; every other type
      *>      raises it.
           88 AcctLowersBalance    VALUE "P" "X" "G".
      *>   The billing term the posting belongs to (a payment takes the
      *>   term of the charge it was received against).
       02  AcctTerm             PIC X(6).
       02  AcctProgramCode      PIC X(4).
       02  AcctPostAmount       PIC 9(5).
       02  AcctBalance          PIC S9(7) SIGN IS LEADING SEPARATE.
