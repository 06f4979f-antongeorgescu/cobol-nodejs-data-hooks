      *> ****************************************************************
      *> COLLREC.CPY
      *> Shared Loans.Collections.Dat record layout - one record per
      *> student whose loan has been referred to the outside collection
      *> agency, keyed by the same 7-digit StudentId as the roster.
      *> Written by CollectionsReferral when a supervisor approves the
      *> referral, so no loan is ever referred twice; carried through
      *> the agency's recoveries and closure by CollectionsImport and
      *> to write-off by LoanWriteOffEntry. Kept as a companion file,
      *> the Students.Contact.Dat pattern, so LoanBalanceRebuild can
      *> recreate the balance master without losing the history.
      *> Copied into every program that reads or maintains the file.
      *> ****************************************************************
       02  CollStudentId        PIC 9(7).
       02  CollStatus           PIC X.
      *>      With the agency - referred and not yet closed.
           88 CollReferred         VALUE "R".
      *>      The agency closed the account as paid in full.
           88 CollClosedRecovered  VALUE "C".
      *>      The agency closed the account as uncollectable - waiting
      *>      on a supervisor to approve the write-off.
           88 CollClosedUncollectable VALUE "U".
      *>      Write-off approved and queued on Loans.Post.Dat as a "W"
      *>      posting for LoanPost to apply.
           88 CollWrittenOff       VALUE "W".
       02  CollReferredDate     PIC 9(8).
      *>   The balance handed to the agency on the referral file.
       02  CollReferredBalance  PIC 9(7).
       02  CollReferredBy       PIC X(8).
      *>   The agency's own reference for the account, from its first
      *>   recovery or closure record; spaces until then.
       02  CollAgencyRef        PIC X(16).
      *>   Recoveries queued as "R" postings, and how many.
       02  CollRecoveredTotal   PIC 9(7).
       02  CollRecoveryCount    PIC 9(3).
       02  CollClosedDate       PIC 9(8).
       02  CollWriteOffDate     PIC 9(8).
      *>   The write-off queued - the balance on the master when it
      *>   was approved; LoanPost applies no more than the balance
      *>   still standing when it reaches the posting.
       02  CollWriteOffAmount   PIC 9(7).
       02  CollWriteOffBy       PIC X(8).
       02  FILLER               PIC X(20).
