      *> ****************************************************************
      *> AWARDREC.CPY
      *> Shared Loans.Awards.Dat record layout - one record per
      *> scholarship or bursary award made against a student's loan,
      *> keyed by StudentId plus the date and time it was keyed.
      *> AwardEntry writes it pending; AwardApplyRun posts it to
      *> Loans.Ledger.Dat as an "A" award posting and marks it
      *> applied. What a fund has used of its budget is read off this
      *> file: the full amount of each pending award, and the amount
      *> actually applied of each applied one. Copied into every
      *> program that reads or writes the file.
      *> ****************************************************************
       02  AwardKey.
           03 AwardStudentId    PIC 9(7).
           03 AwardDate         PIC 9(8).
           03 AwardTime         PIC 9(8).
       02  AwardFundCode        PIC X(4).
       02  AwardFundYear        PIC 9(4).
       02  AwardAmount          PIC 9(5).
       02  AwardStatus          PIC X.
           88 AwardPending         VALUE "P".
           88 AwardApplied         VALUE "A".
      *>   Set when the award is posted - the amount that went onto the
      *>   ledger (less than AwardAmount when the balance left was
      *>   smaller; the rest goes back to the fund) and the posting
      *>   date. Zero while the award is pending.
       02  AwardAppliedAmount   PIC 9(5).
       02  AwardAppliedDate     PIC 9(8).
      *>   The operator who keyed the award (BATCH when nobody had
      *>   signed on).
       02  AwardOperatorId      PIC X(8).
       02  FILLER               PIC X(12).
