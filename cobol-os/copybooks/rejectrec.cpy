      *> ****************************************************************
      *> REJECTREC.CPY
      *> Shared Rejects.Worklist.Dat record layout - the offices'
      *> reject worklist, one record per transaction StudentWrite has
      *> rejected, kept from night to night until the office that
      *> keyed it resubmits a correction or withdraws it. Keyed by the
      *> origin office, then the date and time of the run that first
      *> rejected it and a sequence within that run, so an office's
      *> rejects read back oldest first along the key; the StudentId
      *> is an alternate key so StudentWrite can find a reject it has
      *> seen before. Written by StudentWrite, worked through
      *> RejectCorrection, aged by RejectAgingReport. Copied into
      *> every program that reads or maintains the file.
      *> ****************************************************************
       02  RejKey.
           03 RejOffice         PIC X(2).
           03 RejFirstDate      PIC 9(8).
           03 RejFirstTime      PIC 9(6).
           03 RejSeq            PIC 9(5).
       02  RejStudentId         PIC X(7).
      *>   The transaction exactly as it was last rejected (the
      *>   transrec.cpy layout), or as corrected once resubmitted.
       02  RejTransaction       PIC X(56).
       02  RejReason            PIC X(30).
       02  RejStatus            PIC X.
           88 RejOpen              VALUE "O".
           88 RejResubmitted       VALUE "R".
           88 RejWithdrawn         VALUE "W".
      *>   The latest night it was rejected and how many nights it has
      *>   been - a resubmitted correction that fails again, or an
      *>   uncorrected batch line sent again, reopens the same reject
      *>   instead of starting a new one.
       02  RejLastDate          PIC 9(8).
       02  RejRejectCount       PIC 9(3).
      *>   Set when the office resubmits or withdraws it: the date, the
      *>   operator (BATCH when nobody had signed on) and, for a
      *>   withdrawal, why.
       02  RejClosedDate        PIC 9(8).
       02  RejClosedBy          PIC X(8).
       02  RejWithdrawReason    PIC X(30).
       02  FILLER               PIC X(10).
