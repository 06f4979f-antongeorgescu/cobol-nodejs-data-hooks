      *> ****************************************************************
      *> LEDGREC.CPY
      *> Shared Loans.Ledger.Dat posting record layout - one record per
      *> balance movement (disbursement, repayment, month-end interest
      *> accrual, supervised reversal, approved write-off, bursary
      *> award or interest rate adjustment) applied to a student's
      *> loan, carrying the running balance the movement left behind.
      *> Copied into every program that writes or reads the ledger so
      *> the field widths stay defined in one place.
      *> Every writer clears LedgerReversalRef on anything but a
      *> reversal or interest adjustment; records written before it
      *> existed read back with spaces there.
      *> ****************************************************************
       02  LedgerStudentId      PIC 9(7).
       02  LedgerPostDate.
      *>      last accrued month-end, so payment aging and the
      *>      accrual re-run guard survive the cut to the archive.
           88 LedgerCarryForward   VALUE "C".
      *>      Supervised reversal written by LoanReversalEntry - cancels
      *>      the "D" or "R" posting named in LedgerReversalRef as if it
      *>      had never been made. The amount is the original's plus
      *>      the interest accrued on it since (LedgerRevInterest); a
      *>      reversed disbursement moves the balance down by it, a
      *>      reversed repayment moves it back up.
           88 LedgerReversal       VALUE "V".
      *>      Approved write-off of a balance the collection agency
      *>      closed as uncollectable, applied by LoanPost from the "W"
      *>      posting LoanWriteOffEntry queued - moves the balance down
      *>      like a repayment, but is not money received.
           88 LedgerWriteOff       VALUE "W".
      *>      Scholarship or bursary award paid straight against the
      *>      loan, posted by AwardApplyRun from Loans.Awards.Dat -
      *>      moves the balance down like a repayment, but is not the
      *>      student's money, so it does not count as their last
      *>      repayment.
           88 LedgerAward          VALUE "A".
      *>      Interest adjustment posted by LoanRateAdjustRun when a
      *>      back-dated rate changes a month already accrued - "J"
      *>      charges the interest the month was short, moving the
      *>      balance up; "K" credits back what it was overcharged,
      *>      moving the balance down. LedgerReversalRef names the "I"
      *>      accrual adjusted.
           88 LedgerInterestAdjUp  VALUE "J".
           88 LedgerInterestAdjDown VALUE "K".
       02  LedgerPostAmount     PIC 9(5).
      *>   The student's loan balance after this posting was applied -
      *>   the latest posting's LedgerBalance is the student's current
      *>   posted balance.
       02  LedgerBalance        PIC 9(7).
      *>   On a "V" - the posting reversed, identified by its stamp,
      *>   type and amount on the live ledger, why, and who authorised
      *>   it. On a "J" or "K" - the "I" accrual adjusted, by its stamp,
      *>   type and amount, and who ran the adjustment; no reason.
      *>   Spaces on every other posting.
       02  LedgerReversalRef.
           03 LedgerRevOrigDate     PIC 9(8).
           03 LedgerRevOrigTime     PIC 9(8).
           03 LedgerRevOrigType     PIC X.
              88 LedgerRevOfDisbursement VALUE "D".
              88 LedgerRevOfRepayment    VALUE "R".
           03 LedgerRevOrigAmount   PIC 9(5).
      *>      Part of LedgerPostAmount that is interest accrued on the
      *>      original since it was posted, backed out with it.
           03 LedgerRevInterest     PIC 9(5).
           03 LedgerRevReason       PIC XX.
              88 LedgerRevWrongStudent   VALUE "WS".
              88 LedgerRevWrongAmount    VALUE "WA".
              88 LedgerRevDuplicate      VALUE "DP".
              88 LedgerRevBankReturned   VALUE "BR".
              88 LedgerRevOtherReason    VALUE "OT".
              88 LedgerRevValidReason    VALUE "WS" "WA" "DP" "BR" "OT".
           03 LedgerRevAuthorisedBy PIC X(8).
