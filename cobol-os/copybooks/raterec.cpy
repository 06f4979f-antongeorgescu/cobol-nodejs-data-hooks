      *> ****************************************************************
      *> RATEREC.CPY
      *> Shared Programs.Rates.Dat record layout - the interest rate
      *> history, one record per rate the board has set for a program,
      *> keyed by the ProgramCode and the date the rate takes effect,
      *> so the rate in force on any day is the entry with the latest
      *> effective date on or before it. Maintained through
      *> RateHistoryMaint; read by LoanInterestAccrue for the rate in
      *> force at the month-end being accrued, by LoanRateAdjustRun
      *> to recalculate months already accrued when a rate is entered
      *> with a back-date, and by RepayScheduleBuild for the rate a new
      *> repayment plan is amortised at. A program with no history is
      *> charged at the ProgInterestRate on its Programs.Dat record.
      *> Copied into every program that reads or maintains the file.
      *> ****************************************************************
       02  RateKey.
           03 RateProgCode      PIC X(4).
           03 RateEffectiveDate PIC 9(8).
      *>   Annual rate as a percentage to two decimals, the
      *>   ProgInterestRate convention (0550 is 5.50% a year).
       02  RateInterestRate     PIC 9(2)V99.
      *>   When the rate was keyed or last corrected, and by whom.
       02  RateEnteredDate      PIC 9(8).
       02  RateEnteredBy        PIC X(8).
      *>   A rate effective before the day it was keyed may change
      *>   months already accrued - it waits for LoanRateAdjustRun,
      *>   which stamps the date the months were recalculated.
       02  RateAdjustStatus     PIC X.
           88 RateAdjustNotNeeded  VALUE "N".
           88 RateAdjustPending    VALUE "P".
           88 RateAdjustDone       VALUE "D".
       02  RateAdjustedDate     PIC 9(8).
       02  FILLER               PIC X(10).
