      *>   percentage to two decimals (e.g. 0550 is 5.50% a year) -
      *>   applied a month at a time by LoanInterestAccrue.
       02  ProgInterestRate     PIC 9(2)V99.
      *>   Tuition charged for one term of the program, in whole
      *>   dollars - billed to each Active student's account by
      *>   TermBillingRun.
       02  ProgTermFee          PIC 9(5).
