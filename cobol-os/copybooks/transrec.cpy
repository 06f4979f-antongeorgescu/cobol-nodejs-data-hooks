      *>      and logs a distinct XFER action, instead of the move
      *>      riding through as a generic Update.
           88 TransTypeTransfer    VALUE "T".
      *>      Graduation/completion - carries no student fields;
      *>      StudentWrite marks the Active student Graduated, frees
      *>      the seat and logs a distinct GRAD action, so completions
      *>      are no longer keyed as inactivations and counted with
      *>      the withdrawals.
           88 TransTypeGraduate    VALUE "G".
       02  TransStudentData     PIC X(38).
       02  TransStudentFields REDEFINES TransStudentData.
           03 TransStudentName.
