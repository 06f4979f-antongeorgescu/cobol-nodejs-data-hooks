      *> ****************************************************************
      *> GUARLOG.CPY
      *> Shared Students.Guarantor.Log.Dat record layout - the history
      *> of each guarantee, one line appended per event: the guarantee
      *> keyed or replaced through GuarantorEntry, and the demand
      *> notices, cures and release GuarantorRun produces. Line
      *> sequential and only ever appended, the logs.dat pattern, so
      *> StudentWhereabouts can show a guarantee's whole story.
      *> Copied into every program that writes or reads the log.
      *> ****************************************************************
       02  GlogStudentId        PIC 9(7).
       02  GlogDate             PIC 9(8).
       02  GlogTime             PIC 9(8).
       02  GlogEvent            PIC X(8).
           88 GlogEntered          VALUE "ENTERED".
           88 GlogReplaced         VALUE "REPLACED".
      *>      Demand notice printed for the guarantor.
           88 GlogDemand           VALUE "DEMAND".
      *>      Student no longer seriously delinquent - the outstanding
      *>      demand is withdrawn.
           88 GlogCured            VALUE "CURED".
      *>      Balance back within the program's ceiling - release
      *>      letter printed and the guarantee marked released.
           88 GlogRelease          VALUE "RELEASE".
      *>   The amount the guarantee stood behind at the time. The
      *>   guarantor's name and address stay on Students.Guarantor.Dat
      *>   only, so StudentAnonymise has one place to blank them.
       02  GlogGuarAmount       PIC 9(5).
      *>   The student's loan position when the event happened - the
      *>   balance master's balance, the program's ceiling, days since
      *>   the last repayment (999 when none was ever made) and, on a
      *>   DEMAND, the amount demanded of the guarantor. Zero on the
      *>   GuarantorEntry events.
       02  GlogBalance          PIC 9(7).
       02  GlogCeiling          PIC 9(5).
       02  GlogDaysSincePay     PIC 9(3).
       02  GlogAmountDemanded   PIC 9(5).
       02  GlogOperatorId       PIC X(8).
