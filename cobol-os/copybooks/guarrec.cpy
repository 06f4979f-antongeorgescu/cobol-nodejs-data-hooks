      *> when a guarantor record covering the excess is on file. Kept
      *> as a companion file, the Students.Contact.Dat pattern, so the
      *> roster programs that never look at guarantees are untouched.
      *> GuarantorRun follows the guarantee afterwards - demand notices
      *> while the student is seriously delinquent, release once the
      *> balance is back within the ceiling - and every step is logged
      *> on Students.Guarantor.Log.Dat (guarlog.cpy).
      *> Copied into every program that reads or maintains the file.
      *> ****************************************************************
       02  GuarStudentId        PIC 9(7).
       02  GuarCity             PIC X(20).
       02  GuarPostalCode       PIC X(10).
       02  GuarAmount           PIC 9(5).
      *>   Where the guarantee stands. The status fields took the
      *>   record from 122 to 150 bytes; a file written in the old
      *>   length is converted once at cutover by GuarantorConvert,
      *>   which brings every guarantee across as "A". SPACE is still
      *>   read as in force for a record keyed without a status.
       02  GuarStatus           PIC X.
           88 GuarInForce          VALUE "A" SPACE.
           88 GuarReleased         VALUE "R".
      *>   Date the guarantee was released; zero while in force.
       02  GuarStatusDate       PIC 9(8).
      *>   Set when a demand notice has gone to the guarantor and the
      *>   student has not yet caught up, with the date of the latest
      *>   notice - GuarantorRun clears it once the student is no
      *>   longer seriously delinquent.
       02  GuarDemandSw         PIC X.
           88 GuarDemandOutstanding VALUE "Y".
       02  GuarLastDemandDate   PIC 9(8).
       02  FILLER               PIC X(10).
