       02  StatusCode      PIC X.
           88 StatusActive     VALUE "A".
           88 StatusInactive   VALUE "I".
      *>     Completed the program - set by a graduation transaction.
      *>     A graduate no longer holds a seat and is not a dropout;
      *>     StatusDate is the completion date.
           88 StatusGraduated  VALUE "G".
      *>   Date StatusCode last changed - lets StudentPurge work out
      *>   how long a student has been inactive before archiving them.
       02  StatusDate.
