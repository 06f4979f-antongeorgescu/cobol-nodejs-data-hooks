      *> ****************************************************************
      *> CORRTPL.CPY
      *> Shared Correspondence.Templates.Dat record layout - the
      *> wording of the student letters, kept as a line-sequential text
      *> file the records office edits, so a change of wording needs no
      *> program change. One template per logged action (INSERT
      *> welcome, INACTV inactivation notice, REACTV reactivation,
      *> XFER transfer confirmation, DELETE removal notice): one "S"
      *> line, the letter heading and e-mail subject, and up to 20 "B"
      *> body lines in the order they are to print. The text may carry
      *> these fields, filled in per student:
      *>   {NAME}        initials and surname
      *>   {ID}          StudentId
      *>   {PROGRAM}     program name (the code if not on Programs.Dat)
      *>   {OLDPROGRAM}  program left, on an XFER
      *>   {DATE}        date the action was logged
      *> Double quotes are not to be used in the text - the lines are
      *> carried as they stand on the JSON e-mail queue.
      *> ****************************************************************
       02  TplAction            PIC X(6).
       02  TplLineType          PIC X.
           88 TplSubjectLine       VALUE "S".
           88 TplBodyLine          VALUE "B".
       02  TplText              PIC X(72).
