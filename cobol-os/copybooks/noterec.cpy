      *> ****************************************************************
      *> NOTEREC.CPY
      *> Shared Students.Notes.Dat record layout - the case-notes
      *> journal, one record per note the front office takes when a
      *> student phones or calls in, keyed by StudentId plus the date
      *> and time the note was keyed, so a student's notes read back
      *> oldest first along the key. Kept as a companion file, the
      *> Students.Contact.Dat pattern. Keyed through StudentNoteEntry,
      *> shown by StudentInquiry, carried across by StudentMerge.
      *> Copied into every program that reads or maintains the file.
      *> ****************************************************************
       02  NoteKey.
           03 NoteStudentId     PIC 9(7).
           03 NoteDate          PIC 9(8).
           03 NoteTime          PIC 9(8).
       02  NoteCategory         PIC X.
           88 NoteLoan             VALUE "L".
           88 NoteEnrolment        VALUE "E".
           88 NoteAddress          VALUE "A".
           88 NoteComplaint        VALUE "C".
           88 NoteCategoryValid    VALUES "L" "E" "A" "C".
      *>   The office the note was keyed at and the operator who keyed
      *>   it (BATCH when nobody had signed on).
       02  NoteOffice           PIC X(2).
       02  NoteOperatorId       PIC X(8).
      *>   The note itself - up to three lines of free text.
       02  NoteText.
           03 NoteTextLine      PIC X(60) OCCURS 3 TIMES.
       02  FILLER               PIC X(16).
