      *> ****************************************************************
      *> ENROLREC.CPY
      *> Shared Students.Enrolment.Dat record layout - the term
      *> enrolment and academic progress file, one record per student
      *> per term, keyed by StudentId and the term name (the
      *> TermBillingRun convention, e.g. 2026FA), so a student's terms
      *> read back together along the key. Loaded from the registrar's
      *> file by EnrolmentImport; read by LoanPost to gate
      *> disbursements and by AcademicProgressReport. Copied into every
      *> program that reads or writes the file.
      *> ****************************************************************
       02  EnrolKey.
           03 EnrolStudentId    PIC 9(7).
           03 EnrolTerm         PIC X(6).
       02  EnrolYearOfStudy     PIC 9.
      *>   Credits the student registered for in the term, and the
      *>   credits passed once the term's results are final.
       02  EnrolCreditsAttempted PIC 9(3).
       02  EnrolCreditsEarned   PIC 9(3).
      *>   Where the term stands - registered and under way, finished
      *>   with final results, or withdrawn from.
       02  EnrolStatus          PIC X.
           88 EnrolRegistered      VALUE "E".
           88 EnrolCompleted       VALUE "C".
           88 EnrolWithdrawn       VALUE "W".
           88 EnrolValidStatus     VALUE "E" "C" "W".
      *>   The registrar's academic standing for the student as of the
      *>   term.
       02  EnrolStanding        PIC X.
           88 EnrolGoodStanding    VALUE "G".
           88 EnrolProbation       VALUE "P".
           88 EnrolSuspended       VALUE "S".
           88 EnrolValidStanding   VALUE "G" "P" "S".
      *>   The night the registrar's record was last loaded.
       02  EnrolLoadedDate      PIC 9(8).
       02  FILLER               PIC X(10).
