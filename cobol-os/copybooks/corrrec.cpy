      *> ****************************************************************
      *> CORRREC.CPY
      *> Shared Students.Correspondence.Dat record layout - the register
      *> of correspondence already produced, one record per logs.dat
      *> action CorrespondenceRun has dealt with, keyed by the logged
      *> entry itself (student, log date and time, action), so no
      *> logged action is ever written to twice. An action that could
      *> only go on the chase list is registered as such and tried
      *> again on a later run, once an address may have been keyed.
      *> Copied into every program that reads or writes the register.
      *> ****************************************************************
       02  CorrKey.
           03 CorrStudentId     PIC 9(7).
           03 CorrLogDate       PIC 9(8).
           03 CorrLogTime       PIC 9(8).
           03 CorrAction        PIC X(6).
      *>   How the correspondence went out - a paper letter, a line on
      *>   the e-mail queue for the Node.js side, or (not yet sent)
      *>   the chase list.
       02  CorrChannel          PIC X.
           88 CorrByLetter         VALUE "P".
           88 CorrByEmail          VALUE "E".
           88 CorrChased           VALUE "C".
           88 CorrSent             VALUE "P" "E".
      *>   The night it was produced (or last chased), and who ran it.
       02  CorrRunDate          PIC 9(8).
       02  CorrOperatorId       PIC X(8).
       02  FILLER               PIC X(10).
