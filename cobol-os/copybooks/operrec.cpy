      *> ****************************************************************
      *> OPERREC.CPY
      *> Shared Operators.Dat record layout - one record per person
      *> allowed to sign on to OperatorConsole: their operator id, name,
      *> role and password. The role decides which menu functions the
      *> console lets them run; the operator id is what logs.dat and
      *> Runs.Dat record against everything they do. Maintained by
      *> supervisors through OperatorMaint and read by OperatorConsole
      *> at sign-on. Copied into every program that reads or maintains
      *> Operators.Dat.
      *> ****************************************************************
       02  OperId               PIC X(8).
       02  OperName             PIC X(30).
       02  OperRole             PIC X.
      *>      Keys and corrects roster transactions, contacts and
      *>      guarantors.
           88 OperKeyingClerk      VALUE "K".
      *>      Loan postings, billing, bank files and month-end finance.
           88 OperFinance          VALUE "F".
      *>      Everything, including merge, recovery, purge, period
      *>      close, reversals, write-offs and operator maintenance.
           88 OperSupervisor       VALUE "S".
      *>      Runs the nightly cycle and its reports.
           88 OperOperations       VALUE "O".
           88 OperRoleValid        VALUES "K" "F" "S" "O".
      *>   Never the password itself - the value passhash folds the
      *>   operator id and password down to.
       02  OperPasswordHash     PIC 9(10).
       02  OperStatus           PIC X.
           88 OperActive           VALUE "A".
           88 OperDisabled         VALUE "D".
      *>   Set when a supervisor keys or resets the password, so the
      *>   operator has to choose their own at the next sign-on.
       02  OperMustChange       PIC X.
           88 OperPasswordExpired  VALUE "Y".
      *>   When the password was last set, and by whom (the operator
      *>   themselves, or the supervisor who reset it).
       02  OperPasswordDate     PIC 9(8).
       02  OperPasswordSetBy    PIC X(8).
       02  FILLER               PIC X(13).
