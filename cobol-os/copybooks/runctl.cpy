      *>   pass. Space for programs without modes (runlogger blanks
      *>   anything else).
       02  RunMode              PIC X.
      *>   The operator signed on at OperatorConsole when the run was
      *>   made - stamped by runlogger itself from the environment the
      *>   console sets, BATCH for a run nobody signed on for.
       02  RunOperatorId        PIC X(8).
