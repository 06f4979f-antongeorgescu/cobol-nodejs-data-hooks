*> which are taken here at the moment of writing - the business date
*> from Cycle.Dat, so every run record says which cycle it belongs
*> to without each caller having to read the cycle file itself.
*> The operator id is stamped here too, from the environment
*> OperatorConsole sets at sign-on (BATCH when nobody signed on), so
*> every run record says who made the run.
*> JobHealthReport reads the file back to show how the overnight
*> window really went; CycleClose proves the night's steps against
*> the stamped cycle dates before sealing a cycle.
                         ==RunRejectedCount==  BY ==ParmRejectedCount==
                         ==RunReturnCode==     BY ==ParmReturnCode==
                         ==RunCycleDate==      BY ==ParmCycleDate==
                         ==RunMode==           BY ==ParmRunMode==
                         ==RunOperatorId==     BY ==ParmOperatorId==.

PROCEDURE DIVISION USING RunControlParm.
Begin.
    ELSE
       MOVE SPACE TO RunMode
    END-IF
    ACCEPT RunOperatorId FROM ENVIRONMENT "STUDENT_OPERATOR_ID"
    IF RunOperatorId = SPACES
       MOVE "BATCH" TO RunOperatorId
    END-IF
    WRITE RunRecord
    IF WS-RUN-FILE-STATUS NOT = "00"
       DISPLAY "WARNING - write to runs.dat failed (file status "
