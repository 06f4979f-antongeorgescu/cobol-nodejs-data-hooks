*> FILLER blob the caller has to STRING together) so callers pass
*> structured data and readers like StudentLogReport can reference
*> fields by name instead of chopping up a flat string.
*> Every entry also carries the operator who made the change - the
*> operator id OperatorConsole puts in the environment at sign-on,
*> or BATCH for a run nobody signed on for - so the audit trail can
*> say who, not just what and when.

*> cobc -m -free logger2.cbl      (module - this program is only ever CALLed)

   02 LogRunTime               PIC 9(8).
   02 LogAction                PIC X(6).
   COPY studrec.
   02 LogOperatorId            PIC X(8).

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
    END-STRING
    MOVE ActionParm         TO LogAction
    MOVE CORRESPONDING StudentParm TO LogStudentRecord
    ACCEPT LogOperatorId FROM ENVIRONMENT "STUDENT_OPERATOR_ID"
    IF LogOperatorId = SPACES
       MOVE "BATCH" TO LogOperatorId
    END-IF

    DISPLAY "Logging " LogAction " for student " StudentId OF StudentParm
    WRITE LogStudentRecord
