PROGRAM-ID. StudentChangeReport.
AUTHOR. Anton Georgescu.
*> Field-level change report over logs.dat - pairs each BEFORE image
*> StudentWrite logs ahead of an UPDATE, INACTV, XFER or GRAD entry
*> with the
*> entry that follows it, and prints exactly which fields changed and
*> their old and new values, so "who changed this student's
*> LoanAmount and from what" can finally be answered from the audit
*> trail instead of guessed at. Each change is shown with the
*> operator logger2 recorded against it (BATCH for a run made
*> without signing on at OperatorConsole).

*> cobc -x -free studentchangereport.cbl      (standalone)
*> cobc -m -free studentchangereport.cbl      (module, CALLable from OperatorConsole)
   02 LogRunTime               PIC 9(8).
   02 LogActionWord            PIC X(6).
   COPY studrec.
   02 LogOperatorId            PIC X(8).

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
        ELSE
           IF WS-BEFORE-PENDING
              IF StudentId OF LogRecord = StudentId OF WS-BEFORE-IMAGE
                 AND (LogActionWord = "UPDATE" OR "INACTV" OR "XFER"
                      OR "GRAD")
                 PERFORM ReportChangedFields
              ELSE
                 ADD 1 TO WS-ORPHAN-BEFORE-COUNT
    MOVE LogActionWord TO WS-AFTER-ACTION
    DISPLAY " "
    DISPLAY WS-AFTER-ACTION " - " StudentId OF LogRecord
            " on " LogRunDate " at " LogRunTime " by " LogOperatorId

    IF Surname OF WS-BEFORE-IMAGE NOT = Surname OF LogRecord
       ADD 1 TO WS-FIELDS-CHANGED-COUNT
