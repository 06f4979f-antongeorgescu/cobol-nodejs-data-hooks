*> day roster into Students.History.Dat instead of being carried
*> forward into students1.dat. Everyone else - Active, or Inactive
*> but not yet old enough - is carried forward unchanged.
*> Graduates (StatusCode G) leave the roster on the same threshold,
*> counted from their completion date, but are written to history
*> as PURGEGRD rather than PURGE so a completion is never read back
*> as a dropout.

*> Each purge is logged through logger2 like the other roster
*> actions, so the audit reconciliation can prove every history

01  WS-CARRIED-COUNT          PIC 9(7) VALUE ZERO.
01  WS-PURGED-COUNT           PIC 9(7) VALUE ZERO.
01  WS-PURGED-GRAD-COUNT      PIC 9(7) VALUE ZERO.

PROCEDURE DIVISION.
main.
       ADD 1 TO WS-STUDENTS-START-COUNT

       IF StatusInactive OF StudentRecord
          OR StatusGraduated OF StudentRecord
          PERFORM ComputeYearsInactive
          IF WS-YEARS-INACTIVE >= WS-PURGE-YEARS-THRESHOLD
             PERFORM MoveToHistory
             IF StatusGraduated OF StudentRecord
                ADD 1 TO WS-PURGED-GRAD-COUNT
             ELSE
                ADD 1 TO WS-PURGED-COUNT
             END-IF
          ELSE
             PERFORM CarryStudentForward
          END-IF
   DISPLAY "Students.Dat starting record count.. : " WS-STUDENTS-START-COUNT
   DISPLAY "Students carried forward............. : " WS-CARRIED-COUNT
   DISPLAY "Students moved to Students.History.Dat : " WS-PURGED-COUNT
   DISPLAY "Graduates moved to Students.History.Dat: " WS-PURGED-GRAD-COUNT
   DISPLAY "Years threshold used (" WS-PARM-SOURCE ") : " WS-PURGE-YEARS-THRESHOLD
   DISPLAY "==============================================================="

*>  ---------------------------------------------------------------
*>  ComputeYearsInactive - how many whole years have elapsed since
*>  StatusDate, the date StudentWrite last flagged this student
*>  Inactive (or Graduated).
*>  ---------------------------------------------------------------
ComputeYearsInactive.
    COMPUTE WS-YEARS-INACTIVE = WS-TODAY-YEAR - StatusYear OF StudentRecord
*>  it is not carried forward into students1.dat.
*>  ---------------------------------------------------------------
MoveToHistory.
    MOVE FUNCTION CURRENT-DATE TO WS-HISTORY-DATE
    IF StatusGraduated OF StudentRecord
       DISPLAY "Purge - " StudentId OF StudentRecord " graduated " WS-YEARS-INACTIVE " years, moved to history"
       MOVE 'PURGEGRD' TO HistoryReason
    ELSE
       DISPLAY "Purge - " StudentId OF StudentRecord " inactive " WS-YEARS-INACTIVE " years, moved to history"
       MOVE 'PURGE' TO HistoryReason
    END-IF
    MOVE WS-HISTORY-DATE TO HistoryRunDate
    MOVE CORRESPONDING StudentRecord TO HistoryRecord
    WRITE HistoryRecord
