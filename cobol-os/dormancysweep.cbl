*> to Transbatch.List.Dat under office SW, or copy it over an
*> office batch file), keeping the normal validation and audit
*> trail on every status change. Nothing on the roster is touched
*> here. A Graduated student has left by completing the program and
*> is never proposed - they are counted apart in the control totals
*> so completions are not mistaken for drift-aways.

*> cobc -x -free dormancysweep.cbl      (standalone)
*> cobc -m -free dormancysweep.cbl      (module, CALLable from OperatorConsole)
   02 LogActionWord            PIC X(6).
   02 LogStudentId             PIC 9(7).
   02 FILLER                   PIC X(47).
   02 LogOperatorId            PIC X(8).

FD ProposedFile.
01 ProposedRecord.
01  WS-STUDENTS-READ-COUNT   PIC 9(7) VALUE ZERO.
01  WS-ACTIVE-COUNT          PIC 9(7) VALUE ZERO.
01  WS-CANDIDATE-COUNT       PIC 9(7) VALUE ZERO.
01  WS-GRADUATED-COUNT       PIC 9(7) VALUE ZERO.

*>   Run-control record appended to Runs.Dat through runlogger as
*>   the program finishes, so the job-health report can show how the
           ADD 1 TO WS-ACTIVE-COUNT
           PERFORM JudgeOneStudent
        END-IF
        IF StatusGraduated
           ADD 1 TO WS-GRADUATED-COUNT
        END-IF
        READ StudentFile
            AT END SET EndOfStudentFile TO TRUE
        END-READ
    DISPLAY "Threshold (" WS-PARM-SOURCE ")............. : " WS-DORMANT-YEARS " years"
    DISPLAY "Students read......................... : " WS-STUDENTS-READ-COUNT
    DISPLAY "Active students judged................ : " WS-ACTIVE-COUNT
    DISPLAY "Graduates passed over................. : " WS-GRADUATED-COUNT
    DISPLAY "Dormancy candidates proposed.......... : " WS-CANDIDATE-COUNT
    DISPLAY "============================================================"
    DISPLAY "Review Dormancy.Report.Dat; the proposed 'I' batch is "
