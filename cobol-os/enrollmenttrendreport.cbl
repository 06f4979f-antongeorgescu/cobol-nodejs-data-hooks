*>     year);
*>   - students deleted to the archive (by ArchiveRunDate year);
*>   - students purged to history (by HistoryRunDate year);
*>   - students who graduated (Graduated records, on the roster or
*>     purged to history as PURGEGRD, by StatusDate year - the
*>     completion date), kept out of the attrition columns;
*> so management can see intake versus attrition by program without
*> exporting CSVs and building pivot tables by hand.

        03  WS-TR-INACTIVATED     PIC 9(5).
        03  WS-TR-ARCHIVED        PIC 9(5).
        03  WS-TR-PURGED          PIC 9(5).
        03  WS-TR-GRADUATED       PIC 9(5).
01  WS-TREND-FOUND-IX        PIC 9(3).
01  WS-TREND-FULL-SW         PIC X VALUE 'N'.
    88  WS-TREND-FULL            VALUE 'Y'.
*>   delivered the combinations in.
01  WS-SORT-IX               PIC 9(3).
01  WS-SORT-COMPARE-IX       PIC 9(3).
01  WS-SORT-WORK-ENTRY       PIC X(33).
01  WS-PREVIOUS-CODE         PIC X(4) VALUE SPACES.

*>   Control totals for the end-of-run summary.

    DISPLAY " "
    DISPLAY "================ Intake and Attrition by Program and Year ================"
    DISPLAY "Code Year Intake Inactv Archvd Purged Gradtd"
    DISPLAY "---------------------------------------------"
    MOVE SPACES TO WS-PREVIOUS-CODE
    PERFORM VARYING WS-TREND-IX FROM 1 BY 1
            UNTIL WS-TREND-IX > WS-TREND-COUNT
               WS-TR-INTAKE(WS-TREND-IX) SPACE
               WS-TR-INACTIVATED(WS-TREND-IX) SPACE
               WS-TR-ARCHIVED(WS-TREND-IX) SPACE
               WS-TR-PURGED(WS-TREND-IX) SPACE
               WS-TR-GRADUATED(WS-TREND-IX)
    END-PERFORM

    DISPLAY " "
          MOVE ZERO TO WS-TR-INACTIVATED(WS-TREND-FOUND-IX)
          MOVE ZERO TO WS-TR-ARCHIVED(WS-TREND-FOUND-IX)
          MOVE ZERO TO WS-TR-PURGED(WS-TREND-FOUND-IX)
          MOVE ZERO TO WS-TR-GRADUATED(WS-TREND-FOUND-IX)
       ELSE
          IF NOT WS-TREND-FULL
             SET WS-TREND-FULL TO TRUE
*>  ---------------------------------------------------------------
*>  TallyRoster - Active records count as intake in their StatusDate
*>  year (the year they came on); Inactive records count as marked
*>  inactive in theirs (the year the "I" transaction flagged them);
*>  Graduated records count as completions in their graduation year.
*>  ---------------------------------------------------------------
TallyRoster.
    OPEN INPUT StudentRecords
        MOVE StatusYear OF StudentRecord TO WS-LOOKUP-YEAR
        PERFORM FindTrendEntry
        IF WS-TREND-FOUND-IX NOT = ZERO
           EVALUATE TRUE
              WHEN StatusActive OF StudentRecord
                 ADD 1 TO WS-TR-INTAKE(WS-TREND-FOUND-IX)
              WHEN StatusGraduated OF StudentRecord
                 ADD 1 TO WS-TR-GRADUATED(WS-TREND-FOUND-IX)
              WHEN OTHER
                 ADD 1 TO WS-TR-INACTIVATED(WS-TREND-FOUND-IX)
           END-EVALUATE
        END-IF
        READ StudentRecords
            AT END SET EndOfStudentFile TO TRUE

*>  ---------------------------------------------------------------
*>  TallyHistory - every history record counts as a purge in its
*>  HistoryRunDate year for the program the student was enrolled in,
*>  except a purged graduate (PURGEGRD), who still counts as a
*>  completion in the year they graduated.
*>  ---------------------------------------------------------------
TallyHistory.
    OPEN INPUT HistoryFile
    PERFORM UNTIL EndOfHistoryFile
        ADD 1 TO WS-HISTORY-READ-COUNT
        MOVE ProgramCode OF HistoryRecord TO WS-LOOKUP-CODE
        IF HistoryReason = "PURGEGRD"
           MOVE StatusYear OF HistoryRecord TO WS-LOOKUP-YEAR
        ELSE
           MOVE HistoryRunYear TO WS-LOOKUP-YEAR
        END-IF
        PERFORM FindTrendEntry
        IF WS-TREND-FOUND-IX NOT = ZERO
           IF HistoryReason = "PURGEGRD"
              ADD 1 TO WS-TR-GRADUATED(WS-TREND-FOUND-IX)
           ELSE
              ADD 1 TO WS-TR-PURGED(WS-TREND-FOUND-IX)
           END-IF
        END-IF
        READ HistoryFile
            AT END SET EndOfHistoryFile TO TRUE
