*> by StudentWrite) and Students.History.Dat (purges made by
*> StudentPurge), and reports everywhere the student turns up, with
*> the reason and run date carried on those records - instead of
*> someone grepping the flat files by hand. A student whose loan was
*> guaranteed also gets the guarantee's history from
*> Students.Guarantor.Log.Dat - when it was keyed, every demand
*> notice sent to the guarantor, and its release.

*> cobc -x -free studentwhereabouts.cbl      (standalone)
*> cobc -m -free studentwhereabouts.cbl      (module, CALLable from OperatorConsole)
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-HISTORY-FILE-STATUS.

      SELECT OPTIONAL GuarantorLogFile ASSIGN WS-GUARANTOR-LOG-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-GUARANTOR-LOG-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
   02 HistoryRunDate           PIC 9(8).
   COPY studrec.

FD GuarantorLogFile.
01 GuarantorLogRecord.
   88 EndOfGuarantorLogFile VALUE HIGH-VALUES.
   COPY guarlog.

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>   comes from the STUDENT_DATA_DIR environment variable (default
01  WS-STUDENTS-PATH         PIC X(160).
01  WS-STUDENTS-ARCHIVE-PATH PIC X(160).
01  WS-STUDENTS-HISTORY-PATH PIC X(160).
01  WS-GUARANTOR-LOG-PATH    PIC X(160).

01  WS-STUDENT-FILE-STATUS   PIC XX.
    88  WS-ON-ROSTER             VALUE "00".
01  WS-ARCHIVE-FILE-STATUS   PIC XX.
01  WS-HISTORY-FILE-STATUS   PIC XX.
01  WS-GUARANTOR-LOG-FILE-STATUS PIC XX.

01  WS-LOOKUP-ID             PIC 9(7).
01  WS-PLACES-FOUND-COUNT    PIC 9(2).
        PERFORM CheckActiveRoster
        PERFORM SearchArchive
        PERFORM SearchHistory
        PERFORM SearchGuarantorLog

        IF WS-PLACES-FOUND-COUNT = ZERO
           DISPLAY "Not found on the roster, the archive or the history"
    END-READ
    IF WS-ON-ROSTER
       ADD 1 TO WS-PLACES-FOUND-COUNT
       EVALUATE TRUE
          WHEN StatusActive OF StudentDetails
             DISPLAY "ON ROSTER - " StudentName OF StudentDetails
                     " Active since " StatusDate OF StudentDetails
          WHEN StatusGraduated OF StudentDetails
             DISPLAY "ON ROSTER - " StudentName OF StudentDetails
                     " Graduated on " StatusDate OF StudentDetails
          WHEN OTHER
             DISPLAY "ON ROSTER - " StudentName OF StudentDetails
                     " Inactive since " StatusDate OF StudentDetails
       END-EVALUATE
    END-IF.

*>  ---------------------------------------------------------------
    END-PERFORM
    CLOSE HistoryFile.

*>  ---------------------------------------------------------------
*>  SearchGuarantorLog - every Students.Guarantor.Log.Dat event for
*>  the student, oldest first as the log was appended: the guarantee
*>  keyed, each demand notice with the amount demanded, demands
*>  withdrawn when the student caught up, and the release.
*>  ---------------------------------------------------------------
SearchGuarantorLog.
    OPEN INPUT GuarantorLogFile
    *>   Status 05 means the OPTIONAL file was absent and is now open
    *>   and empty - the read loop below just hits end-of-file.
    IF WS-GUARANTOR-LOG-FILE-STATUS NOT = "00"
       AND WS-GUARANTOR-LOG-FILE-STATUS NOT = "05"
       EXIT PARAGRAPH
    END-IF
    READ GuarantorLogFile
        AT END SET EndOfGuarantorLogFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfGuarantorLogFile
        IF GlogStudentId = WS-LOOKUP-ID
           ADD 1 TO WS-PLACES-FOUND-COUNT
           EVALUATE TRUE
              WHEN GlogDemand
                 DISPLAY "GUARANTEE - DEMAND   on " GlogDate
                         " for " GlogAmountDemanded
                         " (balance " GlogBalance ", "
                         GlogDaysSincePay " days unpaid) by "
                         GlogOperatorId
              WHEN GlogRelease
                 DISPLAY "GUARANTEE - RELEASE  on " GlogDate
                         " (balance " GlogBalance ", ceiling "
                         GlogCeiling ") by " GlogOperatorId
              WHEN OTHER
                 DISPLAY "GUARANTEE - " GlogEvent " on " GlogDate
                         " guaranteeing " GlogGuarAmount
                         " by " GlogOperatorId
           END-EVALUATE
        END-IF
        READ GuarantorLogFile
            AT END SET EndOfGuarantorLogFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE GuarantorLogFile.

*>  ---------------------------------------------------------------
*>  SetFileAssignments - builds every data-file path from the
*>  STUDENT_DATA_DIR environment variable (default "data"), so the
    MOVE SPACES TO WS-STUDENTS-HISTORY-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.history.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-HISTORY-PATH
    END-STRING
    MOVE SPACES TO WS-GUARANTOR-LOG-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.guarantor.log.dat"
        DELIMITED BY SIZE INTO WS-GUARANTOR-LOG-PATH
    END-STRING.
