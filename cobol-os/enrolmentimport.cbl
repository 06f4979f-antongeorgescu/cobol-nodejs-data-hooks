IDENTIFICATION DIVISION.
PROGRAM-ID. EnrolmentImport.
AUTHOR. Anton Georgescu.
*> Registrar's term enrolment import - the roster knows a student's
*> ProgramCode but not whether they enrolled this term or how their
*> studies are going. The registrar drops Registrar.Enrolment.Dat
*> (one fixed-format line per student per term: StudentId, term
*> name, year of study, credits attempted and earned, the term's
*> status and the academic standing - the Students.Enrolment.Dat
*> fields in order) at the start of each term with the
*> registrations and again at its end with the final results. Each
*> line is validated (StudentId on the roster, a term named, a year
*> of study, numeric credits with no more earned than attempted, a
*> known status and standing) and written to Students.Enrolment.Dat,
*> replacing the student's record for that term when there is one -
*> so the end-of-term line simply finalises what the registration
*> line started. Every line lands on
*> Registrar.Enrolment.Report.Dat as APPLIED or REJECTED with its
*> reason for the registrar's office to chase.
*>
*> RETURN-CODEs: 0 loaded, 4 loaded with rejects, 12 file error.

*> cobc -x -free enrolmentimport.cbl      (standalone)
*> cobc -m -free enrolmentimport.cbl      (module, CALLable from OperatorConsole)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT StudentFile ASSIGN WS-STUDENTS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS StudentId
             ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
             FILE STATUS IS WS-STUDENT-FILE-STATUS.

      SELECT RegistrarFile ASSIGN WS-REGISTRAR-ENROLMENT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-REGISTRAR-FILE-STATUS.

      SELECT OPTIONAL EnrolmentFile ASSIGN WS-STUDENTS-ENROLMENT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS EnrolKey
             FILE STATUS IS WS-ENROLMENT-FILE-STATUS.

      SELECT ReportFile ASSIGN WS-ENROLMENT-REPORT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD StudentFile.
01 StudentDetails.
   COPY studrec.

*>   One registrar line per student per term - the enrolment fields
*>   in file order, as text so a bad figure is rejected rather than
*>   abending the run.
FD RegistrarFile.
01 RegistrarRecord.
   88 EndOfRegistrarFile   VALUE HIGH-VALUES.
   02 RegStudentId         PIC X(7).
   02 RegStudentId-N REDEFINES RegStudentId PIC 9(7).
   02 RegTerm              PIC X(6).
   02 RegYearOfStudy       PIC X.
   02 RegYearOfStudy-N REDEFINES RegYearOfStudy PIC 9.
   02 RegCreditsAttempted  PIC X(3).
   02 RegCreditsAttempted-N REDEFINES RegCreditsAttempted PIC 9(3).
   02 RegCreditsEarned     PIC X(3).
   02 RegCreditsEarned-N REDEFINES RegCreditsEarned PIC 9(3).
   02 RegStatus            PIC X.
   02 RegStanding          PIC X.

FD EnrolmentFile.
01 EnrolmentRecord.
   COPY enrolrec.

FD ReportFile.
01 ReportLine              PIC X(100).

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>   comes from the STUDENT_DATA_DIR environment variable (default
*>   "data"), so the same compiled programs run against the
*>   production directory tonight and a test copy tomorrow morning
*>   without recompiling.
01  WS-DATA-DIR              PIC X(64).
01  WS-STUDENTS-PATH         PIC X(160).
01  WS-REGISTRAR-ENROLMENT-PATH PIC X(160).
01  WS-STUDENTS-ENROLMENT-PATH PIC X(160).
01  WS-ENROLMENT-REPORT-PATH PIC X(160).

01  WS-STUDENT-FILE-STATUS   PIC XX.
    88  WS-STUDENT-FOUND         VALUE "00".
01  WS-REGISTRAR-FILE-STATUS PIC XX.
01  WS-ENROLMENT-FILE-STATUS PIC XX.
    88  WS-ENROLMENT-FOUND       VALUE "00".
01  WS-REPORT-FILE-STATUS    PIC XX.
*>   File-status hardening - a required file that fails to open
*>   abandons the run with a clear operator message and RETURN-CODE
*>   12, instead of a runtime abort partway through.
01  WS-ABORT-FILE-NAME        PIC X(30).
01  WS-ABORT-FILE-STATUS      PIC XX.

*>   Why the line in hand cannot be loaded - blank means it can.
01  WS-REJECT-REASON         PIC X(30).
01  WS-REPORT-LINE           PIC X(100).
01  WS-TODAY-DATE-NUM        PIC 9(8).

*>   Control totals for the end-of-run summary.
01  WS-LINES-READ-COUNT      PIC 9(7) VALUE ZERO.
01  WS-ADDED-COUNT           PIC 9(7) VALUE ZERO.
01  WS-REPLACED-COUNT        PIC 9(7) VALUE ZERO.
01  WS-REJECTED-COUNT        PIC 9(7) VALUE ZERO.

*>   Run-control record appended to Runs.Dat through runlogger as
*>   the program finishes, so the job-health report can show how the
*>   overnight window really went.
01  WS-RUN-CONTROL.
    COPY runctl.
01  WS-RUN-START-STAMP.
    02 WS-RUN-START-DATE      PIC 9(8).
    02 WS-RUN-START-TIME      PIC 9(6).

PROCEDURE DIVISION.
main.
    PERFORM SetFileAssignments
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE-NUM

    OPEN INPUT StudentFile
    IF WS-STUDENT-FILE-STATUS NOT = "00" AND WS-STUDENT-FILE-STATUS NOT = "05"
       MOVE "students.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-STUDENT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN INPUT RegistrarFile
    IF WS-REGISTRAR-FILE-STATUS NOT = "00"
       MOVE "registrar.enrolment.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-REGISTRAR-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN I-O EnrolmentFile
    IF WS-ENROLMENT-FILE-STATUS NOT = "00"
       AND WS-ENROLMENT-FILE-STATUS NOT = "05"
       MOVE "students.enrolment.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-ENROLMENT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN OUTPUT ReportFile
    IF WS-REPORT-FILE-STATUS NOT = "00" AND WS-REPORT-FILE-STATUS NOT = "05"
       MOVE "registrar.enrolment.report.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-REPORT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF

    MOVE "TERM ENROLMENT LINES FROM THE REGISTRAR" TO WS-REPORT-LINE
    WRITE ReportLine FROM WS-REPORT-LINE

    READ RegistrarFile
        AT END SET EndOfRegistrarFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfRegistrarFile
        ADD 1 TO WS-LINES-READ-COUNT
        PERFORM LoadOneLine
        READ RegistrarFile
            AT END SET EndOfRegistrarFile TO TRUE
        END-READ
    END-PERFORM

    MOVE SPACES TO WS-REPORT-LINE
    STRING "READ " WS-LINES-READ-COUNT
           " ADDED " WS-ADDED-COUNT
           " REPLACED " WS-REPLACED-COUNT
           " REJECTED " WS-REJECTED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    END-STRING
    WRITE ReportLine FROM WS-REPORT-LINE

    CLOSE StudentFile
    CLOSE RegistrarFile
    CLOSE EnrolmentFile
    CLOSE ReportFile

    IF WS-REJECTED-COUNT > ZERO
       MOVE 4 TO RETURN-CODE
    END-IF

    DISPLAY " "
    DISPLAY "============= EnrolmentImport Control Totals ============="
    DISPLAY "Registrar lines read.................. : " WS-LINES-READ-COUNT
    DISPLAY "Term records added.................... : " WS-ADDED-COUNT
    DISPLAY "Term records replaced................. : " WS-REPLACED-COUNT
    DISPLAY "Lines rejected........................ : " WS-REJECTED-COUNT
    DISPLAY "=========================================================="
    DISPLAY "Report for the registrar written to "
            "Registrar.Enrolment.Report.Dat"

    PERFORM WriteRunControl

    GOBACK.

*>  ---------------------------------------------------------------
*>  WriteRunControl - this run's record counts and final
*>  RETURN-CODE, appended to Runs.Dat through runlogger.
*>  ---------------------------------------------------------------
WriteRunControl.
    MOVE "EnrolmentImport" TO RunProgramName
    MOVE WS-RUN-START-DATE TO RunStartDate
    MOVE WS-RUN-START-TIME TO RunStartTime
    MOVE WS-LINES-READ-COUNT TO RunRecordsRead
    COMPUTE RunRecordsWritten = WS-ADDED-COUNT + WS-REPLACED-COUNT
    MOVE WS-REJECTED-COUNT TO RunRejectedCount
    MOVE RETURN-CODE TO RunReturnCode
    CALL "runlogger" USING BY REFERENCE WS-RUN-CONTROL.

*>  ---------------------------------------------------------------
*>  FileAbort - a required file failed to open; report it and
*>  abandon the run with RETURN-CODE 12.
*>  ---------------------------------------------------------------
FileAbort.
    DISPLAY "FILE ERROR - cannot open " WS-ABORT-FILE-NAME
            " (file status " WS-ABORT-FILE-STATUS ") - run abandoned"
    MOVE 12 TO RETURN-CODE
    PERFORM WriteRunControl
    GOBACK.

*>  ---------------------------------------------------------------
*>  LoadOneLine - one registrar line: validated, then written (or
*>  rewritten over the student's record for the term), with an
*>  APPLIED or REJECTED line on the report either way.
*>  ---------------------------------------------------------------
LoadOneLine.
    MOVE SPACES TO WS-REJECT-REASON
    *>   The codes go through the record's level-88s; the buffer is
    *>   read or cleared again before anything is written.
    MOVE RegStatus TO EnrolStatus
    MOVE RegStanding TO EnrolStanding
    EVALUATE TRUE
        WHEN RegStudentId = SPACES
            MOVE "BLANK STUDENT ID" TO WS-REJECT-REASON
        WHEN RegStudentId-N NOT NUMERIC
            MOVE "NON-NUMERIC STUDENT ID" TO WS-REJECT-REASON
        WHEN RegTerm = SPACES
            MOVE "BLANK TERM" TO WS-REJECT-REASON
        WHEN RegYearOfStudy-N NOT NUMERIC OR RegYearOfStudy-N = ZERO
            MOVE "BAD YEAR OF STUDY" TO WS-REJECT-REASON
        WHEN RegCreditsAttempted-N NOT NUMERIC
            MOVE "NON-NUMERIC CREDITS ATTEMPTED" TO WS-REJECT-REASON
        WHEN RegCreditsEarned-N NOT NUMERIC
            MOVE "NON-NUMERIC CREDITS EARNED" TO WS-REJECT-REASON
        WHEN RegCreditsEarned-N > RegCreditsAttempted-N
            MOVE "MORE CREDITS EARNED THAN TAKEN" TO WS-REJECT-REASON
        WHEN NOT EnrolValidStatus
            MOVE "INVALID TERM STATUS" TO WS-REJECT-REASON
        WHEN NOT EnrolValidStanding
            MOVE "INVALID ACADEMIC STANDING" TO WS-REJECT-REASON
        WHEN OTHER
            MOVE RegStudentId-N TO StudentId
            READ StudentFile
                INVALID KEY CONTINUE
            END-READ
            IF NOT WS-STUDENT-FOUND
               MOVE "STUDENT NOT ON ROSTER" TO WS-REJECT-REASON
            END-IF
    END-EVALUATE

    IF WS-REJECT-REASON NOT = SPACES
       PERFORM ReportRejectedLine
       EXIT PARAGRAPH
    END-IF

    MOVE RegStudentId-N TO EnrolStudentId
    MOVE RegTerm TO EnrolTerm
    READ EnrolmentFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-ENROLMENT-FOUND
       PERFORM MoveLineToRecord
       REWRITE EnrolmentRecord
           INVALID KEY
               MOVE "REWRITE FAILED" TO WS-REJECT-REASON
       END-REWRITE
       IF WS-REJECT-REASON = SPACES
          ADD 1 TO WS-REPLACED-COUNT
       END-IF
    ELSE
       MOVE SPACES TO EnrolmentRecord
       MOVE RegStudentId-N TO EnrolStudentId
       MOVE RegTerm TO EnrolTerm
       PERFORM MoveLineToRecord
       WRITE EnrolmentRecord
           INVALID KEY
               MOVE "WRITE FAILED" TO WS-REJECT-REASON
       END-WRITE
       IF WS-REJECT-REASON = SPACES
          ADD 1 TO WS-ADDED-COUNT
       END-IF
    END-IF

    IF WS-REJECT-REASON NOT = SPACES
       PERFORM ReportRejectedLine
    ELSE
       MOVE SPACES TO WS-REPORT-LINE
       STRING "APPLIED  " RegStudentId " " RegTerm
              " STATUS " RegStatus " STANDING " RegStanding
           DELIMITED BY SIZE INTO WS-REPORT-LINE
       END-STRING
       WRITE ReportLine FROM WS-REPORT-LINE
       DISPLAY WS-REPORT-LINE
    END-IF.

*>  ---------------------------------------------------------------
*>  MoveLineToRecord - the registrar's figures onto the term record
*>  in the buffer, stamped with tonight's date.
*>  ---------------------------------------------------------------
MoveLineToRecord.
    MOVE RegYearOfStudy-N TO EnrolYearOfStudy
    MOVE RegCreditsAttempted-N TO EnrolCreditsAttempted
    MOVE RegCreditsEarned-N TO EnrolCreditsEarned
    MOVE RegStatus TO EnrolStatus
    MOVE RegStanding TO EnrolStanding
    MOVE WS-TODAY-DATE-NUM TO EnrolLoadedDate.

*>  ---------------------------------------------------------------
*>  ReportRejectedLine - the line in hand on the report with the
*>  reason it was not loaded.
*>  ---------------------------------------------------------------
ReportRejectedLine.
    ADD 1 TO WS-REJECTED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "REJECTED " RegStudentId " " RegTerm " - " WS-REJECT-REASON
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    END-STRING
    WRITE ReportLine FROM WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE.

*>  ---------------------------------------------------------------
*>  SetFileAssignments - builds every data-file path from the
*>  STUDENT_DATA_DIR environment variable (default "data"), so the
*>  dataset directory is chosen at run time, not compile time.
*>  ---------------------------------------------------------------
SetFileAssignments.
    ACCEPT WS-DATA-DIR FROM ENVIRONMENT "STUDENT_DATA_DIR"
    IF WS-DATA-DIR = SPACES
       MOVE "data" TO WS-DATA-DIR
    END-IF
    MOVE SPACES TO WS-STUDENTS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-PATH
    END-STRING
    MOVE SPACES TO WS-REGISTRAR-ENROLMENT-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/registrar.enrolment.dat"
        DELIMITED BY SIZE INTO WS-REGISTRAR-ENROLMENT-PATH
    END-STRING
    MOVE SPACES TO WS-STUDENTS-ENROLMENT-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.enrolment.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-ENROLMENT-PATH
    END-STRING
    MOVE SPACES TO WS-ENROLMENT-REPORT-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/registrar.enrolment.report.dat"
        DELIMITED BY SIZE INTO WS-ENROLMENT-REPORT-PATH
    END-STRING.
