IDENTIFICATION DIVISION.
PROGRAM-ID. AcademicProgressReport.
AUTHOR. Anton Georgescu.
*> Satisfactory academic progress report - for a term, lists by
*> program every student enrolled in it who falls below the
*> satisfactory-progress rule, so the loans office can warn them
*> before the next disbursement is stopped. Reads the term
*> enrolment file Students.Enrolment.Dat in key order (student, then
*> term), so each student's terms arrive together. A student
*> enrolled in the term (a record for it not marked withdrawn) is
*> below the rule when either
*>   - the registrar has them on academic probation or suspension
*>     for the term, or
*>   - their cumulative completion rate - credits earned over
*>     credits attempted, across every term with final results -
*>     is under 67 per cent.
*> A student with no finished term yet has no completion rate and
*> is judged on standing alone. The students are SORTed by their
*> roster ProgramCode; each program closes with how many of its
*> students are in the term and how many are below the rule, and
*> the report ends with the totals. A term student no longer on
*> the roster is counted but cannot be placed in a program.
*> The term comes from CURRENT-TERM on RunParms.Dat when present,
*> otherwise the console prompt.
*>
*> RETURN-CODEs: 0 report written, 8 refused (no term given), 12
*> file error.

*> cobc -x -free academicprogressreport.cbl      (standalone)
*> cobc -m -free academicprogressreport.cbl      (module, CALLable from OperatorConsole)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT OPTIONAL EnrolmentFile ASSIGN WS-STUDENTS-ENROLMENT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS EnrolKey
             FILE STATUS IS WS-ENROLMENT-FILE-STATUS.

      SELECT StudentFile ASSIGN WS-STUDENTS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS StudentId
             ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
             FILE STATUS IS WS-STUDENT-FILE-STATUS.

      SELECT OPTIONAL RunParmFile ASSIGN WS-RUNPARMS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-RUNPARM-FILE-STATUS.

      SELECT PrintFile ASSIGN WS-PROGRESS-REPORT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-PRINT-FILE-STATUS.

      SELECT SortFile ASSIGN WS-PROGRESS-SORT-TMP-PATH.

DATA DIVISION.

FILE SECTION.
FD EnrolmentFile.
01 EnrolmentRecord.
   88 EndOfEnrolmentFile   VALUE HIGH-VALUES.
   COPY enrolrec.

FD StudentFile.
01 StudentDetails.
   COPY studrec.

FD RunParmFile.
01 RunParmRecord.
   88 EndOfRunParmFile     VALUE HIGH-VALUES.
   COPY runparm.

FD PrintFile.
01 PrintLine               PIC X(132).

*>   One record per student enrolled in the term, in program order,
*>   carrying what the detail line prints and whether they are below
*>   the rule.
SD SortFile.
01 SortRecord.
   02 SortProgCode         PIC X(4).
   02 SortStudentId        PIC 9(7).
   02 SortStudentName      PIC X(10).
   02 SortYearOfStudy      PIC 9.
   02 SortCumAttempted     PIC 9(4).
   02 SortCumEarned        PIC 9(4).
   02 SortCompletionPct    PIC 9(3).
   02 SortRateKnownSw      PIC X.
      88 SortRateKnown        VALUE 'Y'.
   02 SortStanding         PIC X.
   02 SortBelowSw          PIC X.
      88 SortBelowRule        VALUE 'Y'.
   02 SortReason           PIC X(30).

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>   comes from the STUDENT_DATA_DIR environment variable (default
*>   "data"), so the same compiled programs run against the
*>   production directory tonight and a test copy tomorrow morning
*>   without recompiling.
01  WS-DATA-DIR              PIC X(64).
01  WS-STUDENTS-ENROLMENT-PATH PIC X(160).
01  WS-STUDENTS-PATH         PIC X(160).
01  WS-RUNPARMS-PATH         PIC X(160).
01  WS-PROGRESS-REPORT-PATH  PIC X(160).
01  WS-PROGRESS-SORT-TMP-PATH PIC X(160).

01  WS-ENROLMENT-FILE-STATUS PIC XX.
01  WS-STUDENT-FILE-STATUS   PIC XX.
    88  WS-STUDENT-FOUND         VALUE "00".
01  WS-RUNPARM-FILE-STATUS   PIC XX.
01  WS-PRINT-FILE-STATUS     PIC XX.
*>   File-status hardening - a required file that fails to open
*>   abandons the run with a clear operator message and RETURN-CODE
*>   12, instead of a runtime abort partway through.
01  WS-ABORT-FILE-NAME        PIC X(30).
01  WS-ABORT-FILE-STATUS      PIC XX.

*>   The term reported on - from RunParms.Dat when the control file
*>   supplied CURRENT-TERM, otherwise the console prompt.
01  WS-PARM-SOURCE           PIC X(12) VALUE "console".
01  WS-TERM-PARM-SW          PIC X VALUE 'N'.
    88  WS-TERM-FROM-PARMS       VALUE 'Y'.
01  WS-REPORT-TERM           PIC X(6).

*>   The satisfactory-progress rule - the lowest cumulative
*>   completion rate, as a percentage, that still counts as
*>   satisfactory.
01  WS-MIN-COMPLETION-PCT    PIC 9(3) VALUE 67.

*>   Student break over the enrolment file - the student in hand,
*>   their finished terms added up, and their record for the term.
01  WS-STUDENT-OPEN-SW       PIC X VALUE 'N'.
    88  WS-STUDENT-OPEN          VALUE 'Y'.
01  WS-CURRENT-STUDENT-ID    PIC 9(7) VALUE ZERO.
01  WS-CUM-ATTEMPTED         PIC 9(4).
01  WS-CUM-EARNED            PIC 9(4).
01  WS-TERM-FOUND-SW         PIC X.
    88  WS-TERM-FOUND            VALUE 'Y'.
01  WS-TERM-YEAR-OF-STUDY    PIC 9.
01  WS-TERM-STANDING         PIC X.
    88  WS-TERM-ON-PROBATION     VALUE "P".
    88  WS-TERM-SUSPENDED        VALUE "S".
01  WS-TERM-WITHDRAWN-SW     PIC X.
    88  WS-TERM-WITHDRAWN        VALUE 'Y'.
01  WS-COMPLETION-LOW-SW     PIC X.
    88  WS-COMPLETION-LOW        VALUE 'Y'.

*>   Program control break over the sorted students.
01  WS-SORT-EOF-SW           PIC X VALUE 'N'.
    88  WS-SORT-EOF              VALUE 'Y'.
01  WS-FIRST-PROGRAM-SW      PIC X VALUE 'Y'.
    88  WS-FIRST-PROGRAM         VALUE 'Y'.
01  WS-CURRENT-PROGRAM       PIC X(4).
01  WS-PROGRAM-ENROLLED-COUNT PIC 9(5) VALUE ZERO.
01  WS-PROGRAM-BELOW-COUNT   PIC 9(5) VALUE ZERO.

*>   Control totals for the end-of-run summary.
01  WS-RECORDS-READ-COUNT    PIC 9(7) VALUE ZERO.
01  WS-ENROLLED-COUNT        PIC 9(7) VALUE ZERO.
01  WS-BELOW-COUNT           PIC 9(7) VALUE ZERO.
01  WS-WITHDRAWN-COUNT       PIC 9(7) VALUE ZERO.
01  WS-NOT-ON-ROSTER-COUNT   PIC 9(7) VALUE ZERO.

*>   Print-file handling, in the LoanAgingReport style - headings
*>   repeated per page, page numbers, the run date in the heading.
01  WS-PRINT-LINE             PIC X(132).
01  WS-SAVED-PRINT-LINE       PIC X(132).
01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.
01  WS-LINE-COUNT             PIC 9(3) VALUE 99.
01  WS-LINES-PER-PAGE         PIC 9(3) VALUE 55.
01  WS-PAGE-NO                PIC 9(4) VALUE ZERO.
01  WS-RPT-HEADING1.
    02  FILLER                PIC X(34) VALUE "ACADEMIC PROGRESS REPORT".
    02  FILLER                PIC X(6) VALUE "TERM: ".
    02  WS-H1-TERM            PIC X(6).
    02  FILLER                PIC X(4) VALUE SPACES.
    02  FILLER                PIC X(10) VALUE "RUN DATE: ".
    02  WS-H1-RUN-DATE        PIC 9999/99/99.
    02  FILLER                PIC X(8) VALUE SPACES.
    02  FILLER                PIC X(6) VALUE "PAGE: ".
    02  WS-H1-PAGE-NO         PIC ZZZ9.
01  WS-RPT-COLUMN-HEADING     PIC X(132) VALUE
    "STUDENT NAME       YR ATTEMPTED EARNED  PCT ST REASON".
01  WS-RPT-DETAIL-LINE.
    02  WS-DTL-STUDENT-ID     PIC 9(7).
    02  FILLER                PIC X VALUE SPACE.
    02  WS-DTL-NAME           PIC X(10).
    02  FILLER                PIC X VALUE SPACE.
    02  WS-DTL-YEAR           PIC Z9.
    02  FILLER                PIC X VALUE SPACE.
    02  WS-DTL-ATTEMPTED      PIC ZZ,ZZ9.
    02  FILLER                PIC X(4) VALUE SPACES.
    02  WS-DTL-EARNED         PIC ZZ,ZZ9.
    02  FILLER                PIC X VALUE SPACE.
    02  WS-DTL-PCT            PIC X(4).
    02  FILLER                PIC X VALUE SPACE.
    02  WS-DTL-STANDING       PIC X(2).
    02  FILLER                PIC X VALUE SPACE.
    02  WS-DTL-REASON         PIC X(30).
01  WS-PCT-EDITED             PIC ZZ9.
01  WS-RPT-PROGRAM-LINE.
    02  FILLER                PIC X(10) VALUE "  PROGRAM ".
    02  WS-PGL-PROGRAM        PIC X(4).
    02  FILLER                PIC X(20) VALUE " ENROLLED IN TERM   ".
    02  WS-PGL-ENROLLED       PIC ZZ,ZZ9.
    02  FILLER                PIC X(20) VALUE "   BELOW THE RULE   ".
    02  WS-PGL-BELOW          PIC ZZ,ZZ9.
01  WS-RPT-TOTAL-LINE.
    02  WS-TOT-LABEL          PIC X(36).
    02  WS-TOT-COUNT          PIC Z,ZZZ,ZZ9.
01  WS-RUN-DATE-NUM           PIC 9(8).

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
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM
    MOVE WS-RUN-DATE-NUM TO WS-H1-RUN-DATE

    PERFORM GetRunParms
    IF WS-TERM-FROM-PARMS
       DISPLAY "Term " WS-REPORT-TERM " taken from RunParms.Dat"
    ELSE
       DISPLAY "Term to report on (e.g. 2026FA): " WITH NO ADVANCING
       ACCEPT WS-REPORT-TERM
    END-IF
    IF WS-REPORT-TERM = SPACES
       DISPLAY "RUN REFUSED - no term given"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF
    MOVE WS-REPORT-TERM TO WS-H1-TERM

    *>   Status 05 - no term has been loaded from the registrar yet;
    *>   the report still prints, empty.
    OPEN INPUT EnrolmentFile
    IF WS-ENROLMENT-FILE-STATUS NOT = "00"
       AND WS-ENROLMENT-FILE-STATUS NOT = "05"
       MOVE "students.enrolment.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-ENROLMENT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN INPUT StudentFile
    IF WS-STUDENT-FILE-STATUS NOT = "00" AND WS-STUDENT-FILE-STATUS NOT = "05"
       MOVE "students.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-STUDENT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN OUTPUT PrintFile
    IF WS-PRINT-FILE-STATUS NOT = "00" AND WS-PRINT-FILE-STATUS NOT = "05"
       MOVE "academicprogress.report.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-PRINT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF

    SORT SortFile ON ASCENDING KEY SortProgCode
                                   SortStudentId
         INPUT PROCEDURE IS ReadTermStudents
         OUTPUT PROCEDURE IS PrintProgramListing

    CLOSE EnrolmentFile
    CLOSE StudentFile

    PERFORM PrintRunTotals
    CLOSE PrintFile

    DISPLAY " "
    DISPLAY "=========== AcademicProgressReport Summary ==========="
    DISPLAY "Term (" WS-PARM-SOURCE ")................... : " WS-REPORT-TERM
    DISPLAY "Enrolment records read................ : " WS-RECORDS-READ-COUNT
    DISPLAY "Students enrolled in the term......... : " WS-ENROLLED-COUNT
    DISPLAY "  below satisfactory progress......... : " WS-BELOW-COUNT
    DISPLAY "Withdrawn from the term (not judged).. : " WS-WITHDRAWN-COUNT
    DISPLAY "In the term but not on the roster..... : " WS-NOT-ON-ROSTER-COUNT
    DISPLAY "======================================================"
    DISPLAY "Print report written to AcademicProgress.Report.Dat"

    PERFORM WriteRunControl

    GOBACK.

*>  ---------------------------------------------------------------
*>  WriteRunControl - this run's record counts and final
*>  RETURN-CODE, appended to Runs.Dat through runlogger.
*>  ---------------------------------------------------------------
WriteRunControl.
    MOVE "AcademicProgressReport" TO RunProgramName
    MOVE WS-RUN-START-DATE TO RunStartDate
    MOVE WS-RUN-START-TIME TO RunStartTime
    MOVE WS-RECORDS-READ-COUNT TO RunRecordsRead
    MOVE WS-BELOW-COUNT TO RunRecordsWritten
    MOVE WS-NOT-ON-ROSTER-COUNT TO RunRejectedCount
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
*>  GetRunParms - reads RunParms.Dat (when it exists) for the
*>  CURRENT-TERM keyword. A missing file, or a file without the
*>  keyword, leaves the program prompting as the others do.
*>  ---------------------------------------------------------------
GetRunParms.
    OPEN INPUT RunParmFile
    *>   Status 05 means the OPTIONAL file was absent and is now open
    *>   and empty - the read loop below just hits end-of-file.
    IF WS-RUNPARM-FILE-STATUS NOT = "00" AND WS-RUNPARM-FILE-STATUS NOT = "05"
       EXIT PARAGRAPH
    END-IF
    READ RunParmFile
        AT END SET EndOfRunParmFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfRunParmFile
        IF ParmKeyword = "CURRENT-TERM"
           MOVE ParmValue(1:6) TO WS-REPORT-TERM
           SET WS-TERM-FROM-PARMS TO TRUE
           MOVE "RunParms.Dat" TO WS-PARM-SOURCE
        END-IF
        READ RunParmFile
            AT END SET EndOfRunParmFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE RunParmFile.

*>  ---------------------------------------------------------------
*>  ReadTermStudents - the sort's input procedure: the enrolment
*>  file in key order, one student at a time, each student in the
*>  term judged against the rule at the student break.
*>  ---------------------------------------------------------------
ReadTermStudents.
    READ EnrolmentFile NEXT RECORD
        AT END SET EndOfEnrolmentFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfEnrolmentFile
        ADD 1 TO WS-RECORDS-READ-COUNT
        IF NOT WS-STUDENT-OPEN
           OR EnrolStudentId NOT = WS-CURRENT-STUDENT-ID
           IF WS-STUDENT-OPEN
              PERFORM JudgeOneStudent
           END-IF
           PERFORM StartOneStudent
        END-IF
        PERFORM TakeOneTerm
        READ EnrolmentFile NEXT RECORD
            AT END SET EndOfEnrolmentFile TO TRUE
        END-READ
    END-PERFORM
    IF WS-STUDENT-OPEN
       PERFORM JudgeOneStudent
    END-IF.

*>  ---------------------------------------------------------------
*>  StartOneStudent - resets the figures for the student the file
*>  just moved on to.
*>  ---------------------------------------------------------------
StartOneStudent.
    MOVE EnrolStudentId TO WS-CURRENT-STUDENT-ID
    SET WS-STUDENT-OPEN TO TRUE
    MOVE ZERO TO WS-CUM-ATTEMPTED
    MOVE ZERO TO WS-CUM-EARNED
    MOVE 'N' TO WS-TERM-FOUND-SW
    MOVE 'N' TO WS-TERM-WITHDRAWN-SW
    MOVE ZERO TO WS-TERM-YEAR-OF-STUDY
    MOVE SPACE TO WS-TERM-STANDING.

*>  ---------------------------------------------------------------
*>  TakeOneTerm - a finished term adds to the student's cumulative
*>  credits; the record for the term reported on is kept.
*>  ---------------------------------------------------------------
TakeOneTerm.
    IF EnrolCompleted
       ADD EnrolCreditsAttempted TO WS-CUM-ATTEMPTED
       ADD EnrolCreditsEarned TO WS-CUM-EARNED
    END-IF
    IF EnrolTerm = WS-REPORT-TERM
       SET WS-TERM-FOUND TO TRUE
       MOVE EnrolYearOfStudy TO WS-TERM-YEAR-OF-STUDY
       MOVE EnrolStanding TO WS-TERM-STANDING
       IF EnrolWithdrawn
          SET WS-TERM-WITHDRAWN TO TRUE
       END-IF
    END-IF.

*>  ---------------------------------------------------------------
*>  JudgeOneStudent - a student enrolled in the term is measured
*>  against the rule and released to the sort under their roster
*>  program, below the rule or not, so each program's count of
*>  students in the term is complete.
*>  ---------------------------------------------------------------
JudgeOneStudent.
    IF NOT WS-TERM-FOUND
       EXIT PARAGRAPH
    END-IF
    IF WS-TERM-WITHDRAWN
       ADD 1 TO WS-WITHDRAWN-COUNT
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-ENROLLED-COUNT

    MOVE WS-CURRENT-STUDENT-ID TO StudentId
    READ StudentFile
        INVALID KEY CONTINUE
    END-READ
    IF NOT WS-STUDENT-FOUND
       ADD 1 TO WS-NOT-ON-ROSTER-COUNT
       DISPLAY "Not on roster - " WS-CURRENT-STUDENT-ID
               " is enrolled in " WS-REPORT-TERM
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO SortRecord
    MOVE ProgramCode TO SortProgCode
    MOVE WS-CURRENT-STUDENT-ID TO SortStudentId
    MOVE StudentName TO SortStudentName
    MOVE WS-TERM-YEAR-OF-STUDY TO SortYearOfStudy
    MOVE WS-CUM-ATTEMPTED TO SortCumAttempted
    MOVE WS-CUM-EARNED TO SortCumEarned
    MOVE WS-TERM-STANDING TO SortStanding
    MOVE ZERO TO SortCompletionPct
    MOVE 'N' TO SortRateKnownSw
    MOVE 'N' TO WS-COMPLETION-LOW-SW
    IF WS-CUM-ATTEMPTED > ZERO
       MOVE 'Y' TO SortRateKnownSw
       COMPUTE SortCompletionPct =
               (WS-CUM-EARNED * 100) / WS-CUM-ATTEMPTED
       IF WS-CUM-EARNED * 100
          < WS-CUM-ATTEMPTED * WS-MIN-COMPLETION-PCT
          SET WS-COMPLETION-LOW TO TRUE
       END-IF
    END-IF

    MOVE 'N' TO SortBelowSw
    EVALUATE TRUE
        WHEN WS-TERM-SUSPENDED AND WS-COMPLETION-LOW
            MOVE "SUSPENDED, COMPLETION LOW" TO SortReason
        WHEN WS-TERM-ON-PROBATION AND WS-COMPLETION-LOW
            MOVE "PROBATION, COMPLETION LOW" TO SortReason
        WHEN WS-TERM-SUSPENDED
            MOVE "ACADEMIC SUSPENSION" TO SortReason
        WHEN WS-TERM-ON-PROBATION
            MOVE "ACADEMIC PROBATION" TO SortReason
        WHEN WS-COMPLETION-LOW
            MOVE SPACES TO SortReason
            MOVE WS-MIN-COMPLETION-PCT TO WS-PCT-EDITED
            STRING "COMPLETION UNDER " FUNCTION TRIM(WS-PCT-EDITED) "%"
                DELIMITED BY SIZE INTO SortReason
            END-STRING
    END-EVALUATE
    IF WS-TERM-SUSPENDED OR WS-TERM-ON-PROBATION OR WS-COMPLETION-LOW
       SET SortBelowRule TO TRUE
       ADD 1 TO WS-BELOW-COUNT
    END-IF
    RELEASE SortRecord.

*>  ---------------------------------------------------------------
*>  PrintProgramListing - the sort's output procedure: the students
*>  in program order, those below the rule listed, each program
*>  closing with its counts.
*>  ---------------------------------------------------------------
PrintProgramListing.
    RETURN SortFile
        AT END SET WS-SORT-EOF TO TRUE
    END-RETURN
    PERFORM UNTIL WS-SORT-EOF
        IF WS-FIRST-PROGRAM
           MOVE 'N' TO WS-FIRST-PROGRAM-SW
           PERFORM StartProgram
        END-IF
        IF SortProgCode NOT = WS-CURRENT-PROGRAM
           PERFORM PrintProgramTotal
           PERFORM StartProgram
        END-IF
        ADD 1 TO WS-PROGRAM-ENROLLED-COUNT
        IF SortBelowRule
           ADD 1 TO WS-PROGRAM-BELOW-COUNT
           PERFORM PrintStudentLine
        END-IF
        RETURN SortFile
            AT END SET WS-SORT-EOF TO TRUE
        END-RETURN
    END-PERFORM
    IF NOT WS-FIRST-PROGRAM
       PERFORM PrintProgramTotal
    END-IF.

*>  ---------------------------------------------------------------
*>  StartProgram - the section heading and column heading for the
*>  program the sorted students just moved on to.
*>  ---------------------------------------------------------------
StartProgram.
    MOVE SortProgCode TO WS-CURRENT-PROGRAM
    MOVE ZERO TO WS-PROGRAM-ENROLLED-COUNT
    MOVE ZERO TO WS-PROGRAM-BELOW-COUNT
    MOVE SPACES TO WS-PRINT-LINE
    STRING "PROGRAM " WS-CURRENT-PROGRAM
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING
    DISPLAY " "
    DISPLAY WS-PRINT-LINE
    PERFORM PrintSectionHeading
    MOVE WS-RPT-COLUMN-HEADING TO WS-PRINT-LINE
    PERFORM PrintOneLine.

*>  ---------------------------------------------------------------
*>  PrintStudentLine - one student below the rule: cumulative
*>  credits, completion rate (N/A before a finished term), standing
*>  and why they are below.
*>  ---------------------------------------------------------------
PrintStudentLine.
    MOVE SPACES TO WS-RPT-DETAIL-LINE
    MOVE SortStudentId TO WS-DTL-STUDENT-ID
    MOVE SortStudentName TO WS-DTL-NAME
    MOVE SortYearOfStudy TO WS-DTL-YEAR
    MOVE SortCumAttempted TO WS-DTL-ATTEMPTED
    MOVE SortCumEarned TO WS-DTL-EARNED
    IF SortRateKnown
       MOVE SortCompletionPct TO WS-PCT-EDITED
       MOVE SPACES TO WS-DTL-PCT
       STRING WS-PCT-EDITED "%" DELIMITED BY SIZE INTO WS-DTL-PCT
       END-STRING
    ELSE
       MOVE " N/A" TO WS-DTL-PCT
    END-IF
    MOVE SortStanding TO WS-DTL-STANDING
    MOVE SortReason TO WS-DTL-REASON
    DISPLAY WS-RPT-DETAIL-LINE
    MOVE WS-RPT-DETAIL-LINE TO WS-PRINT-LINE
    PERFORM PrintOneLine.

*>  ---------------------------------------------------------------
*>  PrintProgramTotal - the program just listed: its students in
*>  the term and how many of them are below the rule.
*>  ---------------------------------------------------------------
PrintProgramTotal.
    MOVE WS-CURRENT-PROGRAM TO WS-PGL-PROGRAM
    MOVE WS-PROGRAM-ENROLLED-COUNT TO WS-PGL-ENROLLED
    MOVE WS-PROGRAM-BELOW-COUNT TO WS-PGL-BELOW
    DISPLAY WS-RPT-PROGRAM-LINE
    MOVE WS-RPT-PROGRAM-LINE TO WS-PRINT-LINE
    PERFORM PrintOneLine.

*>  ---------------------------------------------------------------
*>  PrintRunTotals - the whole term's counts, then the end of the
*>  report.
*>  ---------------------------------------------------------------
PrintRunTotals.
    MOVE "TERM TOTALS" TO WS-PRINT-LINE
    PERFORM PrintSectionHeading
    MOVE "STUDENTS ENROLLED IN THE TERM......:" TO WS-TOT-LABEL
    MOVE WS-ENROLLED-COUNT TO WS-TOT-COUNT
    MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-LINE
    PERFORM PrintOneLine
    MOVE "BELOW SATISFACTORY PROGRESS........:" TO WS-TOT-LABEL
    MOVE WS-BELOW-COUNT TO WS-TOT-COUNT
    MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-LINE
    PERFORM PrintOneLine
    MOVE "WITHDRAWN FROM THE TERM............:" TO WS-TOT-LABEL
    MOVE WS-WITHDRAWN-COUNT TO WS-TOT-COUNT
    MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-LINE
    PERFORM PrintOneLine
    MOVE "IN THE TERM, NOT ON THE ROSTER.....:" TO WS-TOT-LABEL
    MOVE WS-NOT-ON-ROSTER-COUNT TO WS-TOT-COUNT
    MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-LINE
    PERFORM PrintOneLine
    MOVE "*** END OF REPORT ***" TO WS-PRINT-LINE
    PERFORM PrintOneLine.

*>  ---------------------------------------------------------------
*>  PrintOneLine - one line to the print file, breaking to a fresh
*>  page with full headings once WS-LINES-PER-PAGE is reached.
*>  ---------------------------------------------------------------
PrintOneLine.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
       PERFORM PrintPageHeadings
    END-IF
    WRITE PrintLine FROM WS-PRINT-LINE
    ADD 1 TO WS-LINE-COUNT.

*>  ---------------------------------------------------------------
*>  PrintPageHeadings - the report heading block that opens every
*>  page: title, term, run date and page number.
*>  ---------------------------------------------------------------
PrintPageHeadings.
    ADD 1 TO WS-PAGE-NO
    MOVE WS-PAGE-NO TO WS-H1-PAGE-NO
    WRITE PrintLine FROM WS-RPT-HEADING1
    WRITE PrintLine FROM WS-BLANK-LINE
    MOVE 2 TO WS-LINE-COUNT.

*>  ---------------------------------------------------------------
*>  PrintSectionHeading - a blank line and then the section title
*>  sitting in WS-PRINT-LINE, with the usual page break when the
*>  page is full.
*>  ---------------------------------------------------------------
PrintSectionHeading.
    MOVE WS-PRINT-LINE TO WS-SAVED-PRINT-LINE
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
       PERFORM PrintPageHeadings
    END-IF
    MOVE SPACES TO WS-PRINT-LINE
    WRITE PrintLine FROM WS-PRINT-LINE
    WRITE PrintLine FROM WS-SAVED-PRINT-LINE
    ADD 2 TO WS-LINE-COUNT.

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
    MOVE SPACES TO WS-STUDENTS-ENROLMENT-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.enrolment.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-ENROLMENT-PATH
    END-STRING
    MOVE SPACES TO WS-STUDENTS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-PATH
    END-STRING
    MOVE SPACES TO WS-RUNPARMS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/runparms.dat"
        DELIMITED BY SIZE INTO WS-RUNPARMS-PATH
    END-STRING
    MOVE SPACES TO WS-PROGRESS-REPORT-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/academicprogress.report.dat"
        DELIMITED BY SIZE INTO WS-PROGRESS-REPORT-PATH
    END-STRING
    MOVE SPACES TO WS-PROGRESS-SORT-TMP-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/academicprogress.sort.tmp"
        DELIMITED BY SIZE INTO WS-PROGRESS-SORT-TMP-PATH
    END-STRING.
