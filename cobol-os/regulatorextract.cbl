PROGRAM-ID. RegulatorExtract.
AUTHOR. Anton Georgescu.
*> Annual regulator submission - builds the ministry's fixed-format
*> student-funding return straight from students.dat and the loan
*> balance master Loans.Balance.Dat, replacing the week two people
*> spend assembling it by hand from studentread output and ledger
*> figures. The file
*> (Ministry.Submission.Dat) carries one HDR record, one DTL record
*> per Active student - StudentId, ProgramCode, DateOfBirth, Gender
*> and the outstanding balance (the student's current balance on
*> the master, falling back to LoanAmount for a student with no
*> postings, the LoanExposureReport convention) - and one TRL
*> record with the record count and amount total the ministry's
*> spec demands.
*> Graduates who finished in the return year are reported too,
*> flagged G (completed) against A (enrolled) in DtlStatus, with
*> the trailer carrying the completion count - a student who
*> finished the program is a completion, not an attrition, and
*> their balance is still owed. A graduate from an earlier year
*> was that year's completion and is left out like any other
*> student no longer enrolled. The return year (the year of the
*> graduate's StatusDate that counts) comes from RETURN-YEAR on
*> RunParms.Dat, otherwise the console, blank for this year. The
*> finished file is re-read from disk and its details recounted and
*> retotalled against the trailer; any imbalance deletes the file
*> and refuses the run, because a corrected ministry resubmission
*> report (Ministry.Control.Report.Dat) is written as evidence of
*> what was sent.
*>
*> RETURN-CODEs: 0 balanced and produced, 8 refused (bad return year, no
*> balance master, or totals failed to balance - no submission file left
*> on disk), 12 file error.

*> cobc -x -free regulatorextract.cbl      (standalone)
*> cobc -m -free regulatorextract.cbl      (module, CALLable from OperatorConsole)
             ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
             FILE STATUS IS WS-STUDENT-FILE-STATUS.

      SELECT BalanceFile ASSIGN WS-LOANS-BALANCE-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS BalStudentId
             FILE STATUS IS WS-BALANCE-FILE-STATUS.

      SELECT SubmissionFile ASSIGN WS-SUBMISSION-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-CONTROL-REPORT-STATUS.

      SELECT OPTIONAL RunParmFile ASSIGN WS-RUNPARMS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-RUNPARM-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
   88 EndOfStudentFile     VALUE HIGH-VALUES.
   COPY studrec.

FD BalanceFile.
01 BalanceRecord.
   COPY loanbal.

*>   The ministry's fixed-format record set, told apart by the
*>   three-byte type in front - HDR, one DTL per student, TRL last.
   02 DtlDateOfBirth       PIC 9(8).
   02 DtlGender            PIC X.
   02 DtlBalance           PIC 9(9).
   02 DtlStatus            PIC X.
      88 DtlEnrolled          VALUE "A".
      88 DtlCompleted         VALUE "G".
01 SubmissionTrailer.
   02 FILLER               PIC X(3).
   02 TrlDetailCount       PIC 9(7).
   02 TrlBalanceTotal      PIC 9(11).
   02 TrlCompletedCount    PIC 9(7).

FD ControlReportFile.
01 ControlReportLine       PIC X(100).

FD RunParmFile.
01 RunParmRecord.
   88 EndOfRunParmFile     VALUE HIGH-VALUES.
   COPY runparm.

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>   comes from the STUDENT_DATA_DIR environment variable (default
*>   without recompiling.
01  WS-DATA-DIR              PIC X(64).
01  WS-STUDENTS-PATH         PIC X(160).
01  WS-LOANS-BALANCE-PATH    PIC X(160).
01  WS-SUBMISSION-PATH       PIC X(160).
01  WS-CONTROL-REPORT-PATH   PIC X(160).
01  WS-RUNPARMS-PATH         PIC X(160).

01  WS-STUDENT-FILE-STATUS   PIC XX.
01  WS-BALANCE-FILE-STATUS   PIC XX.
    88  WS-BALANCE-FOUND         VALUE "00".
01  WS-SUBMISSION-FILE-STATUS PIC XX.
01  WS-CONTROL-REPORT-STATUS PIC XX.
*>   File-status hardening - a required file that fails to open
01  WS-ABORT-FILE-NAME        PIC X(30).
01  WS-ABORT-FILE-STATUS      PIC XX.

01  WS-CURRENT-BALANCE       PIC 9(9).

01  WS-RUN-DATE-NUM          PIC 9(8).

*>   The return year - a graduate whose StatusDate falls in it is
*>   this return's completion. From RunParms.Dat when the control
*>   file supplied it, otherwise the console prompt.
01  WS-RUNPARM-FILE-STATUS   PIC XX.
01  WS-PARM-SOURCE           PIC X(12) VALUE "console".
01  WS-YEAR-PARM-SW          PIC X VALUE 'N'.
    88  WS-YEAR-FROM-PARMS       VALUE 'Y'.
01  WS-RETURN-YEAR-X         PIC X(4).
01  WS-RETURN-YEAR REDEFINES WS-RETURN-YEAR-X PIC 9(4).
01  WS-CONTROL-LINE          PIC X(100).
01  WS-DELETE-RESULT         PIC S9(9) COMP.

*>   cent or no file leaves the building.
01  WS-DETAIL-COUNT          PIC 9(7) VALUE ZERO.
01  WS-BALANCE-TOTAL         PIC 9(11) VALUE ZERO.
01  WS-COMPLETED-COUNT       PIC 9(7) VALUE ZERO.
01  WS-VERIFY-COMPLETED      PIC 9(7) VALUE ZERO.
01  WS-VERIFY-STATED-COMPLETED PIC 9(7) VALUE ZERO.
01  WS-VERIFY-COUNT          PIC 9(7) VALUE ZERO.
01  WS-VERIFY-TOTAL          PIC 9(11) VALUE ZERO.
01  WS-VERIFY-STATED-COUNT   PIC 9(7) VALUE ZERO.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM

    PERFORM GetRunParms
    IF WS-YEAR-FROM-PARMS
       DISPLAY "Return year " WS-RETURN-YEAR-X " taken from RunParms.Dat"
    ELSE
       DISPLAY "Return year (YYYY, blank for this year): "
               WITH NO ADVANCING
       ACCEPT WS-RETURN-YEAR-X
    END-IF
    IF WS-RETURN-YEAR-X = SPACES
       MOVE WS-RUN-DATE-NUM(1:4) TO WS-RETURN-YEAR-X
    END-IF
    IF WS-RETURN-YEAR NOT NUMERIC
       DISPLAY "RUN REFUSED - " WS-RETURN-YEAR-X " is not a valid "
               "YYYY return year"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF

    OPEN INPUT BalanceFile
    IF WS-BALANCE-FILE-STATUS = "35"
       DISPLAY "RUN REFUSED - the loan balance master Loans.Balance.Dat "
               "is not on file - create it from the ledger with "
               "LoanBalanceRebuild first"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF
    IF WS-BALANCE-FILE-STATUS NOT = "00"
       MOVE "loans.balance.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-BALANCE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF

    PERFORM BuildSubmissionFile
    CLOSE BalanceFile
    PERFORM VerifySubmissionFile
    PERFORM WriteControlReport


    DISPLAY " "
    DISPLAY "============== RegulatorExtract Control Totals =============="
    DISPLAY "Return year (" WS-PARM-SOURCE ")........... : " WS-RETURN-YEAR
    DISPLAY "Students read......................... : " WS-STUDENTS-READ-COUNT
    DISPLAY "Detail records written................ : " WS-DETAIL-COUNT
    DISPLAY "  of which completions (graduates).... : " WS-COMPLETED-COUNT
    DISPLAY "Outstanding balance total............. : " WS-BALANCE-TOTAL
    DISPLAY "Verification.......................... : " WS-VERIFY-OK-SW
    DISPLAY "============================================================="
    GOBACK.

*>  ---------------------------------------------------------------
*>  GetRunParms - reads RunParms.Dat (when it exists) for this
*>  program's RETURN-YEAR keyword. A missing file, or a file
*>  without the keyword, leaves the program prompting as the others
*>  do.
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
        IF ParmKeyword = "RETURN-YEAR"
           MOVE ParmValue(1:4) TO WS-RETURN-YEAR-X
           SET WS-YEAR-FROM-PARMS TO TRUE
           MOVE "RunParms.Dat" TO WS-PARM-SOURCE
        END-IF
        READ RunParmFile
            AT END SET EndOfRunParmFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE RunParmFile.

*>  ---------------------------------------------------------------
*>  BuildSubmissionFile - header, one detail per Active student and
*>  per student who graduated in the return year, trailer with the
*>  count and amount total, accumulating the internal figures the
*>  verification pass proves.
*>  ---------------------------------------------------------------
BuildSubmissionFile.
    OPEN INPUT StudentFile
    PERFORM UNTIL EndOfStudentFile
        ADD 1 TO WS-STUDENTS-READ-COUNT
        IF StatusActive
           OR (StatusGraduated AND StatusYear = WS-RETURN-YEAR)
           PERFORM WriteOneDetail
        END-IF
        READ StudentFile
    MOVE "TRL" TO SubRecordType
    MOVE WS-DETAIL-COUNT TO TrlDetailCount
    MOVE WS-BALANCE-TOTAL TO TrlBalanceTotal
    MOVE WS-COMPLETED-COUNT TO TrlCompletedCount
    WRITE SubmissionTrailer
    CLOSE SubmissionFile.

*>  ---------------------------------------------------------------
*>  WriteOneDetail - the Active or this year's graduate in the buffer
*>  as one DTL record, at their current balance on the loan balance
*>  master (LoanAmount when they have no postings).
*>  ---------------------------------------------------------------
WriteOneDetail.
    MOVE LoanAmount TO WS-CURRENT-BALANCE
    MOVE StudentId TO BalStudentId
    READ BalanceFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-BALANCE-FOUND
       MOVE BalCurrentBalance TO WS-CURRENT-BALANCE
    END-IF

    MOVE SPACES TO SubmissionDetail
    MOVE "DTL" TO SubRecordType
    MOVE DateOfBirth TO DtlDateOfBirth
    MOVE Gender TO DtlGender
    MOVE WS-CURRENT-BALANCE TO DtlBalance
    IF StatusGraduated
       SET DtlCompleted TO TRUE
    ELSE
       SET DtlEnrolled TO TRUE
    END-IF
    WRITE SubmissionDetail
    IF WS-SUBMISSION-FILE-STATUS NOT = "00"
       MOVE "ministry.submission.dat" TO WS-ABORT-FILE-NAME
       PERFORM FileWriteAbort
    END-IF
    ADD 1 TO WS-DETAIL-COUNT
    ADD WS-CURRENT-BALANCE TO WS-BALANCE-TOTAL
    IF StatusGraduated
       ADD 1 TO WS-COMPLETED-COUNT
    END-IF.

*>  ---------------------------------------------------------------
*>  VerifySubmissionFile - re-reads the finished file from disk,
            WHEN SubDetailRecord
                ADD 1 TO WS-VERIFY-COUNT
                ADD DtlBalance TO WS-VERIFY-TOTAL
                IF DtlCompleted
                   ADD 1 TO WS-VERIFY-COMPLETED
                END-IF
            WHEN SubTrailerRecord
                SET WS-TRAILER-SEEN TO TRUE
                MOVE TrlDetailCount TO WS-VERIFY-STATED-COUNT
                MOVE TrlBalanceTotal TO WS-VERIFY-STATED-TOTAL
                MOVE TrlCompletedCount TO WS-VERIFY-STATED-COMPLETED
            WHEN SubHeaderRecord
                CONTINUE
            WHEN OTHER
       DISPLAY "VERIFY ERROR - detail total on disk " WS-VERIFY-TOTAL
               ", trailer states " WS-VERIFY-STATED-TOTAL
               ", accumulated " WS-BALANCE-TOTAL
    END-IF
    IF WS-VERIFY-COMPLETED NOT = WS-VERIFY-STATED-COMPLETED
       OR WS-VERIFY-COMPLETED NOT = WS-COMPLETED-COUNT
       SET WS-VERIFY-FAILED TO TRUE
       DISPLAY "VERIFY ERROR - completions on disk " WS-VERIFY-COMPLETED
               ", trailer states " WS-VERIFY-STATED-COMPLETED
               ", written " WS-COMPLETED-COUNT
    END-IF.

*>  ---------------------------------------------------------------
    END-STRING
    WRITE ControlReportLine FROM WS-CONTROL-LINE
    MOVE SPACES TO WS-CONTROL-LINE
    STRING "RETURN YEAR..............: " WS-RETURN-YEAR
        DELIMITED BY SIZE INTO WS-CONTROL-LINE
    END-STRING
    WRITE ControlReportLine FROM WS-CONTROL-LINE
    MOVE SPACES TO WS-CONTROL-LINE
    STRING "STUDENTS REPORTED........: " WS-DETAIL-COUNT
        DELIMITED BY SIZE INTO WS-CONTROL-LINE
    END-STRING
    WRITE ControlReportLine FROM WS-CONTROL-LINE
    MOVE SPACES TO WS-CONTROL-LINE
    STRING "  OF WHICH COMPLETIONS...: " WS-COMPLETED-COUNT
        DELIMITED BY SIZE INTO WS-CONTROL-LINE
    END-STRING
    WRITE ControlReportLine FROM WS-CONTROL-LINE
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-BALANCE-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.balance.dat"
        DELIMITED BY SIZE INTO WS-LOANS-BALANCE-PATH
    END-STRING
    MOVE SPACES TO WS-SUBMISSION-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/ministry.submission.dat"
    MOVE SPACES TO WS-CONTROL-REPORT-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/ministry.control.report.dat"
        DELIMITED BY SIZE INTO WS-CONTROL-REPORT-PATH
    END-STRING
    MOVE SPACES TO WS-RUNPARMS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/runparms.dat"
        DELIMITED BY SIZE INTO WS-RUNPARMS-PATH
    END-STRING.
