IDENTIFICATION DIVISION.
PROGRAM-ID. RejectAgingReport.
AUTHOR. Anton Georgescu.
*> Open reject aging report - answers the supervisors' "which office
*> is sitting on unresolved work". Reads the reject worklist
*> Rejects.Worklist.Dat in key order (office, then the date each
*> reject was first rejected) and lists every reject still open,
*> with its age in days since it was first rejected, how many
*> nights StudentWrite has rejected it and the latest reason. Ages
*> fall into four buckets: up to a week, 8 to 30 days, 31 to 90
*> days and over 90 days. Each office closes with its open count
*> and its oldest reject, and the report ends with the open count
*> per office in each bucket, so the office with work going stale
*> stands out at a glance. Rejects the offices have already
*> resubmitted or withdrawn are counted but not listed. A reject
*> with no origin office is shown under (none).
*>
*> RETURN-CODEs: 0 report written, 12 file error.

*> cobc -x -free rejectagingreport.cbl      (standalone)
*> cobc -m -free rejectagingreport.cbl      (module, CALLable from OperatorConsole)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT OPTIONAL RejectWorklistFile ASSIGN WS-REJECTS-WORKLIST-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS RejKey
             ALTERNATE RECORD KEY IS RejStudentId WITH DUPLICATES
             FILE STATUS IS WS-REJECT-WORKLIST-STATUS.

      SELECT PrintFile ASSIGN WS-REJECTAGING-REPORT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-PRINT-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD RejectWorklistFile.
01 RejectWorklistRecord.
   88 EndOfRejectWorklistFile VALUE HIGH-VALUES.
   COPY rejectrec.

FD PrintFile.
01 PrintLine               PIC X(132).

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>   comes from the STUDENT_DATA_DIR environment variable (default
*>   "data"), so the same compiled programs run against the
*>   production directory tonight and a test copy tomorrow morning
*>   without recompiling.
01  WS-DATA-DIR              PIC X(64).
01  WS-REJECTS-WORKLIST-PATH PIC X(160).
01  WS-REJECTAGING-REPORT-PATH PIC X(160).

01  WS-REJECT-WORKLIST-STATUS PIC XX.
01  WS-PRINT-FILE-STATUS     PIC XX.
*>   File-status hardening - a required file that fails to open
*>   abandons the run with a clear operator message and RETURN-CODE
*>   12, instead of a runtime abort partway through.
01  WS-ABORT-FILE-NAME        PIC X(30).
01  WS-ABORT-FILE-STATUS      PIC XX.

*>   Day arithmetic for the bucketing - today and the first-rejected
*>   date as day numbers, so the age is a straight subtraction.
01  WS-TODAY-DATE-NUM        PIC 9(8).
01  WS-TODAY-INT             PIC 9(8).
01  WS-AGE-DAYS              PIC S9(8).
01  WS-BUCKET-NO             PIC 9.

*>   Office control break - the office being listed, its open count
*>   and its oldest reject.
01  WS-CURRENT-OFFICE        PIC X(2).
01  WS-FIRST-OFFICE-SW       PIC X VALUE 'Y'.
    88  WS-FIRST-OFFICE          VALUE 'Y'.
01  WS-OFFICE-OPEN-COUNT     PIC 9(5) VALUE ZERO.
01  WS-OFFICE-OLDEST-DAYS    PIC S9(8) VALUE ZERO.

*>   Open rejects per aging bucket: 1 up to 7 days, 2 8 to 30 days,
*>   3 31 to 90 days, 4 over 90 days.
01  WS-BUCKET-TOTALS.
    02  WS-BUCKET-ENTRY OCCURS 4 TIMES INDEXED BY WS-BUCKET-IX.
        03  WS-BKT-COUNT          PIC 9(7) VALUE ZERO.

*>   Open rejects per office in each bucket, for the closing
*>   summary.
01  WS-OFFICE-TOTALS-TABLE.
    02  WS-OFFICE-COUNT         PIC 9(2) VALUE ZERO.
    02  WS-OFFICE-ENTRY OCCURS 20 TIMES INDEXED BY WS-OFFICE-IX.
        03  WS-OFFICE-ENTRY-CODE     PIC X(2).
        03  WS-OFF-BUCKET-COUNT OCCURS 4 TIMES PIC 9(5).
        03  WS-OFF-OLDEST-DAYS       PIC S9(8).
01  WS-OFFICE-FOUND-IX       PIC 9(2).

*>   Control totals for the end-of-run summary.
01  WS-REJECTS-READ-COUNT    PIC 9(7) VALUE ZERO.
01  WS-OPEN-COUNT            PIC 9(7) VALUE ZERO.
01  WS-RESUBMITTED-COUNT     PIC 9(7) VALUE ZERO.
01  WS-WITHDRAWN-COUNT       PIC 9(7) VALUE ZERO.

*>   Print-file handling, in the LoanAgingReport style - headings
*>   repeated per page, page numbers, the run date in the heading.
01  WS-PRINT-LINE             PIC X(132).
01  WS-SAVED-PRINT-LINE       PIC X(132).
01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.
01  WS-LINE-COUNT             PIC 9(3) VALUE 99.
01  WS-LINES-PER-PAGE         PIC 9(3) VALUE 55.
01  WS-PAGE-NO                PIC 9(4) VALUE ZERO.
01  WS-RPT-HEADING1.
    02  FILLER                PIC X(34) VALUE "OPEN REJECT AGING REPORT".
    02  FILLER                PIC X(10) VALUE "RUN DATE: ".
    02  WS-H1-RUN-DATE        PIC 9999/99/99.
    02  FILLER                PIC X(8) VALUE SPACES.
    02  FILLER                PIC X(6) VALUE "PAGE: ".
    02  WS-H1-PAGE-NO         PIC ZZZ9.
01  WS-RPT-DETAIL-LINE.
    02  WS-DTL-OFFICE         PIC X(6).
    02  FILLER                PIC X VALUE SPACE.
    02  WS-DTL-FIRST-DATE     PIC 9999/99/99.
    02  FILLER                PIC X VALUE SPACE.
    02  WS-DTL-AGE-DAYS       PIC ZZZZ9.
    02  FILLER                PIC X VALUE SPACE.
    02  WS-DTL-NIGHTS         PIC ZZ9.
    02  FILLER                PIC X VALUE SPACE.
    02  WS-DTL-STUDENT-ID     PIC X(7).
    02  FILLER                PIC X VALUE SPACE.
    02  WS-DTL-TYPE           PIC X.
    02  FILLER                PIC X VALUE SPACE.
    02  WS-DTL-BUCKET         PIC X(10).
    02  FILLER                PIC X VALUE SPACE.
    02  WS-DTL-REASON         PIC X(30).
01  WS-RPT-OFFICE-LINE.
    02  FILLER                PIC X(9) VALUE "  OFFICE ".
    02  WS-OFL-OFFICE         PIC X(6).
    02  FILLER                PIC X(14) VALUE " OPEN REJECTS ".
    02  WS-OFL-COUNT          PIC ZZ,ZZ9.
    02  FILLER                PIC X(16) VALUE "   OLDEST (DAYS)".
    02  WS-OFL-OLDEST         PIC ZZZZ9.
01  WS-RPT-BUCKET-LINE.
    02  WS-BKT-LINE-LABEL     PIC X(20).
    02  WS-BKT-LINE-COUNT     PIC Z,ZZZ,ZZ9.
01  WS-RPT-SUMMARY-LINE.
    02  WS-SUM-LINE-OFFICE    PIC X(6).
    02  FILLER                PIC X VALUE SPACE.
    02  WS-SUM-LINE-BUCKET OCCURS 4 TIMES.
        03  WS-SUM-LINE-COUNT    PIC ZZ,ZZ9.
        03  FILLER               PIC X(5) VALUE SPACES.
    02  WS-SUM-LINE-OLDEST    PIC ZZZZ9.
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
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE-NUM
    MOVE WS-TODAY-DATE-NUM TO WS-RUN-DATE-NUM
    MOVE WS-RUN-DATE-NUM TO WS-H1-RUN-DATE
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM)

    *>   Status 05 - no reject has ever been worklisted; the report
    *>   still prints, empty.
    OPEN INPUT RejectWorklistFile
    IF WS-REJECT-WORKLIST-STATUS NOT = "00"
       AND WS-REJECT-WORKLIST-STATUS NOT = "05"
       MOVE "rejects.worklist.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-REJECT-WORKLIST-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN OUTPUT PrintFile
    IF WS-PRINT-FILE-STATUS NOT = "00" AND WS-PRINT-FILE-STATUS NOT = "05"
       MOVE "rejectaging.report.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-PRINT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF

    DISPLAY " "
    DISPLAY "================ Open Reject Aging ================"
    DISPLAY "Office First Rej. Days Nts StudentId T Bucket.... Reason"
    MOVE "OFFICE FIRST REJ.  DAYS NTS STUDENT T BUCKET.... REASON"
      TO WS-PRINT-LINE
    PERFORM PrintOneLine

    READ RejectWorklistFile NEXT
        AT END SET EndOfRejectWorklistFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfRejectWorklistFile
       ADD 1 TO WS-REJECTS-READ-COUNT
       EVALUATE TRUE
           WHEN RejOpen
               PERFORM AgeOneReject
           WHEN RejResubmitted
               ADD 1 TO WS-RESUBMITTED-COUNT
           WHEN OTHER
               ADD 1 TO WS-WITHDRAWN-COUNT
       END-EVALUATE
       READ RejectWorklistFile NEXT
           AT END SET EndOfRejectWorklistFile TO TRUE
       END-READ
    END-PERFORM
    IF NOT WS-FIRST-OFFICE
       PERFORM PrintOfficeTotal
    END-IF

    CLOSE RejectWorklistFile

    PERFORM PrintBucketTotals
    PERFORM PrintOfficeSummary
    CLOSE PrintFile

    DISPLAY " "
    DISPLAY "================ Reject Aging Summary ================"
    DISPLAY "Rejects on the worklist............... : " WS-REJECTS-READ-COUNT
    DISPLAY "Open rejects aged..................... : " WS-OPEN-COUNT
    DISPLAY "Resubmitted (not listed).............. : " WS-RESUBMITTED-COUNT
    DISPLAY "Withdrawn (not listed)................ : " WS-WITHDRAWN-COUNT
    DISPLAY "======================================================"
    DISPLAY "Print report written to RejectAging.Report.Dat"

    PERFORM WriteRunControl

    GOBACK.

*>  ---------------------------------------------------------------
*>  WriteRunControl - this run's record counts and final
*>  RETURN-CODE, appended to Runs.Dat through runlogger.
*>  ---------------------------------------------------------------
WriteRunControl.
    MOVE "RejectAgingReport" TO RunProgramName
    MOVE WS-RUN-START-DATE TO RunStartDate
    MOVE WS-RUN-START-TIME TO RunStartTime
    MOVE WS-REJECTS-READ-COUNT TO RunRecordsRead
    MOVE WS-OPEN-COUNT TO RunRecordsWritten
    MOVE ZERO TO RunRejectedCount
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
*>  AgeOneReject - buckets the open reject in the buffer by days
*>  since it was first rejected and writes the detail line, closing
*>  off the previous office's total when the office changes.
*>  ---------------------------------------------------------------
AgeOneReject.
    IF WS-FIRST-OFFICE
       MOVE 'N' TO WS-FIRST-OFFICE-SW
       MOVE RejOffice TO WS-CURRENT-OFFICE
    END-IF
    IF RejOffice NOT = WS-CURRENT-OFFICE
       PERFORM PrintOfficeTotal
       MOVE RejOffice TO WS-CURRENT-OFFICE
    END-IF

    MOVE ZERO TO WS-AGE-DAYS
    IF RejFirstDate IS NUMERIC AND RejFirstDate > ZERO
       COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(RejFirstDate)
    END-IF
    IF WS-AGE-DAYS < ZERO
       MOVE ZERO TO WS-AGE-DAYS
    END-IF
    EVALUATE TRUE
        WHEN WS-AGE-DAYS <= 7
            MOVE 1 TO WS-BUCKET-NO
        WHEN WS-AGE-DAYS <= 30
            MOVE 2 TO WS-BUCKET-NO
        WHEN WS-AGE-DAYS <= 90
            MOVE 3 TO WS-BUCKET-NO
        WHEN OTHER
            MOVE 4 TO WS-BUCKET-NO
    END-EVALUATE

    MOVE SPACES TO WS-RPT-DETAIL-LINE
    PERFORM SetOfficeLabel
    MOVE WS-OFL-OFFICE TO WS-DTL-OFFICE
    MOVE RejFirstDate TO WS-DTL-FIRST-DATE
    MOVE WS-AGE-DAYS TO WS-DTL-AGE-DAYS
    MOVE RejRejectCount TO WS-DTL-NIGHTS
    MOVE RejStudentId TO WS-DTL-STUDENT-ID
    MOVE RejTransaction(8:1) TO WS-DTL-TYPE
    EVALUATE WS-BUCKET-NO
        WHEN 1 MOVE "0-7 DAYS" TO WS-DTL-BUCKET
        WHEN 2 MOVE "8-30 DAYS" TO WS-DTL-BUCKET
        WHEN 3 MOVE "31-90 DAYS" TO WS-DTL-BUCKET
        WHEN 4 MOVE "OVER 90" TO WS-DTL-BUCKET
    END-EVALUATE
    MOVE RejReason TO WS-DTL-REASON

    DISPLAY WS-RPT-DETAIL-LINE
    MOVE WS-RPT-DETAIL-LINE TO WS-PRINT-LINE
    PERFORM PrintOneLine

    ADD 1 TO WS-OPEN-COUNT
    ADD 1 TO WS-OFFICE-OPEN-COUNT
    IF WS-AGE-DAYS > WS-OFFICE-OLDEST-DAYS
       MOVE WS-AGE-DAYS TO WS-OFFICE-OLDEST-DAYS
    END-IF
    ADD 1 TO WS-BKT-COUNT(WS-BUCKET-NO)
    PERFORM AddToOfficeTotals.

*>  ---------------------------------------------------------------
*>  SetOfficeLabel - the office code as printed, (none) for a
*>  reject with no origin office.
*>  ---------------------------------------------------------------
SetOfficeLabel.
    IF WS-CURRENT-OFFICE = SPACES
       MOVE "(none)" TO WS-OFL-OFFICE
    ELSE
       MOVE WS-CURRENT-OFFICE TO WS-OFL-OFFICE
    END-IF.

*>  ---------------------------------------------------------------
*>  PrintOfficeTotal - the office just listed: its open count and
*>  the age of its oldest reject.
*>  ---------------------------------------------------------------
PrintOfficeTotal.
    PERFORM SetOfficeLabel
    MOVE WS-OFFICE-OPEN-COUNT TO WS-OFL-COUNT
    MOVE WS-OFFICE-OLDEST-DAYS TO WS-OFL-OLDEST
    DISPLAY WS-RPT-OFFICE-LINE
    MOVE WS-RPT-OFFICE-LINE TO WS-PRINT-LINE
    PERFORM PrintOneLine
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM PrintOneLine
    MOVE ZERO TO WS-OFFICE-OPEN-COUNT
    MOVE ZERO TO WS-OFFICE-OLDEST-DAYS.

*>  ---------------------------------------------------------------
*>  AddToOfficeTotals - accumulates the reject just aged into its
*>  office's bucket column and oldest age.
*>  ---------------------------------------------------------------
AddToOfficeTotals.
    MOVE ZERO TO WS-OFFICE-FOUND-IX
    PERFORM VARYING WS-OFFICE-IX FROM 1 BY 1
            UNTIL WS-OFFICE-IX > WS-OFFICE-COUNT
       IF WS-OFFICE-ENTRY-CODE(WS-OFFICE-IX) = WS-CURRENT-OFFICE
          MOVE WS-OFFICE-IX TO WS-OFFICE-FOUND-IX
       END-IF
    END-PERFORM
    IF WS-OFFICE-FOUND-IX = ZERO
       IF WS-OFFICE-COUNT < 20
          ADD 1 TO WS-OFFICE-COUNT
          MOVE WS-OFFICE-COUNT TO WS-OFFICE-FOUND-IX
          MOVE WS-CURRENT-OFFICE
            TO WS-OFFICE-ENTRY-CODE(WS-OFFICE-FOUND-IX)
          PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
                  UNTIL WS-BUCKET-IX > 4
             MOVE ZERO
               TO WS-OFF-BUCKET-COUNT(WS-OFFICE-FOUND-IX, WS-BUCKET-IX)
          END-PERFORM
          MOVE ZERO TO WS-OFF-OLDEST-DAYS(WS-OFFICE-FOUND-IX)
       ELSE
          EXIT PARAGRAPH
       END-IF
    END-IF
    ADD 1 TO WS-OFF-BUCKET-COUNT(WS-OFFICE-FOUND-IX, WS-BUCKET-NO)
    IF WS-AGE-DAYS > WS-OFF-OLDEST-DAYS(WS-OFFICE-FOUND-IX)
       MOVE WS-AGE-DAYS TO WS-OFF-OLDEST-DAYS(WS-OFFICE-FOUND-IX)
    END-IF.

*>  ---------------------------------------------------------------
*>  PrintBucketTotals - the four aging buckets with their open
*>  counts, console and print file both.
*>  ---------------------------------------------------------------
PrintBucketTotals.
    DISPLAY " "
    DISPLAY "================ Open Rejects per Aging Bucket ================"
    MOVE "OPEN REJECTS PER AGING BUCKET" TO WS-PRINT-LINE
    PERFORM PrintSectionHeading
    PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1 UNTIL WS-BUCKET-IX > 4
       MOVE SPACES TO WS-RPT-BUCKET-LINE
       EVALUATE WS-BUCKET-IX
           WHEN 1 MOVE "0-7 DAYS........: " TO WS-BKT-LINE-LABEL
           WHEN 2 MOVE "8-30 DAYS.......: " TO WS-BKT-LINE-LABEL
           WHEN 3 MOVE "31-90 DAYS......: " TO WS-BKT-LINE-LABEL
           WHEN 4 MOVE "OVER 90 DAYS....: " TO WS-BKT-LINE-LABEL
       END-EVALUATE
       MOVE WS-BKT-COUNT(WS-BUCKET-IX) TO WS-BKT-LINE-COUNT
       DISPLAY WS-RPT-BUCKET-LINE
       MOVE WS-RPT-BUCKET-LINE TO WS-PRINT-LINE
       PERFORM PrintOneLine
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  PrintOfficeSummary - one line per office with its open rejects
*>  in each of the four buckets and the age of its oldest.
*>  ---------------------------------------------------------------
PrintOfficeSummary.
    DISPLAY " "
    DISPLAY "========== Open Rejects per Office and Bucket =========="
    DISPLAY "Office   0-7 Days   8-30 Days  31-90 Days   Over 90  Oldest"
    MOVE "OPEN REJECTS PER OFFICE AND BUCKET" TO WS-PRINT-LINE
    PERFORM PrintSectionHeading
    MOVE "OFFICE   0-7 DAYS   8-30 DAYS  31-90 DAYS   OVER 90  OLDEST"
      TO WS-PRINT-LINE
    PERFORM PrintOneLine
    PERFORM VARYING WS-OFFICE-IX FROM 1 BY 1
            UNTIL WS-OFFICE-IX > WS-OFFICE-COUNT
       MOVE SPACES TO WS-RPT-SUMMARY-LINE
       IF WS-OFFICE-ENTRY-CODE(WS-OFFICE-IX) = SPACES
          MOVE "(none)" TO WS-SUM-LINE-OFFICE
       ELSE
          MOVE WS-OFFICE-ENTRY-CODE(WS-OFFICE-IX) TO WS-SUM-LINE-OFFICE
       END-IF
       PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1 UNTIL WS-BUCKET-IX > 4
          MOVE WS-OFF-BUCKET-COUNT(WS-OFFICE-IX, WS-BUCKET-IX)
            TO WS-SUM-LINE-COUNT(WS-BUCKET-IX)
       END-PERFORM
       MOVE WS-OFF-OLDEST-DAYS(WS-OFFICE-IX) TO WS-SUM-LINE-OLDEST
       DISPLAY WS-RPT-SUMMARY-LINE
       MOVE WS-RPT-SUMMARY-LINE TO WS-PRINT-LINE
       PERFORM PrintOneLine
    END-PERFORM
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
*>  page: title, run date and page number.
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
    MOVE SPACES TO WS-REJECTS-WORKLIST-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/rejects.worklist.dat"
        DELIMITED BY SIZE INTO WS-REJECTS-WORKLIST-PATH
    END-STRING
    MOVE SPACES TO WS-REJECTAGING-REPORT-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/rejectaging.report.dat"
        DELIMITED BY SIZE INTO WS-REJECTAGING-REPORT-PATH
    END-STRING.
