IDENTIFICATION DIVISION.
PROGRAM-ID. AwardFundReport.
AUTHOR. Anton Georgescu.
*> Budget-used report for the scholarship and bursary funds - for
*> each fund set up on Awards.Funds.Dat for the award year, its
*> budget, what has been awarded from it (awards posted to the
*> ledger by AwardApplyRun at the amount that reached the ledger,
*> awards still pending at their full amount), what is left and the
*> share of the budget used, read off Loans.Awards.Dat. A fund whose
*> awards have gone past its budget (the budget cut after awards were
*> made) is flagged OVERSPENT. Awards naming a fund with no record for
*> the year are totalled on a line of their own so nothing goes
*> missing. Written to Awards.Fund.Report.Dat and the console.
*> The award year comes from AWARD-YEAR on RunParms.Dat when present,
*> otherwise the console prompt (blank for the current year).
*>
*> RETURN-CODEs: 0 report written, 8 refused (no funds for the
*> year), 12 file error.

*> cobc -x -free awardfundreport.cbl      (standalone)
*> cobc -m -free awardfundreport.cbl      (module, CALLable from OperatorConsole)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT OPTIONAL FundFile ASSIGN WS-AWARDS-FUNDS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-FUND-FILE-STATUS.

      SELECT OPTIONAL AwardFile ASSIGN WS-LOANS-AWARDS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS AwardKey
             FILE STATUS IS WS-AWARD-FILE-STATUS.

      SELECT ReportFile ASSIGN WS-FUND-REPORT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-REPORT-FILE-STATUS.

      SELECT OPTIONAL RunParmFile ASSIGN WS-RUNPARMS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-RUNPARM-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD FundFile.
01 FundRecord.
   88 EndOfFundFile        VALUE HIGH-VALUES.
   COPY fundrec.

FD AwardFile.
01 AwardRecord.
   88 EndOfAwardFile       VALUE HIGH-VALUES.
   COPY awardrec.

FD ReportFile.
01 ReportLine              PIC X(100).

FD RunParmFile.
01 RunParmRecord.
   88 EndOfRunParmFile     VALUE HIGH-VALUES.
   COPY runparm.

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>   comes from the STUDENT_DATA_DIR environment variable (default
*>   "data"), so the same compiled programs run against the
*>   production directory tonight and a test copy tomorrow morning
*>   without recompiling.
01  WS-DATA-DIR              PIC X(64).
01  WS-AWARDS-FUNDS-PATH     PIC X(160).
01  WS-LOANS-AWARDS-PATH     PIC X(160).
01  WS-FUND-REPORT-PATH      PIC X(160).
01  WS-RUNPARMS-PATH         PIC X(160).

01  WS-FUND-FILE-STATUS      PIC XX.
01  WS-AWARD-FILE-STATUS     PIC XX.
01  WS-REPORT-FILE-STATUS    PIC XX.
*>   File-status hardening - a required file that fails to open
*>   abandons the run with a clear operator message and RETURN-CODE
*>   12, instead of a runtime abort partway through.
01  WS-ABORT-FILE-NAME        PIC X(30).
01  WS-ABORT-FILE-STATUS      PIC XX.

*>   The award year reported - from RunParms.Dat when the control
*>   file supplied it, otherwise the console prompt.
01  WS-RUNPARM-FILE-STATUS   PIC XX.
01  WS-PARM-SOURCE           PIC X(12) VALUE "console".
01  WS-YEAR-PARM-SW          PIC X VALUE 'N'.
    88  WS-YEAR-FROM-PARMS       VALUE 'Y'.
01  WS-AWARD-YEAR-X          PIC X(4).
01  WS-AWARD-YEAR REDEFINES WS-AWARD-YEAR-X PIC 9(4).

*>   The year's funds, with what has been awarded from each.
01  WS-FUND-TABLE.
    02  WS-FUND-COUNT           PIC 9(2) VALUE ZERO.
    02  WS-FUND-ENTRY OCCURS 50 TIMES INDEXED BY WS-FUND-IX.
        03  WS-FD-CODE            PIC X(4).
        03  WS-FD-NAME            PIC X(30).
        03  WS-FD-BUDGET          PIC 9(7).
        03  WS-FD-AWARD-COUNT     PIC 9(5).
        03  WS-FD-APPLIED         PIC 9(9).
        03  WS-FD-PENDING         PIC 9(9).
01  WS-FUND-FOUND-IX         PIC 9(2).
01  WS-FUND-USED             PIC 9(9).
01  WS-FUND-LEFT             PIC S9(9).
01  WS-FUND-PERCENT          PIC 9(3)V9.

*>   Awards naming a fund not set up for the year.
01  WS-UNKNOWN-AWARD-COUNT   PIC 9(5) VALUE ZERO.
01  WS-UNKNOWN-AWARD-TOTAL   PIC 9(9) VALUE ZERO.

01  WS-AWARDS-READ-COUNT     PIC 9(7) VALUE ZERO.
01  WS-OVERSPENT-COUNT       PIC 9(3) VALUE ZERO.
01  WS-TOTAL-BUDGET          PIC 9(9) VALUE ZERO.
01  WS-TOTAL-APPLIED         PIC 9(9) VALUE ZERO.
01  WS-TOTAL-PENDING         PIC 9(9) VALUE ZERO.

01  WS-REPORT-DETAIL-LINE.
    02  WS-RD-CODE            PIC X(4).
    02  FILLER                PIC X VALUE SPACE.
    02  WS-RD-NAME            PIC X(30).
    02  FILLER                PIC X VALUE SPACE.
    02  WS-RD-BUDGET          PIC Z,ZZZ,ZZ9.
    02  FILLER                PIC X VALUE SPACE.
    02  WS-RD-APPLIED         PIC Z,ZZZ,ZZ9.
    02  FILLER                PIC X VALUE SPACE.
    02  WS-RD-PENDING         PIC Z,ZZZ,ZZ9.
    02  FILLER                PIC X VALUE SPACE.
    02  WS-RD-LEFT            PIC Z,ZZZ,ZZ9-.
    02  FILLER                PIC X VALUE SPACE.
    02  WS-RD-PERCENT         PIC ZZ9.9.
    02  FILLER                PIC X VALUE SPACE.
    02  WS-RD-FLAG            PIC X(9).
01  WS-REPORT-LINE           PIC X(100).
01  WS-RUN-DATE-NUM          PIC 9(8).

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

    PERFORM GetRunParms
    IF WS-YEAR-FROM-PARMS
       DISPLAY "Award year " WS-AWARD-YEAR-X " taken from RunParms.Dat"
    ELSE
       DISPLAY "Award year (YYYY, blank for this year): " WITH NO ADVANCING
       ACCEPT WS-AWARD-YEAR-X
    END-IF
    IF WS-AWARD-YEAR-X = SPACES
       MOVE WS-RUN-DATE-NUM(1:4) TO WS-AWARD-YEAR-X
    END-IF
    IF WS-AWARD-YEAR NOT NUMERIC
       DISPLAY "RUN REFUSED - " WS-AWARD-YEAR-X " is not a valid "
               "YYYY award year"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF

    PERFORM LoadYearFunds
    IF WS-FUND-COUNT = ZERO
       DISPLAY "RUN REFUSED - no award funds are set up for "
               WS-AWARD-YEAR " on Awards.Funds.Dat"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF

    PERFORM TotalYearAwards

    OPEN OUTPUT ReportFile
    IF WS-REPORT-FILE-STATUS NOT = "00"
       MOVE "awards.fund.report.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-REPORT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    STRING "AWARD FUND BUDGET USED - AWARD YEAR " WS-AWARD-YEAR
           "   RUN DATE " WS-RUN-DATE-NUM
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    END-STRING
    PERFORM WriteReportLine
    MOVE SPACES TO WS-REPORT-LINE
    PERFORM WriteReportLine
    MOVE "FUND NAME..........................    BUDGET    APPLIED    PENDING       LEFT  USED%"
      TO WS-REPORT-LINE
    PERFORM WriteReportLine

    PERFORM VARYING WS-FUND-IX FROM 1 BY 1
            UNTIL WS-FUND-IX > WS-FUND-COUNT
       PERFORM ReportOneFund
    END-PERFORM

    MOVE SPACES TO WS-REPORT-LINE
    PERFORM WriteReportLine
    IF WS-UNKNOWN-AWARD-COUNT > ZERO
       MOVE SPACES TO WS-REPORT-LINE
       STRING "AWARDS AGAINST FUNDS NOT SET UP FOR THE YEAR: "
              WS-UNKNOWN-AWARD-COUNT " TOTALLING " WS-UNKNOWN-AWARD-TOTAL
           DELIMITED BY SIZE INTO WS-REPORT-LINE
       END-STRING
       PERFORM WriteReportLine
    END-IF
    MOVE SPACES TO WS-REPORT-DETAIL-LINE
    MOVE "****" TO WS-RD-CODE
    MOVE "ALL FUNDS" TO WS-RD-NAME
    MOVE WS-TOTAL-BUDGET TO WS-RD-BUDGET
    MOVE WS-TOTAL-APPLIED TO WS-RD-APPLIED
    MOVE WS-TOTAL-PENDING TO WS-RD-PENDING
    COMPUTE WS-FUND-LEFT = WS-TOTAL-BUDGET - WS-TOTAL-APPLIED
                         - WS-TOTAL-PENDING
    MOVE WS-FUND-LEFT TO WS-RD-LEFT
    MOVE ZERO TO WS-FUND-PERCENT
    IF WS-TOTAL-BUDGET > ZERO
       COMPUTE WS-FUND-PERCENT ROUNDED =
               (WS-TOTAL-APPLIED + WS-TOTAL-PENDING) * 100
             / WS-TOTAL-BUDGET
           ON SIZE ERROR MOVE 999.9 TO WS-FUND-PERCENT
       END-COMPUTE
    END-IF
    MOVE WS-FUND-PERCENT TO WS-RD-PERCENT
    MOVE WS-REPORT-DETAIL-LINE TO WS-REPORT-LINE
    PERFORM WriteReportLine
    MOVE "*** END OF REPORT ***" TO WS-REPORT-LINE
    PERFORM WriteReportLine
    CLOSE ReportFile

    DISPLAY " "
    DISPLAY "=============== AwardFundReport Control Totals =============="
    DISPLAY "Award year (" WS-PARM-SOURCE ")............. : " WS-AWARD-YEAR
    DISPLAY "Funds reported........................ : " WS-FUND-COUNT
    DISPLAY "Awards read........................... : " WS-AWARDS-READ-COUNT
    DISPLAY "Total budget.......................... : " WS-TOTAL-BUDGET
    DISPLAY "Total applied to loans................ : " WS-TOTAL-APPLIED
    DISPLAY "Total awarded, still pending.......... : " WS-TOTAL-PENDING
    DISPLAY "Funds overspent....................... : " WS-OVERSPENT-COUNT
    DISPLAY "Awards against unknown funds.......... : " WS-UNKNOWN-AWARD-COUNT
    DISPLAY "============================================================"
    DISPLAY "Report written to Awards.Fund.Report.Dat"

    PERFORM WriteRunControl

    GOBACK.

*>  ---------------------------------------------------------------
*>  WriteRunControl - this run's record counts and final
*>  RETURN-CODE, appended to Runs.Dat through runlogger.
*>  ---------------------------------------------------------------
WriteRunControl.
    MOVE "AwardFundReport" TO RunProgramName
    MOVE WS-RUN-START-DATE TO RunStartDate
    MOVE WS-RUN-START-TIME TO RunStartTime
    MOVE WS-AWARDS-READ-COUNT TO RunRecordsRead
    MOVE WS-FUND-COUNT TO RunRecordsWritten
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
*>  GetRunParms - reads RunParms.Dat (when it exists) for this
*>  program's AWARD-YEAR keyword. A missing file, or a file without
*>  the keyword, leaves the program prompting as the others do.
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
        IF ParmKeyword = "AWARD-YEAR"
           MOVE ParmValue(1:4) TO WS-AWARD-YEAR-X
           SET WS-YEAR-FROM-PARMS TO TRUE
           MOVE "RunParms.Dat" TO WS-PARM-SOURCE
        END-IF
        READ RunParmFile
            AT END SET EndOfRunParmFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE RunParmFile.

*>  ---------------------------------------------------------------
*>  LoadYearFunds - the award year's funds from Awards.Funds.Dat
*>  into the fund table; other years' records are passed over.
*>  ---------------------------------------------------------------
LoadYearFunds.
    OPEN INPUT FundFile
    IF WS-FUND-FILE-STATUS NOT = "00"
       *>   Status 05 means the OPTIONAL open created an empty file -
       *>   close it again; the count stays zero and main refuses.
       IF WS-FUND-FILE-STATUS = "05"
          CLOSE FundFile
       END-IF
       EXIT PARAGRAPH
    END-IF
    READ FundFile
        AT END SET EndOfFundFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfFundFile
        IF FundYear = WS-AWARD-YEAR
           IF WS-FUND-COUNT < 50
              ADD 1 TO WS-FUND-COUNT
              MOVE FundCode   TO WS-FD-CODE(WS-FUND-COUNT)
              MOVE FundName   TO WS-FD-NAME(WS-FUND-COUNT)
              MOVE FundBudget TO WS-FD-BUDGET(WS-FUND-COUNT)
              MOVE ZERO TO WS-FD-AWARD-COUNT(WS-FUND-COUNT)
              MOVE ZERO TO WS-FD-APPLIED(WS-FUND-COUNT)
              MOVE ZERO TO WS-FD-PENDING(WS-FUND-COUNT)
           ELSE
              DISPLAY "WARNING - fund table is full (50 funds) - "
                      "fund " FundCode " not reported"
           END-IF
        END-IF
        READ FundFile
            AT END SET EndOfFundFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE FundFile.

*>  ---------------------------------------------------------------
*>  TotalYearAwards - every award on Loans.Awards.Dat for the year,
*>  charged to its fund: applied awards at the amount posted,
*>  pending ones at the amount awarded.
*>  ---------------------------------------------------------------
TotalYearAwards.
    OPEN INPUT AwardFile
    *>   Status 05 means the OPTIONAL file was absent and is now open
    *>   and empty - nothing has been awarded yet.
    IF WS-AWARD-FILE-STATUS NOT = "00" AND WS-AWARD-FILE-STATUS NOT = "05"
       MOVE "loans.awards.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-AWARD-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    READ AwardFile
        AT END SET EndOfAwardFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfAwardFile
        ADD 1 TO WS-AWARDS-READ-COUNT
        IF AwardFundYear = WS-AWARD-YEAR
           MOVE ZERO TO WS-FUND-FOUND-IX
           PERFORM VARYING WS-FUND-IX FROM 1 BY 1
                   UNTIL WS-FUND-IX > WS-FUND-COUNT
              IF WS-FD-CODE(WS-FUND-IX) = AwardFundCode
                 MOVE WS-FUND-IX TO WS-FUND-FOUND-IX
              END-IF
           END-PERFORM
           IF WS-FUND-FOUND-IX = ZERO
              ADD 1 TO WS-UNKNOWN-AWARD-COUNT
              IF AwardApplied
                 ADD AwardAppliedAmount TO WS-UNKNOWN-AWARD-TOTAL
              ELSE
                 ADD AwardAmount TO WS-UNKNOWN-AWARD-TOTAL
              END-IF
           ELSE
              ADD 1 TO WS-FD-AWARD-COUNT(WS-FUND-FOUND-IX)
              IF AwardApplied
                 ADD AwardAppliedAmount TO WS-FD-APPLIED(WS-FUND-FOUND-IX)
              ELSE
                 ADD AwardAmount TO WS-FD-PENDING(WS-FUND-FOUND-IX)
              END-IF
           END-IF
        END-IF
        READ AwardFile
            AT END SET EndOfAwardFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE AwardFile.

*>  ---------------------------------------------------------------
*>  ReportOneFund - the fund at WS-FUND-IX: budget, applied,
*>  pending, what is left and the share used, to the report and the
*>  console, adding it into the all-funds totals.
*>  ---------------------------------------------------------------
ReportOneFund.
    COMPUTE WS-FUND-USED = WS-FD-APPLIED(WS-FUND-IX)
                         + WS-FD-PENDING(WS-FUND-IX)
    COMPUTE WS-FUND-LEFT = WS-FD-BUDGET(WS-FUND-IX) - WS-FUND-USED
    MOVE ZERO TO WS-FUND-PERCENT
    IF WS-FD-BUDGET(WS-FUND-IX) > ZERO
       COMPUTE WS-FUND-PERCENT ROUNDED =
               WS-FUND-USED * 100 / WS-FD-BUDGET(WS-FUND-IX)
           ON SIZE ERROR MOVE 999.9 TO WS-FUND-PERCENT
       END-COMPUTE
    END-IF

    MOVE SPACES TO WS-REPORT-DETAIL-LINE
    MOVE WS-FD-CODE(WS-FUND-IX)    TO WS-RD-CODE
    MOVE WS-FD-NAME(WS-FUND-IX)    TO WS-RD-NAME
    MOVE WS-FD-BUDGET(WS-FUND-IX)  TO WS-RD-BUDGET
    MOVE WS-FD-APPLIED(WS-FUND-IX) TO WS-RD-APPLIED
    MOVE WS-FD-PENDING(WS-FUND-IX) TO WS-RD-PENDING
    MOVE WS-FUND-LEFT              TO WS-RD-LEFT
    MOVE WS-FUND-PERCENT           TO WS-RD-PERCENT
    IF WS-FUND-LEFT < ZERO
       MOVE "OVERSPENT" TO WS-RD-FLAG
       ADD 1 TO WS-OVERSPENT-COUNT
    END-IF
    MOVE WS-REPORT-DETAIL-LINE TO WS-REPORT-LINE
    PERFORM WriteReportLine

    ADD WS-FD-BUDGET(WS-FUND-IX)  TO WS-TOTAL-BUDGET
    ADD WS-FD-APPLIED(WS-FUND-IX) TO WS-TOTAL-APPLIED
    ADD WS-FD-PENDING(WS-FUND-IX) TO WS-TOTAL-PENDING.

*>  ---------------------------------------------------------------
*>  WriteReportLine - one line to Awards.Fund.Report.Dat and the
*>  console.
*>  ---------------------------------------------------------------
WriteReportLine.
    DISPLAY WS-REPORT-LINE(1:96)
    WRITE ReportLine FROM WS-REPORT-LINE
    IF WS-REPORT-FILE-STATUS NOT = "00"
       MOVE "awards.fund.report.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-REPORT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF.

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
    MOVE SPACES TO WS-AWARDS-FUNDS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/awards.funds.dat"
        DELIMITED BY SIZE INTO WS-AWARDS-FUNDS-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-AWARDS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.awards.dat"
        DELIMITED BY SIZE INTO WS-LOANS-AWARDS-PATH
    END-STRING
    MOVE SPACES TO WS-FUND-REPORT-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/awards.fund.report.dat"
        DELIMITED BY SIZE INTO WS-FUND-REPORT-PATH
    END-STRING
    MOVE SPACES TO WS-RUNPARMS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/runparms.dat"
        DELIMITED BY SIZE INTO WS-RUNPARMS-PATH
    END-STRING.
