IDENTIFICATION DIVISION.
PROGRAM-ID. LoanArrearsRun.
AUTHOR. Anton Georgescu.
*> Monthly loan arrears run - holds each student's repayments to the
*> plan agreed with them on Loans.Schedule.Dat, instead of guessing
*> from days since they last paid anything. The "R" postings on
*> Loans.Ledger.Dat made since the plan's last credit stamp are
*> added to the plan header's repaid-to-date, and the whole of it
*> is then allocated to the instalments oldest due first. Each
*> instalment due by the end of the arrears month comes out paid,
*> partially paid or missed; one not yet due that has money on it
*> has been paid ahead. Every instalment is rewritten with what was
*> found, and the print file lists the missed, partial and ahead
*> instalments with a per-student line of amount due to date, paid
*> and in arrears - missed instalments are flagged for collections.
*> A student who has come back into study (Active again) has their
*> repayments credited but is not chased while they study, and nor
*> is a student whose loan has gone to the collection agency (any
*> record on Loans.Collections.Dat) - the agency does the chasing
*> from then on, and its recoveries still credit the plan.
*> A "V" reversal of a repayment the plan was credited with takes
*> that repayment back off the plan's repaid-to-date (never below
*> zero), so a bounced or mis-keyed repayment stops counting toward
*> the instalments; a reversed repayment from before the plan was
*> built was never credited and is left alone. The repayments and
*> reversals are SORTed by student and posting stamp and each
*> student's are credited in one go to their plan header, read by
*> key, so there is no limit on how many plans the file holds.
*>
*> Run it before LoanPeriodClose cuts the month's postings to the
*> archive, so every repayment is credited while still on the
*> ledger. The credit stamp makes a repeated run harmless - a
*> repayment is only ever credited once.
*>
*> RETURN-CODEs: 0 run complete, 8 refused (bad arrears period),
*> 12 file error.

*> cobc -x -free loanarrearsrun.cbl      (standalone)
*> cobc -m -free loanarrearsrun.cbl      (module, CALLable from OperatorConsole)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT StudentFile ASSIGN WS-STUDENTS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS StudentId
             ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
             FILE STATUS IS WS-STUDENT-FILE-STATUS.

      SELECT OPTIONAL LedgerFile ASSIGN WS-LOANS-LEDGER-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-LEDGER-FILE-STATUS.

      SELECT OPTIONAL ScheduleFile ASSIGN WS-LOANS-SCHEDULE-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SchedKey
             FILE STATUS IS WS-SCHEDULE-FILE-STATUS.

      SELECT OPTIONAL CollectionsFile ASSIGN WS-LOANS-COLLECTIONS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CollStudentId
             FILE STATUS IS WS-COLLECTIONS-FILE-STATUS.

      SELECT PrintFile ASSIGN WS-ARREARS-REPORT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-PRINT-FILE-STATUS.

      SELECT OPTIONAL RunParmFile ASSIGN WS-RUNPARMS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-RUNPARM-FILE-STATUS.

      SELECT SortFile ASSIGN WS-ARREARS-SORT-TMP-PATH.

DATA DIVISION.

FILE SECTION.
FD StudentFile.
01 StudentDetails.
   COPY studrec.

FD LedgerFile.
01 LedgerRecord.
   88 EndOfLedgerFile      VALUE HIGH-VALUES.
   COPY ledgrec.

FD ScheduleFile.
01 ScheduleRecord.
   88 EndOfScheduleFile    VALUE HIGH-VALUES.
   COPY schedrec.

FD CollectionsFile.
01 CollectionsRecord.
   COPY collrec.

FD PrintFile.
01 PrintLine               PIC X(132).

FD RunParmFile.
01 RunParmRecord.
   88 EndOfRunParmFile     VALUE HIGH-VALUES.
   COPY runparm.

*>   The ledger's repayments and reversals of repayments, in
*>   student and posting order. For a reversal the amount and the
*>   original stamp are those of the repayment it cancelled.
SD SortFile.
01 SortRecord.
   02 SortStudentId        PIC 9(7).
   02 SortPostStamp.
      03 SortPostDate      PIC 9(8).
      03 SortPostTime      PIC 9(8).
   02 SortReleaseSeq       PIC 9(9).
   02 SortPostType         PIC X.
      88 SortRepayment        VALUE "R".
      88 SortReversal         VALUE "V".
   02 SortPostAmount       PIC 9(5).
   02 SortOrigStamp.
      03 SortOrigDate      PIC 9(8).
      03 SortOrigTime      PIC 9(8).

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>   comes from the STUDENT_DATA_DIR environment variable (default
*>   "data"), so the same compiled programs run against the
*>   production directory tonight and a test copy tomorrow morning
*>   without recompiling.
01  WS-DATA-DIR              PIC X(64).
01  WS-STUDENTS-PATH         PIC X(160).
01  WS-LOANS-LEDGER-PATH     PIC X(160).
01  WS-LOANS-SCHEDULE-PATH   PIC X(160).
01  WS-LOANS-COLLECTIONS-PATH PIC X(160).
01  WS-ARREARS-REPORT-PATH   PIC X(160).
01  WS-RUNPARMS-PATH         PIC X(160).
01  WS-ARREARS-SORT-TMP-PATH PIC X(160).

01  WS-STUDENT-FILE-STATUS   PIC XX.
    88  WS-STUDENT-FOUND         VALUE "00".
01  WS-LEDGER-FILE-STATUS    PIC XX.
01  WS-SCHEDULE-FILE-STATUS  PIC XX.
    88  WS-SCHEDULE-FOUND        VALUE "00".
01  WS-COLLECTIONS-FILE-STATUS PIC XX.
    88  WS-COLLECTIONS-FOUND     VALUE "00".
01  WS-PRINT-FILE-STATUS     PIC XX.
*>   File-status hardening - a required file that fails to open
*>   abandons the run with a clear operator message and RETURN-CODE
*>   12, instead of a runtime abort partway through.
01  WS-ABORT-FILE-NAME        PIC X(30).
01  WS-ABORT-FILE-STATUS      PIC XX.

*>   The arrears month - instalments due by its last day are held
*>   to account - from RunParms.Dat when the control file supplied
*>   ARREARS-PERIOD, otherwise the console prompt.
01  WS-RUNPARM-FILE-STATUS   PIC XX.
01  WS-PARM-SOURCE           PIC X(12) VALUE "console".
01  WS-PERIOD-PARM-SW        PIC X VALUE 'N'.
    88  WS-PERIOD-FROM-PARMS     VALUE 'Y'.
01  WS-ARREARS-PERIOD.
    02  WS-ARREARS-YEAR         PIC 9(4).
    02  WS-ARREARS-MONTH        PIC 9(2).
01  WS-ARREARS-PERIOD-NUM REDEFINES WS-ARREARS-PERIOD PIC 9(6).
01  WS-PERIOD-END-DATE.
    02  WS-PERIOD-END-YEAR      PIC 9(4).
    02  WS-PERIOD-END-MONTH     PIC 9(2).
    02  WS-PERIOD-END-DAY       PIC 9(2).
01  WS-LEAP-REMAINDER        PIC 9(4).

*>   The plan being credited as the sorted postings come back: the
*>   header's credit stamp as loaded, the latest posting stamp taken
*>   this run (written back to the header), and the repayments found
*>   since the loaded stamp. Every posting is judged against the
*>   loaded stamp, not the moving one - LoanPost stamps a whole
*>   run's postings alike, so a student's second repayment from the
*>   same run carries the same stamp as the first.
01  WS-PLAN-STUDENT-ID       PIC 9(7).
01  WS-PLAN-OPEN-SW          PIC X VALUE 'N'.
    88  WS-PLAN-OPEN             VALUE 'Y'.
01  WS-PLAN-ON-FILE-SW       PIC X VALUE 'N'.
    88  WS-PLAN-ON-FILE          VALUE 'Y'.
01  WS-LOADED-STAMP.
    02  WS-LOADED-DATE          PIC 9(8).
    02  WS-LOADED-TIME          PIC 9(8).
01  WS-THROUGH-STAMP.
    02  WS-THROUGH-DATE         PIC 9(8).
    02  WS-THROUGH-TIME         PIC 9(8).
01  WS-CREATED-STAMP.
    02  WS-CREATED-DATE         PIC 9(8).
    02  WS-CREATED-TIME         PIC 9(8).
01  WS-NEW-REPAID            PIC 9(7).
01  WS-REVERSED              PIC 9(7).
01  WS-RELEASE-SEQ           PIC 9(9) VALUE ZERO.
01  WS-SORT-EOF-SW           PIC X VALUE 'N'.
    88  WS-SORT-EOF              VALUE 'Y'.
*>   The plan whose instalments the review pass is allocating.
01  WS-REVIEW-STUDENT-ID     PIC 9(7).

*>   The ledger posting's own stamp, laid out like the plan's.
01  WS-POST-STAMP.
    02  WS-POST-DATE            PIC 9(8).
    02  WS-POST-TIME            PIC 9(8).
*>   The stamp of the repayment a reversal cancelled.
01  WS-ORIG-STAMP.
    02  WS-ORIG-DATE            PIC 9(8).
    02  WS-ORIG-TIME            PIC 9(8).

*>   Allocation of one plan's repayments over its instalments.
01  WS-TO-ALLOCATE           PIC 9(7).
01  WS-ALLOCATED             PIC 9(5).
01  WS-PLAN-INSTALMENTS      PIC 9(3).
01  WS-INST-NO               PIC 9(3).
01  WS-STU-DUE-TO-DATE       PIC 9(7).
01  WS-STU-PAID-TO-DATE      PIC 9(7).
01  WS-STU-ARREARS           PIC 9(7).
01  WS-STU-MISSED-COUNT      PIC 9(3).
01  WS-STU-CHASE-SW          PIC X.
    88  WS-STU-CHASED            VALUE 'Y'.

*>   Control totals for the end-of-run summary.
01  WS-PLANS-READ-COUNT      PIC 9(7) VALUE ZERO.
01  WS-PLANS-REVIEWED-COUNT  PIC 9(7) VALUE ZERO.
01  WS-BACK-IN-STUDY-COUNT   PIC 9(7) VALUE ZERO.
01  WS-WITH-AGENCY-COUNT     PIC 9(7) VALUE ZERO.
01  WS-REPAYMENTS-COUNT      PIC 9(7) VALUE ZERO.
01  WS-REPAYMENTS-AMOUNT     PIC 9(9) VALUE ZERO.
01  WS-REVERSALS-COUNT       PIC 9(7) VALUE ZERO.
01  WS-REVERSALS-AMOUNT      PIC 9(9) VALUE ZERO.
01  WS-DUE-COUNT             PIC 9(7) VALUE ZERO.
01  WS-PAID-COUNT            PIC 9(7) VALUE ZERO.
01  WS-PART-PAID-COUNT       PIC 9(7) VALUE ZERO.
01  WS-MISSED-COUNT          PIC 9(7) VALUE ZERO.
01  WS-PAID-AHEAD-COUNT      PIC 9(7) VALUE ZERO.
01  WS-IN-ARREARS-COUNT      PIC 9(7) VALUE ZERO.
01  WS-ARREARS-TOTAL         PIC 9(9) VALUE ZERO.
01  WS-MISSING-INST-COUNT    PIC 9(7) VALUE ZERO.
01  WS-REWRITE-COUNT         PIC 9(7) VALUE ZERO.

*>   Print-file handling, in the LoanAgingReport style - headings
*>   repeated per page, page numbers, the run date in the heading.
01  WS-PRINT-LINE             PIC X(132).
01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.
01  WS-LINE-COUNT             PIC 9(3) VALUE 99.
01  WS-LINES-PER-PAGE         PIC 9(3) VALUE 55.
01  WS-PAGE-NO                PIC 9(4) VALUE ZERO.
01  WS-RPT-HEADING1.
    02  FILLER                PIC X(24) VALUE "LOAN ARREARS REPORT".
    02  FILLER                PIC X(8) VALUE "PERIOD: ".
    02  WS-H1-PERIOD          PIC 9999/99.
    02  FILLER                PIC X(4) VALUE SPACES.
    02  FILLER                PIC X(10) VALUE "RUN DATE: ".
    02  WS-H1-RUN-DATE        PIC 9999/99/99.
    02  FILLER                PIC X(8) VALUE SPACES.
    02  FILLER                PIC X(6) VALUE "PAGE: ".
    02  WS-H1-PAGE-NO         PIC ZZZ9.
01  WS-RPT-INST-LINE.
    02  FILLER                PIC X(3) VALUE SPACES.
    02  WS-INS-NO             PIC ZZ9.
    02  FILLER                PIC X VALUE SPACE.
    02  WS-INS-DUE-DATE       PIC 9999/99/99.
    02  FILLER                PIC X VALUE SPACE.
    02  WS-INS-AMOUNT-DUE     PIC $$$,$$9.
    02  FILLER                PIC X VALUE SPACE.
    02  WS-INS-AMOUNT-PAID    PIC $$$,$$9.
    02  FILLER                PIC X VALUE SPACE.
    02  WS-INS-STATUS         PIC X(12).
01  WS-RPT-STUDENT-LINE.
    02  WS-STL-STUDENT-ID     PIC 9(7).
    02  FILLER                PIC X VALUE SPACE.
    02  WS-STL-STUDENT-NAME   PIC X(10).
    02  FILLER                PIC X VALUE SPACE.
    02  WS-STL-STATUS         PIC X(8).
    02  FILLER                PIC X VALUE SPACE.
    02  WS-STL-DUE            PIC $$,$$$,$$9.
    02  FILLER                PIC X VALUE SPACE.
    02  WS-STL-PAID           PIC $$,$$$,$$9.
    02  FILLER                PIC X VALUE SPACE.
    02  WS-STL-ARREARS        PIC $$,$$$,$$9.
    02  FILLER                PIC X VALUE SPACE.
    02  WS-STL-MISSED         PIC ZZ9.
    02  FILLER                PIC X VALUE SPACE.
    02  WS-STL-FLAG           PIC X(13).
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
    IF WS-PERIOD-FROM-PARMS
       DISPLAY "Arrears period " WS-ARREARS-PERIOD " taken from RunParms.Dat"
    ELSE
       DISPLAY "Arrears period (YYYYMM): " WITH NO ADVANCING
       ACCEPT WS-ARREARS-PERIOD
    END-IF
    IF WS-ARREARS-PERIOD-NUM NOT NUMERIC
       OR WS-ARREARS-MONTH < 1 OR WS-ARREARS-MONTH > 12
       DISPLAY "RUN REFUSED - " WS-ARREARS-PERIOD " is not a valid "
               "YYYYMM arrears period"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF
    PERFORM SetPeriodEndDay
    MOVE WS-ARREARS-YEAR TO WS-PERIOD-END-YEAR
    MOVE WS-ARREARS-MONTH TO WS-PERIOD-END-MONTH
    MOVE WS-ARREARS-PERIOD-NUM TO WS-H1-PERIOD

    OPEN I-O ScheduleFile
    IF WS-SCHEDULE-FILE-STATUS NOT = "00" AND WS-SCHEDULE-FILE-STATUS NOT = "05"
       MOVE "loans.schedule.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-SCHEDULE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF

    SORT SortFile ON ASCENDING KEY SortStudentId
                                   SortPostDate
                                   SortPostTime
                                   SortReleaseSeq
         INPUT PROCEDURE IS ReleaseRepayments
         OUTPUT PROCEDURE IS CreditPlans

    OPEN INPUT StudentFile
    IF WS-STUDENT-FILE-STATUS NOT = "00" AND WS-STUDENT-FILE-STATUS NOT = "05"
       MOVE "students.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-STUDENT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN INPUT CollectionsFile
    *>   Status 05 means the OPTIONAL file was absent and is now open
    *>   and empty - nobody has been referred yet.
    IF WS-COLLECTIONS-FILE-STATUS NOT = "00"
       AND WS-COLLECTIONS-FILE-STATUS NOT = "05"
       MOVE "loans.collections.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-COLLECTIONS-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN OUTPUT PrintFile
    IF WS-PRINT-FILE-STATUS NOT = "00" AND WS-PRINT-FILE-STATUS NOT = "05"
       MOVE "loans.arrears.report.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-PRINT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF

    DISPLAY " "
    DISPLAY "==================== Loan Arrears ===================="
    DISPLAY "Student Name...... Status.. Due to Date Paid...... "
            "Arrears... Mis Flag"
    MOVE "STUDENT NAME...... STATUS.. DUE TO DATE PAID...... ARREARS... MIS FLAG"
      TO WS-PRINT-LINE
    PERFORM PrintOneLine

    PERFORM ReviewAllPlans

    MOVE SPACES TO WS-PRINT-LINE
    PERFORM PrintOneLine
    MOVE "*** END OF REPORT ***" TO WS-PRINT-LINE
    PERFORM PrintOneLine

    CLOSE StudentFile
    CLOSE CollectionsFile
    CLOSE ScheduleFile
    CLOSE PrintFile

    DISPLAY " "
    DISPLAY "=============== LoanArrearsRun Control Totals ==============="
    DISPLAY "Arrears period (" WS-PARM-SOURCE ")........ : " WS-ARREARS-PERIOD
    DISPLAY "Repayment plans on file............... : " WS-PLANS-READ-COUNT
    DISPLAY "Plans reviewed for arrears............ : " WS-PLANS-REVIEWED-COUNT
    DISPLAY "Back in study (not chased)............ : " WS-BACK-IN-STUDY-COUNT
    DISPLAY "With the agency (not chased).......... : " WS-WITH-AGENCY-COUNT
    DISPLAY "Repayments credited this run.......... : " WS-REPAYMENTS-COUNT
    DISPLAY "Amount credited this run.............. : " WS-REPAYMENTS-AMOUNT
    DISPLAY "Reversed repayments taken off......... : " WS-REVERSALS-COUNT
    DISPLAY "Amount taken off this run............. : " WS-REVERSALS-AMOUNT
    DISPLAY "Instalments due to date............... : " WS-DUE-COUNT
    DISPLAY "  paid in full........................ : " WS-PAID-COUNT
    DISPLAY "  partially paid...................... : " WS-PART-PAID-COUNT
    DISPLAY "  missed.............................. : " WS-MISSED-COUNT
    DISPLAY "Instalments paid ahead................ : " WS-PAID-AHEAD-COUNT
    DISPLAY "Students in arrears................... : " WS-IN-ARREARS-COUNT
    DISPLAY "Total arrears......................... : " WS-ARREARS-TOTAL
    DISPLAY "Instalments missing from plans........ : " WS-MISSING-INST-COUNT
    DISPLAY "============================================================"
    DISPLAY "Print report written to Loans.Arrears.Report.Dat"

    PERFORM WriteRunControl

    GOBACK.

*>  ---------------------------------------------------------------
*>  WriteRunControl - this run's record counts and final
*>  RETURN-CODE, appended to Runs.Dat through runlogger.
*>  ---------------------------------------------------------------
WriteRunControl.
    MOVE "LoanArrearsRun" TO RunProgramName
    MOVE WS-RUN-START-DATE TO RunStartDate
    MOVE WS-RUN-START-TIME TO RunStartTime
    MOVE WS-PLANS-READ-COUNT TO RunRecordsRead
    MOVE WS-REWRITE-COUNT TO RunRecordsWritten
    MOVE WS-MISSING-INST-COUNT TO RunRejectedCount
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
*>  FileWriteAbort - a rewrite failed mid-run; report what actually
*>  failed and abandon the run with RETURN-CODE 12.
*>  ---------------------------------------------------------------
FileWriteAbort.
    DISPLAY "FILE ERROR - write to " WS-ABORT-FILE-NAME
            " failed (file status " WS-ABORT-FILE-STATUS
            ") - run abandoned"
    MOVE 12 TO RETURN-CODE
    PERFORM WriteRunControl
    GOBACK.

*>  ---------------------------------------------------------------
*>  GetRunParms - reads RunParms.Dat (when it exists) for this
*>  program's ARREARS-PERIOD keyword, so an unattended run needs
*>  nobody at the console. A missing file, or a file without the
*>  keyword, leaves the program prompting as before.
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
        IF ParmKeyword = "ARREARS-PERIOD"
           MOVE ParmValue(1:6) TO WS-ARREARS-PERIOD
           SET WS-PERIOD-FROM-PARMS TO TRUE
           MOVE "RunParms.Dat" TO WS-PARM-SOURCE
        END-IF
        READ RunParmFile
            AT END SET EndOfRunParmFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE RunParmFile.

*>  ---------------------------------------------------------------
*>  SetPeriodEndDay - the real last day of the arrears month
*>  (February by leap year: divisible by 4, except centuries not
*>  divisible by 400), so an instalment due on the last day of the
*>  month counts as due.
*>  ---------------------------------------------------------------
SetPeriodEndDay.
    EVALUATE WS-ARREARS-MONTH
        WHEN 4
        WHEN 6
        WHEN 9
        WHEN 11
            MOVE 30 TO WS-PERIOD-END-DAY
        WHEN 2
            MOVE 28 TO WS-PERIOD-END-DAY
            COMPUTE WS-LEAP-REMAINDER = FUNCTION MOD(WS-ARREARS-YEAR, 4)
            IF WS-LEAP-REMAINDER = ZERO
               MOVE 29 TO WS-PERIOD-END-DAY
               COMPUTE WS-LEAP-REMAINDER = FUNCTION MOD(WS-ARREARS-YEAR, 100)
               IF WS-LEAP-REMAINDER = ZERO
                  COMPUTE WS-LEAP-REMAINDER =
                          FUNCTION MOD(WS-ARREARS-YEAR, 400)
                  IF WS-LEAP-REMAINDER NOT = ZERO
                     MOVE 28 TO WS-PERIOD-END-DAY
                  END-IF
               END-IF
            END-IF
        WHEN OTHER
            MOVE 31 TO WS-PERIOD-END-DAY
    END-EVALUATE.

*>  ---------------------------------------------------------------
*>  ReleaseRepayments - one pass over Loans.Ledger.Dat handing every
*>  "R" repayment, and every "V" reversal of one, to the sort. A
*>  missing ledger simply credits nothing this run.
*>  ---------------------------------------------------------------
ReleaseRepayments.
    OPEN INPUT LedgerFile
    *>   Status 05 means the OPTIONAL file was absent and is now open
    *>   and empty - the read loop below just hits end-of-file.
    IF WS-LEDGER-FILE-STATUS NOT = "00" AND WS-LEDGER-FILE-STATUS NOT = "05"
       MOVE "loans.ledger.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-LEDGER-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    READ LedgerFile
        AT END SET EndOfLedgerFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfLedgerFile
        IF (LedgerRepayment AND LedgerPostAmount > ZERO)
           OR (LedgerReversal AND LedgerRevOfRepayment)
           PERFORM ReleaseOnePosting
        END-IF
        READ LedgerFile
            AT END SET EndOfLedgerFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE LedgerFile.

*>  ---------------------------------------------------------------
*>  ReleaseOnePosting - the repayment or reversal in the ledger
*>  buffer to the sort; a reversal carries the amount and stamp of
*>  the repayment it cancelled.
*>  ---------------------------------------------------------------
ReleaseOnePosting.
    ADD 1 TO WS-RELEASE-SEQ
    MOVE LedgerStudentId  TO SortStudentId
    MOVE LedgerPostDate   TO SortPostDate
    MOVE LedgerPostTime   TO SortPostTime
    MOVE WS-RELEASE-SEQ   TO SortReleaseSeq
    MOVE LedgerPostType   TO SortPostType
    IF LedgerReversal
       MOVE LedgerRevOrigAmount TO SortPostAmount
       MOVE LedgerRevOrigDate   TO SortOrigDate
       MOVE LedgerRevOrigTime   TO SortOrigTime
    ELSE
       MOVE LedgerPostAmount TO SortPostAmount
       MOVE ZERO TO SortOrigDate
       MOVE ZERO TO SortOrigTime
    END-IF
    RELEASE SortRecord.

*>  ---------------------------------------------------------------
*>  CreditPlans - takes the postings back in student order and, at
*>  each student break, credits the student's plan header with
*>  what was found since its stamp.
*>  ---------------------------------------------------------------
CreditPlans.
    RETURN SortFile
        AT END SET WS-SORT-EOF TO TRUE
    END-RETURN
    PERFORM UNTIL WS-SORT-EOF
        IF NOT WS-PLAN-OPEN
           OR SortStudentId NOT = WS-PLAN-STUDENT-ID
           IF WS-PLAN-OPEN
              PERFORM FinishPlanCredit
           END-IF
           PERFORM StartPlanCredit
        END-IF
        IF WS-PLAN-ON-FILE
           IF SortRepayment
              PERFORM CreditOneRepayment
           ELSE
              PERFORM DebitOneReversal
           END-IF
        END-IF
        RETURN SortFile
            AT END SET WS-SORT-EOF TO TRUE
        END-RETURN
    END-PERFORM
    IF WS-PLAN-OPEN
       PERFORM FinishPlanCredit
    END-IF.

*>  ---------------------------------------------------------------
*>  StartPlanCredit - reads the plan header (instalment 000) of the
*>  student the sorted postings just moved on to and keeps its
*>  stamps. A student with no plan is not this run's business.
*>  ---------------------------------------------------------------
StartPlanCredit.
    MOVE SortStudentId TO WS-PLAN-STUDENT-ID
    SET WS-PLAN-OPEN TO TRUE
    MOVE ZERO TO WS-NEW-REPAID
    MOVE ZERO TO WS-REVERSED
    MOVE WS-PLAN-STUDENT-ID TO SchedStudentId
    MOVE ZERO TO SchedInstalmentNo
    READ ScheduleFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-SCHEDULE-FOUND
       SET WS-PLAN-ON-FILE TO TRUE
       MOVE PlanRepaidThroughDate TO WS-LOADED-DATE
       MOVE PlanRepaidThroughTime TO WS-LOADED-TIME
       MOVE WS-LOADED-STAMP TO WS-THROUGH-STAMP
       MOVE PlanCreatedDate TO WS-CREATED-DATE
       MOVE PlanCreatedTime TO WS-CREATED-TIME
    ELSE
       MOVE 'N' TO WS-PLAN-ON-FILE-SW
    END-IF.

*>  ---------------------------------------------------------------
*>  CreditOneRepayment - the sorted repayment, added to the plan
*>  when it is later than the plan's stamp as loaded.
*>  ---------------------------------------------------------------
CreditOneRepayment.
    MOVE SortPostStamp TO WS-POST-STAMP
    IF WS-POST-STAMP > WS-LOADED-STAMP
       ADD SortPostAmount TO WS-NEW-REPAID
       PERFORM AdvancePlanStamp
       ADD 1 TO WS-REPAYMENTS-COUNT
       ADD SortPostAmount TO WS-REPAYMENTS-AMOUNT
    END-IF.

*>  ---------------------------------------------------------------
*>  DebitOneReversal - the sorted reversal of a repayment, taken off
*>  the plan when it is later than the plan's stamp as loaded and
*>  the repayment it cancels was made after the plan was built (and
*>  so was credited to it).
*>  ---------------------------------------------------------------
DebitOneReversal.
    MOVE SortPostStamp TO WS-POST-STAMP
    MOVE SortOrigStamp TO WS-ORIG-STAMP
    IF WS-POST-STAMP > WS-LOADED-STAMP
       PERFORM AdvancePlanStamp
       IF WS-ORIG-STAMP > WS-CREATED-STAMP
          ADD SortPostAmount TO WS-REVERSED
          ADD 1 TO WS-REVERSALS-COUNT
          ADD SortPostAmount TO WS-REVERSALS-AMOUNT
       END-IF
    END-IF.

*>  ---------------------------------------------------------------
*>  AdvancePlanStamp - the posting in hand becomes the stamp written
*>  back to the plan when it is the latest taken so far.
*>  ---------------------------------------------------------------
AdvancePlanStamp.
    IF WS-POST-STAMP > WS-THROUGH-STAMP
       MOVE WS-POST-STAMP TO WS-THROUGH-STAMP
    END-IF.

*>  ---------------------------------------------------------------
*>  FinishPlanCredit - at the student break, the plan header takes
*>  the repayments found (less any reversed, never below zero) and
*>  the latest stamp taken, and is rewritten. Nothing taken means
*>  nothing to rewrite.
*>  ---------------------------------------------------------------
FinishPlanCredit.
    IF NOT WS-PLAN-ON-FILE OR WS-THROUGH-STAMP = WS-LOADED-STAMP
       EXIT PARAGRAPH
    END-IF
    MOVE WS-PLAN-STUDENT-ID TO SchedStudentId
    MOVE ZERO TO SchedInstalmentNo
    READ ScheduleFile
        INVALID KEY CONTINUE
    END-READ
    IF NOT WS-SCHEDULE-FOUND
       EXIT PARAGRAPH
    END-IF
    ADD WS-NEW-REPAID TO PlanRepaidToDate
    IF WS-REVERSED > PlanRepaidToDate
       MOVE ZERO TO PlanRepaidToDate
    ELSE
       SUBTRACT WS-REVERSED FROM PlanRepaidToDate
    END-IF
    MOVE WS-THROUGH-DATE TO PlanRepaidThroughDate
    MOVE WS-THROUGH-TIME TO PlanRepaidThroughTime
    REWRITE ScheduleRecord
    IF WS-SCHEDULE-FILE-STATUS NOT = "00"
       MOVE "loans.schedule.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-SCHEDULE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF
    ADD 1 TO WS-REWRITE-COUNT.

*>  ---------------------------------------------------------------
*>  ReviewAllPlans - one pass over the schedule file in key order,
*>  reviewing each plan as its header (instalment 000) comes up.
*>  The instalment reads move the file, so it is re-positioned past
*>  the plan's last possible instalment after each one.
*>  ---------------------------------------------------------------
ReviewAllPlans.
    MOVE LOW-VALUES TO SchedKey
    START ScheduleFile KEY IS NOT LESS THAN SchedKey
        INVALID KEY SET EndOfScheduleFile TO TRUE
    END-START
    IF NOT EndOfScheduleFile
       READ ScheduleFile NEXT RECORD
           AT END SET EndOfScheduleFile TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfScheduleFile
        IF SchedPlanHeader
           ADD 1 TO WS-PLANS-READ-COUNT
           MOVE SchedStudentId TO WS-REVIEW-STUDENT-ID
           PERFORM ReviewOnePlan
           MOVE WS-REVIEW-STUDENT-ID TO SchedStudentId
           MOVE 999 TO SchedInstalmentNo
           START ScheduleFile KEY IS GREATER THAN SchedKey
               INVALID KEY SET EndOfScheduleFile TO TRUE
           END-START
        END-IF
        IF NOT EndOfScheduleFile
           READ ScheduleFile NEXT RECORD
               AT END SET EndOfScheduleFile TO TRUE
           END-READ
        END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  ReviewOnePlan - allocates everything repaid so far on the plan
*>  header in the buffer over its instalments, reporting the
*>  student's position unless they are back in study.
*>  ---------------------------------------------------------------
ReviewOnePlan.
    MOVE PlanRepaidToDate TO WS-TO-ALLOCATE
    MOVE PlanInstalments TO WS-PLAN-INSTALMENTS

    MOVE WS-REVIEW-STUDENT-ID TO StudentId
    READ StudentFile
        INVALID KEY CONTINUE
    END-READ
    MOVE 'Y' TO WS-STU-CHASE-SW
    IF WS-STUDENT-FOUND AND StatusActive
       MOVE 'N' TO WS-STU-CHASE-SW
       ADD 1 TO WS-BACK-IN-STUDY-COUNT
    END-IF
    IF WS-STU-CHASED
       MOVE WS-REVIEW-STUDENT-ID TO CollStudentId
       READ CollectionsFile
           INVALID KEY CONTINUE
       END-READ
       IF WS-COLLECTIONS-FOUND
          MOVE 'N' TO WS-STU-CHASE-SW
          ADD 1 TO WS-WITH-AGENCY-COUNT
       ELSE
          ADD 1 TO WS-PLANS-REVIEWED-COUNT
       END-IF
    END-IF

    MOVE ZERO TO WS-STU-DUE-TO-DATE
    MOVE ZERO TO WS-STU-PAID-TO-DATE
    MOVE ZERO TO WS-STU-MISSED-COUNT
    PERFORM VARYING WS-INST-NO FROM 1 BY 1
            UNTIL WS-INST-NO > WS-PLAN-INSTALMENTS
       PERFORM AllocateOneInstalment
    END-PERFORM

    IF WS-STU-CHASED
       PERFORM PrintStudentLine
    END-IF.

*>  ---------------------------------------------------------------
*>  AllocateOneInstalment - gives instalment WS-INST-NO as much of
*>  what is left to allocate as it is owed, sets its status against
*>  the arrears month, rewrites it and prints it if it is missed,
*>  part-paid or paid ahead.
*>  ---------------------------------------------------------------
AllocateOneInstalment.
    MOVE WS-REVIEW-STUDENT-ID TO SchedStudentId
    MOVE WS-INST-NO TO SchedInstalmentNo
    READ ScheduleFile
        INVALID KEY CONTINUE
    END-READ
    IF NOT WS-SCHEDULE-FOUND
       ADD 1 TO WS-MISSING-INST-COUNT
       DISPLAY "WARNING - plan for " SchedStudentId " has no instalment "
               WS-INST-NO
       EXIT PARAGRAPH
    END-IF

    IF WS-TO-ALLOCATE > SchedAmountDue
       MOVE SchedAmountDue TO WS-ALLOCATED
    ELSE
       MOVE WS-TO-ALLOCATE TO WS-ALLOCATED
    END-IF
    SUBTRACT WS-ALLOCATED FROM WS-TO-ALLOCATE
    MOVE WS-ALLOCATED TO SchedAmountPaid

    IF SchedDueDate NOT > WS-PERIOD-END-DATE
       ADD SchedAmountDue TO WS-STU-DUE-TO-DATE
       ADD WS-ALLOCATED TO WS-STU-PAID-TO-DATE
       EVALUATE TRUE
           WHEN WS-ALLOCATED = SchedAmountDue
               SET SchedPaid TO TRUE
           WHEN WS-ALLOCATED > ZERO
               SET SchedPartPaid TO TRUE
           WHEN OTHER
               SET SchedMissed TO TRUE
       END-EVALUATE
    ELSE
       IF WS-ALLOCATED > ZERO
          SET SchedPaidAhead TO TRUE
       ELSE
          SET SchedNotYetDue TO TRUE
       END-IF
    END-IF

    REWRITE ScheduleRecord
    IF WS-SCHEDULE-FILE-STATUS NOT = "00"
       MOVE "loans.schedule.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-SCHEDULE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF
    ADD 1 TO WS-REWRITE-COUNT

    IF NOT WS-STU-CHASED
       EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
        WHEN SchedPaid
            ADD 1 TO WS-DUE-COUNT
            ADD 1 TO WS-PAID-COUNT
        WHEN SchedPartPaid
            ADD 1 TO WS-DUE-COUNT
            ADD 1 TO WS-PART-PAID-COUNT
            PERFORM PrintInstalmentLine
        WHEN SchedMissed
            ADD 1 TO WS-DUE-COUNT
            ADD 1 TO WS-MISSED-COUNT
            ADD 1 TO WS-STU-MISSED-COUNT
            PERFORM PrintInstalmentLine
        WHEN SchedPaidAhead
            ADD 1 TO WS-PAID-AHEAD-COUNT
            PERFORM PrintInstalmentLine
    END-EVALUATE.

*>  ---------------------------------------------------------------
*>  PrintInstalmentLine - the instalment in the schedule buffer,
*>  indented under the student it belongs to.
*>  ---------------------------------------------------------------
PrintInstalmentLine.
    MOVE SPACES TO WS-RPT-INST-LINE
    MOVE SchedInstalmentNo TO WS-INS-NO
    MOVE SchedDueDate TO WS-INS-DUE-DATE
    MOVE SchedAmountDue TO WS-INS-AMOUNT-DUE
    MOVE SchedAmountPaid TO WS-INS-AMOUNT-PAID
    EVALUATE TRUE
        WHEN SchedMissed
            MOVE "MISSED" TO WS-INS-STATUS
        WHEN SchedPartPaid
            MOVE "PART PAID" TO WS-INS-STATUS
        WHEN SchedPaidAhead
            MOVE "PAID AHEAD" TO WS-INS-STATUS
    END-EVALUATE
    DISPLAY WS-RPT-INST-LINE
    MOVE WS-RPT-INST-LINE TO WS-PRINT-LINE
    PERFORM PrintOneLine.

*>  ---------------------------------------------------------------
*>  PrintStudentLine - the student's position at the end of the
*>  arrears month: due to date, paid against it, the shortfall and
*>  how many instalments were missed outright.
*>  ---------------------------------------------------------------
PrintStudentLine.
    MOVE ZERO TO WS-STU-ARREARS
    IF WS-STU-DUE-TO-DATE > WS-STU-PAID-TO-DATE
       COMPUTE WS-STU-ARREARS = WS-STU-DUE-TO-DATE - WS-STU-PAID-TO-DATE
       ADD 1 TO WS-IN-ARREARS-COUNT
       ADD WS-STU-ARREARS TO WS-ARREARS-TOTAL
    END-IF

    MOVE SPACES TO WS-RPT-STUDENT-LINE
    MOVE WS-REVIEW-STUDENT-ID TO WS-STL-STUDENT-ID
    IF WS-STUDENT-FOUND
       MOVE StudentName TO WS-STL-STUDENT-NAME
       EVALUATE TRUE
          WHEN StatusGraduated
             MOVE "GRADUATE" TO WS-STL-STATUS
          WHEN OTHER
             MOVE "INACTIVE" TO WS-STL-STATUS
       END-EVALUATE
    ELSE
       MOVE "OFF-ROST" TO WS-STL-STATUS
    END-IF
    MOVE WS-STU-DUE-TO-DATE TO WS-STL-DUE
    MOVE WS-STU-PAID-TO-DATE TO WS-STL-PAID
    MOVE WS-STU-ARREARS TO WS-STL-ARREARS
    MOVE WS-STU-MISSED-COUNT TO WS-STL-MISSED
    IF WS-STU-MISSED-COUNT > ZERO
       MOVE "* COLLECTIONS" TO WS-STL-FLAG
    END-IF
    DISPLAY WS-RPT-STUDENT-LINE
    MOVE WS-RPT-STUDENT-LINE TO WS-PRINT-LINE
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
*>  page: title, arrears period, run date and page number.
*>  ---------------------------------------------------------------
PrintPageHeadings.
    ADD 1 TO WS-PAGE-NO
    MOVE WS-PAGE-NO TO WS-H1-PAGE-NO
    WRITE PrintLine FROM WS-RPT-HEADING1
    WRITE PrintLine FROM WS-BLANK-LINE
    MOVE 2 TO WS-LINE-COUNT.

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
    MOVE SPACES TO WS-LOANS-LEDGER-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.ledger.dat"
        DELIMITED BY SIZE INTO WS-LOANS-LEDGER-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-SCHEDULE-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.schedule.dat"
        DELIMITED BY SIZE INTO WS-LOANS-SCHEDULE-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-COLLECTIONS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.collections.dat"
        DELIMITED BY SIZE INTO WS-LOANS-COLLECTIONS-PATH
    END-STRING
    MOVE SPACES TO WS-ARREARS-REPORT-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.arrears.report.dat"
        DELIMITED BY SIZE INTO WS-ARREARS-REPORT-PATH
    END-STRING
    MOVE SPACES TO WS-RUNPARMS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/runparms.dat"
        DELIMITED BY SIZE INTO WS-RUNPARMS-PATH
    END-STRING
    MOVE SPACES TO WS-ARREARS-SORT-TMP-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.arrears.sort.tmp"
        DELIMITED BY SIZE INTO WS-ARREARS-SORT-TMP-PATH
    END-STRING.
