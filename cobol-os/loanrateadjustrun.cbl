IDENTIFICATION DIVISION.
PROGRAM-ID. LoanRateAdjustRun.
AUTHOR. Anton Georgescu.
*> Retroactive interest rate adjustment - when the board sets a rate
*> effective from a date already past, the months LoanInterestAccrue
*> has accrued since then were charged at the old rate. Every rate
*> keyed through RateHistoryMaint with a back-date waits on
*> Programs.Rates.Dat as pending; this run takes each program's
*> earliest pending effective date, reads the whole ledger history
*> (every archive on Loans.Ledger.Archives.Dat, oldest first, then
*> the live Loans.Ledger.Dat) into a SORT by student and month, and
*> for every month from the pending date on works out again what
*> the month's "I" accrual should have been - the balance it was
*> accrued on, at the rate in force on that month's last day, over
*> twelve - against what the month has been charged so far (the "I"
*> plus any "J" charged or "K" credited for it by an earlier run).
*> A month charged too little gets a "J" posting for the difference,
*> one charged too much a "K" posting crediting it back, each dated
*> today and naming the "I" it corrects in LedgerReversalRef, and the
*> student's balance master is updated as each is appended. A
*> credit never takes a balance below zero. Once every month is
*> posted the pending rates are stamped as adjusted.
*> Because what a month was charged includes earlier adjustments,
*> a re-run after an abend (or a second back-dated rate for the
*> same months) posts only what is still owed either way - never
*> the same correction twice.
*> The student's program is taken from the roster as it stands
*> today. Interest later months accrued on a month's old interest is
*> not recalculated: the adjustment joins the balance and accrues
*> from the next month-end on.
*> L)ist shows what would be posted without touching anything; the
*> mode comes from RATE-ADJUST-MODE on RunParms.Dat when present,
*> otherwise the console prompt.
*>
*> RETURN-CODEs: 0 adjusted (or nothing pending), 8 refused (bad
*> mode, no balance master, a listed archive not on disk, or more
*> archives, rates or pending programs than the tables hold), 12
*> file error.

*> cobc -x -free loanrateadjustrun.cbl      (standalone)
*> cobc -m -free loanrateadjustrun.cbl      (module, CALLable from OperatorConsole)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT OPTIONAL ArchiveListFile ASSIGN WS-LEDGER-ARCHIVES-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-ARCHIVE-LIST-FILE-STATUS.

      *>   One ledger file at a time - each listed archive in turn,
      *>   then the live ledger - the name is set before each OPEN.
      *>   The live ledger is opened again for EXTEND to take the
      *>   adjustments once the sort has read it.
      SELECT LedgerFile ASSIGN WS-LEDGER-SOURCE-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-LEDGER-FILE-STATUS.

      SELECT StudentFile ASSIGN WS-STUDENTS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS StudentId
             ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
             FILE STATUS IS WS-STUDENT-FILE-STATUS.

      SELECT BalanceFile ASSIGN WS-LOANS-BALANCE-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS BalStudentId
             FILE STATUS IS WS-BALANCE-FILE-STATUS.

      SELECT OPTIONAL RateFile ASSIGN WS-PROGRAMS-RATES-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS RateKey
             FILE STATUS IS WS-RATE-FILE-STATUS.

      SELECT OPTIONAL RunParmFile ASSIGN WS-RUNPARMS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-RUNPARM-FILE-STATUS.

      SELECT SortFile ASSIGN WS-RATE-SORT-TMP-PATH.

DATA DIVISION.

FILE SECTION.
FD ArchiveListFile.
01 ArchiveListRecord.
   88 EndOfArchiveListFile VALUE HIGH-VALUES.
   COPY archlist.

FD LedgerFile.
01 LedgerRecord.
   88 EndOfLedgerFile      VALUE HIGH-VALUES.
   COPY ledgrec.

FD StudentFile.
01 StudentDetails.
   COPY studrec.

FD BalanceFile.
01 BalanceRecord.
   COPY loanbal.

FD RateFile.
01 RateRecord.
   88 EndOfRateFile        VALUE HIGH-VALUES.
   COPY raterec.

FD RunParmFile.
01 RunParmRecord.
   88 EndOfRunParmFile     VALUE HIGH-VALUES.
   COPY runparm.

*>   The interest charged, in student and month order - each month's
*>   "I" accrual ahead of the "J"/"K" adjustments made to it, filed
*>   under the month of the accrual they name.
SD SortFile.
01 SortRecord.
   02 SortStudentId        PIC 9(7).
   02 SortPeriod           PIC 9(6).
   02 SortPostType         PIC X.
      88 SortInterest         VALUE "I".
      88 SortInterestAdjUp    VALUE "J".
      88 SortInterestAdjDown  VALUE "K".
   02 SortPostDate         PIC 9(8).
   02 SortPostTime         PIC 9(8).
   02 SortPostAmount       PIC 9(5).
   02 SortBalance          PIC 9(7).

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>   comes from the STUDENT_DATA_DIR environment variable (default
*>   "data"), so the same compiled programs run against the
*>   production directory tonight and a test copy tomorrow morning
*>   without recompiling.
01  WS-DATA-DIR              PIC X(64).
01  WS-LEDGER-ARCHIVES-PATH  PIC X(160).
01  WS-LOANS-LEDGER-PATH     PIC X(160).
01  WS-LEDGER-SOURCE-PATH    PIC X(160).
01  WS-STUDENTS-PATH         PIC X(160).
01  WS-LOANS-BALANCE-PATH    PIC X(160).
01  WS-PROGRAMS-RATES-PATH   PIC X(160).
01  WS-RUNPARMS-PATH         PIC X(160).
01  WS-RATE-SORT-TMP-PATH    PIC X(160).

01  WS-ARCHIVE-LIST-FILE-STATUS PIC XX.
01  WS-LEDGER-FILE-STATUS    PIC XX.
01  WS-STUDENT-FILE-STATUS   PIC XX.
    88  WS-STUDENT-FOUND         VALUE "00".
01  WS-BALANCE-FILE-STATUS   PIC XX.
    88  WS-BALANCE-FOUND         VALUE "00".
01  WS-RATE-FILE-STATUS      PIC XX.
*>   File-status hardening - a required file that fails to open
*>   abandons the run with a clear operator message and RETURN-CODE
*>   12, instead of a runtime abort partway through.
01  WS-ABORT-FILE-NAME        PIC X(60).
01  WS-ABORT-FILE-STATUS      PIC XX.

*>   Post or list only - from RunParms.Dat when the control file
*>   supplied RATE-ADJUST-MODE, otherwise the console prompt.
01  WS-RUNPARM-FILE-STATUS   PIC XX.
01  WS-PARM-SOURCE           PIC X(12) VALUE "console".
01  WS-MODE-PARM-SW          PIC X VALUE 'N'.
    88  WS-MODE-FROM-PARMS       VALUE 'Y'.
01  WS-RUN-MODE              PIC X.
    88  WS-POST-ADJUSTMENTS      VALUE 'P' 'p'.
    88  WS-LIST-ONLY             VALUE 'L' 'l'.

*>   The operator who ran the adjustment, stamped on every posting
*>   (BATCH when nobody had signed on at OperatorConsole).
01  WS-SIGNED-ON-OPERATOR    PIC X(8).

*>   Programs.Rates.Dat, loaded whole in key order (program, then
*>   effective date), so the rate in force on a month's last day is
*>   the last entry for the program dated on or before it.
01  WS-RATE-HISTORY-TABLE.
    02  WS-RATE-HISTORY-COUNT   PIC 9(3) VALUE ZERO.
    02  WS-RATE-HISTORY-ENTRY OCCURS 500 TIMES INDEXED BY WS-RATE-HISTORY-IX.
        03  WS-RH-PROG-CODE         PIC X(4).
        03  WS-RH-EFFECTIVE-DATE    PIC 9(8).
        03  WS-RH-INTEREST-RATE     PIC 9(2)V99.
        03  WS-RH-PENDING-SW        PIC X.
            88  WS-RH-PENDING           VALUE 'Y'.
01  WS-RATE-HISTORY-FULL-SW  PIC X VALUE 'N'.
    88  WS-RATE-HISTORY-FULL     VALUE 'Y'.

*>   One entry per program with a rate waiting - the month its
*>   earliest pending rate takes effect is the first to recalculate.
01  WS-PENDING-TABLE.
    02  WS-PENDING-COUNT        PIC 9(2) VALUE ZERO.
    02  WS-PENDING-ENTRY OCCURS 20 TIMES INDEXED BY WS-PENDING-IX.
        03  WS-PD-PROG-CODE         PIC X(4).
        03  WS-PD-FIRST-PERIOD      PIC 9(6).
01  WS-PENDING-FULL-SW       PIC X VALUE 'N'.
    88  WS-PENDING-FULL          VALUE 'Y'.
01  WS-PENDING-FOUND-IX      PIC 9(2).
01  WS-EARLIEST-PERIOD       PIC 9(6).

*>   The archives on Loans.Ledger.Archives.Dat, oldest first. Twenty
*>   years of monthly closes; a longer list refuses the run rather
*>   than leave months out.
01  WS-ARCHIVE-TABLE.
    02  WS-ARCHIVE-COUNT        PIC 9(3) VALUE ZERO.
    02  WS-ARCHIVE-ENTRY OCCURS 240 TIMES INDEXED BY WS-ARCHIVE-IX.
        03  WS-AR-FILE-NAME       PIC X(60).
01  WS-ARCHIVE-FULL-SW       PIC X VALUE 'N'.
    88  WS-ARCHIVE-FULL          VALUE 'Y'.
01  WS-ARCHIVES-READ-COUNT   PIC 9(3) VALUE ZERO.
01  WS-SOURCE-NAME           PIC X(60).
01  WS-SOURCE-MISSING-SW     PIC X VALUE 'N'.
    88  WS-SOURCE-MISSING        VALUE 'Y'.
01  WS-POSTING-PERIOD        PIC 9(6).

*>   Control-break bookkeeping over the sorted postings - the
*>   student and month in hand, the balance the month's "I" was
*>   accrued on, the "I" itself, and the month's charge so far.
01  WS-SORT-EOF-SW           PIC X VALUE 'N'.
    88  WS-SORT-EOF              VALUE 'Y'.
01  WS-MONTH-OPEN-SW         PIC X VALUE 'N'.
    88  WS-MONTH-OPEN            VALUE 'Y'.
01  WS-MONTH-STUDENT-ID      PIC 9(7) VALUE ZERO.
01  WS-MONTH-PERIOD          PIC 9(6) VALUE ZERO.
01  WS-MONTH-ACCRUAL-SW      PIC X.
    88  WS-MONTH-HAS-ACCRUAL     VALUE 'Y'.
01  WS-MONTH-BASE-BALANCE    PIC 9(7).
01  WS-MONTH-I-DATE          PIC 9(8).
01  WS-MONTH-I-TIME          PIC 9(8).
01  WS-MONTH-I-AMOUNT        PIC 9(5).
01  WS-MONTH-CHARGED         PIC S9(7).

*>   The roster lookup is made once per student, not once a month.
01  WS-ROSTER-STUDENT-ID     PIC 9(7) VALUE ZERO.
01  WS-ROSTER-PROG-CODE      PIC X(4).
01  WS-ROSTER-SW             PIC X.
    88  WS-ON-ROSTER             VALUE 'Y'.

*>   The month's charge worked out again at the rate in force on its
*>   last day. Any effective date in the month is on or before its
*>   day 31, and every date in the next month is after it, so the
*>   period with 31 appended serves as the month-end for the search.
01  WS-MONTH-END-DATE        PIC 9(8).
01  WS-MONTH-RATE            PIC 9(2)V99.
01  WS-MONTH-RATE-SW         PIC X.
    88  WS-MONTH-RATE-FOUND      VALUE 'Y'.
01  WS-CORRECT-INTEREST      PIC 9(7).
01  WS-DIFFERENCE            PIC S9(7).
01  WS-ADJUST-AMOUNT         PIC 9(7).
01  WS-ADJUST-TYPE           PIC X.
    88  WS-ADJUST-UP             VALUE "J".
    88  WS-ADJUST-DOWN           VALUE "K".
01  WS-NEW-BALANCE           PIC 9(8).

*>   Posting stamps, compared so the master's last-posting stamp
*>   only ever moves forward.
01  WS-POST-STAMP.
    02  WS-POST-DATE            PIC 9(8).
    02  WS-POST-TIME            PIC 9(8).
01  WS-MASTER-STAMP.
    02  WS-MASTER-DATE          PIC 9(8).
    02  WS-MASTER-TIME          PIC 9(8).

01  WS-CURRENT-DATE-DATA.
    05  WS-CURRENT-DATE         PIC 9(08).
    05  WS-CURRENT-TIME         PIC 9(08).

*>   Control totals for the end-of-run summary.
01  WS-POSTINGS-READ-COUNT   PIC 9(9) VALUE ZERO.
01  WS-POSTINGS-SORTED-COUNT PIC 9(9) VALUE ZERO.
01  WS-MONTHS-CHECKED-COUNT  PIC 9(7) VALUE ZERO.
01  WS-MONTHS-CORRECT-COUNT  PIC 9(7) VALUE ZERO.
01  WS-ADJ-UP-COUNT          PIC 9(7) VALUE ZERO.
01  WS-ADJ-DOWN-COUNT        PIC 9(7) VALUE ZERO.
01  WS-ADJ-UP-TOTAL          PIC 9(9) VALUE ZERO.
01  WS-ADJ-DOWN-TOTAL        PIC 9(9) VALUE ZERO.
01  WS-SKIPPED-COUNT         PIC 9(7) VALUE ZERO.
01  WS-RATES-MARKED-COUNT    PIC 9(3) VALUE ZERO.

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
    MOVE FUNCTION CURRENT-DATE(1:16) TO WS-CURRENT-DATE-DATA
    ACCEPT WS-SIGNED-ON-OPERATOR FROM ENVIRONMENT "STUDENT_OPERATOR_ID"
    IF WS-SIGNED-ON-OPERATOR = SPACES
       MOVE "BATCH" TO WS-SIGNED-ON-OPERATOR
    END-IF

    PERFORM GetRunParms
    IF WS-MODE-FROM-PARMS
       DISPLAY "Run mode " WS-RUN-MODE " taken from RunParms.Dat"
    ELSE
       DISPLAY "P)ost the rate adjustments, or L)ist them only: "
               WITH NO ADVANCING
       ACCEPT WS-RUN-MODE
    END-IF
    IF NOT WS-POST-ADJUSTMENTS AND NOT WS-LIST-ONLY
       DISPLAY "RUN REFUSED - " WS-RUN-MODE " is not P or L"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF

    PERFORM LoadRateHistory
    IF WS-RATE-HISTORY-FULL OR WS-PENDING-FULL
       DISPLAY "RUN REFUSED - Programs.Rates.Dat holds more rates "
               "(500) or pending programs (20) than the tables hold"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF
    IF WS-PENDING-COUNT = ZERO
       DISPLAY "No back-dated interest rates are waiting - nothing "
               "to adjust"
       PERFORM WriteRunControl
       GOBACK
    END-IF
    PERFORM VARYING WS-PENDING-IX FROM 1 BY 1
            UNTIL WS-PENDING-IX > WS-PENDING-COUNT
       DISPLAY "Program " WS-PD-PROG-CODE(WS-PENDING-IX)
               " - months from " WS-PD-FIRST-PERIOD(WS-PENDING-IX)
               " to be recalculated"
    END-PERFORM

    PERFORM LoadArchiveList
    IF WS-ARCHIVE-FULL
       DISPLAY "RUN REFUSED - Loans.Ledger.Archives.Dat lists more "
               "than 240 archives - months would be left out"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF
    PERFORM CheckArchivesOnDisk
    IF WS-SOURCE-MISSING
       DISPLAY "RUN REFUSED - ledger archive "
               FUNCTION TRIM(WS-SOURCE-NAME) " is on "
               "Loans.Ledger.Archives.Dat but not on disk - restore it "
               "before adjusting"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF

    IF WS-POST-ADJUSTMENTS
       OPEN I-O BalanceFile
    ELSE
       OPEN INPUT BalanceFile
    END-IF
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
    OPEN INPUT StudentFile
    IF WS-STUDENT-FILE-STATUS NOT = "00" AND WS-STUDENT-FILE-STATUS NOT = "05"
       MOVE "students.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-STUDENT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF

    SORT SortFile ON ASCENDING KEY SortStudentId
                                   SortPeriod
                                   SortPostType
                                   SortPostDate
                                   SortPostTime
         INPUT PROCEDURE IS ReadLedgerSources
         OUTPUT PROCEDURE IS AdjustMonths

    CLOSE StudentFile
    CLOSE BalanceFile
    IF WS-POST-ADJUSTMENTS
       CLOSE LedgerFile
       PERFORM MarkRatesAdjusted
    END-IF

    DISPLAY " "
    DISPLAY "============= LoanRateAdjustRun Control Totals ============="
    DISPLAY "Run mode (" WS-PARM-SOURCE ").............. : " WS-RUN-MODE
    DISPLAY "Programs with a back-dated rate....... : " WS-PENDING-COUNT
    DISPLAY "Ledger archives read.................. : " WS-ARCHIVES-READ-COUNT
    DISPLAY "Ledger postings read.................. : " WS-POSTINGS-READ-COUNT
    DISPLAY "Accrued months recalculated........... : " WS-MONTHS-CHECKED-COUNT
    DISPLAY "  already charged correctly........... : " WS-MONTHS-CORRECT-COUNT
    DISPLAY "  charged more interest (J)........... : " WS-ADJ-UP-COUNT
    DISPLAY "  credited back interest (K).......... : " WS-ADJ-DOWN-COUNT
    DISPLAY "Skipped (off roster, no master, size). : " WS-SKIPPED-COUNT
    DISPLAY "Total interest charged................ : " WS-ADJ-UP-TOTAL
    DISPLAY "Total interest credited............... : " WS-ADJ-DOWN-TOTAL
    DISPLAY "Rates stamped as adjusted............. : " WS-RATES-MARKED-COUNT
    DISPLAY "============================================================="
    IF WS-LIST-ONLY
       DISPLAY "List only - nothing was posted and the rates are still "
               "waiting"
    END-IF

    PERFORM WriteRunControl

    GOBACK.

*>  ---------------------------------------------------------------
*>  WriteRunControl - this run's record counts and final
*>  RETURN-CODE, appended to Runs.Dat through runlogger.
*>  ---------------------------------------------------------------
WriteRunControl.
    MOVE "LoanRateAdjustRun" TO RunProgramName
    MOVE WS-RUN-START-DATE TO RunStartDate
    MOVE WS-RUN-START-TIME TO RunStartTime
    MOVE WS-POSTINGS-READ-COUNT TO RunRecordsRead
    COMPUTE RunRecordsWritten = WS-ADJ-UP-COUNT + WS-ADJ-DOWN-COUNT
    MOVE WS-SKIPPED-COUNT TO RunRejectedCount
    MOVE RETURN-CODE TO RunReturnCode
    CALL "runlogger" USING BY REFERENCE WS-RUN-CONTROL.

*>  ---------------------------------------------------------------
*>  FileAbort - a required file failed to open; report it and
*>  abandon the run with RETURN-CODE 12.
*>  ---------------------------------------------------------------
FileAbort.
    DISPLAY "FILE ERROR - cannot open " FUNCTION TRIM(WS-ABORT-FILE-NAME)
            " (file status " WS-ABORT-FILE-STATUS ") - run abandoned"
    MOVE 12 TO RETURN-CODE
    PERFORM WriteRunControl
    GOBACK.

*>  ---------------------------------------------------------------
*>  FileWriteAbort - a write failed mid-run; report what actually
*>  failed and abandon the run with RETURN-CODE 12. The rates are
*>  still pending, so a re-run posts only what is still owed.
*>  ---------------------------------------------------------------
FileWriteAbort.
    DISPLAY "FILE ERROR - write to " FUNCTION TRIM(WS-ABORT-FILE-NAME)
            " failed (file status " WS-ABORT-FILE-STATUS
            ") - run abandoned"
    MOVE 12 TO RETURN-CODE
    PERFORM WriteRunControl
    GOBACK.

*>  ---------------------------------------------------------------
*>  GetRunParms - reads RunParms.Dat (when it exists) for this
*>  program's RATE-ADJUST-MODE keyword. A missing file, or a file
*>  without the keyword, leaves the program prompting.
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
        IF ParmKeyword = "RATE-ADJUST-MODE"
           MOVE ParmValue(1:1) TO WS-RUN-MODE
           SET WS-MODE-FROM-PARMS TO TRUE
           MOVE "RunParms.Dat" TO WS-PARM-SOURCE
        END-IF
        READ RunParmFile
            AT END SET EndOfRunParmFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE RunParmFile.

*>  ---------------------------------------------------------------
*>  LoadRateHistory - reads Programs.Rates.Dat into the history
*>  table and notes, per program, the earliest rate still pending.
*>  No file means no history and nothing pending.
*>  ---------------------------------------------------------------
LoadRateHistory.
    MOVE 999999 TO WS-EARLIEST-PERIOD
    OPEN INPUT RateFile
    IF WS-RATE-FILE-STATUS NOT = "00"
       IF WS-RATE-FILE-STATUS = "05"
          CLOSE RateFile
       ELSE
          MOVE "programs.rates.dat" TO WS-ABORT-FILE-NAME
          MOVE WS-RATE-FILE-STATUS TO WS-ABORT-FILE-STATUS
          PERFORM FileAbort
       END-IF
       EXIT PARAGRAPH
    END-IF
    READ RateFile NEXT RECORD
        AT END SET EndOfRateFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfRateFile
        IF WS-RATE-HISTORY-COUNT < 500
           ADD 1 TO WS-RATE-HISTORY-COUNT
           MOVE RateProgCode
             TO WS-RH-PROG-CODE(WS-RATE-HISTORY-COUNT)
           MOVE RateEffectiveDate
             TO WS-RH-EFFECTIVE-DATE(WS-RATE-HISTORY-COUNT)
           MOVE RateInterestRate
             TO WS-RH-INTEREST-RATE(WS-RATE-HISTORY-COUNT)
           MOVE 'N' TO WS-RH-PENDING-SW(WS-RATE-HISTORY-COUNT)
           IF RateAdjustPending
              SET WS-RH-PENDING(WS-RATE-HISTORY-COUNT) TO TRUE
              PERFORM NotePendingRate
           END-IF
        ELSE
           SET WS-RATE-HISTORY-FULL TO TRUE
        END-IF
        READ RateFile NEXT RECORD
            AT END SET EndOfRateFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE RateFile.

*>  ---------------------------------------------------------------
*>  NotePendingRate - the pending rate in the buffer starts its
*>  program's recalculation at the month it takes effect, unless an
*>  earlier pending rate for the program already does. The file is
*>  read in key order, so the first pending rate seen for a program
*>  is its earliest.
*>  ---------------------------------------------------------------
NotePendingRate.
    MOVE ZERO TO WS-PENDING-FOUND-IX
    PERFORM VARYING WS-PENDING-IX FROM 1 BY 1
            UNTIL WS-PENDING-IX > WS-PENDING-COUNT
       IF WS-PD-PROG-CODE(WS-PENDING-IX) = RateProgCode
          MOVE WS-PENDING-IX TO WS-PENDING-FOUND-IX
       END-IF
    END-PERFORM
    IF WS-PENDING-FOUND-IX NOT = ZERO
       EXIT PARAGRAPH
    END-IF
    IF WS-PENDING-COUNT NOT < 20
       SET WS-PENDING-FULL TO TRUE
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-PENDING-COUNT
    MOVE RateProgCode TO WS-PD-PROG-CODE(WS-PENDING-COUNT)
    MOVE RateEffectiveDate(1:6) TO WS-PD-FIRST-PERIOD(WS-PENDING-COUNT)
    IF WS-PD-FIRST-PERIOD(WS-PENDING-COUNT) < WS-EARLIEST-PERIOD
       MOVE WS-PD-FIRST-PERIOD(WS-PENDING-COUNT) TO WS-EARLIEST-PERIOD
    END-IF.

*>  ---------------------------------------------------------------
*>  LoadArchiveList - the archives LoanPeriodClose has listed, in
*>  the order they were cut. No list at all just means no close has
*>  run yet and the live ledger is the whole history.
*>  ---------------------------------------------------------------
LoadArchiveList.
    OPEN INPUT ArchiveListFile
    IF WS-ARCHIVE-LIST-FILE-STATUS NOT = "00"
       AND WS-ARCHIVE-LIST-FILE-STATUS NOT = "05"
       MOVE "loans.ledger.archives.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-ARCHIVE-LIST-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    READ ArchiveListFile
        AT END SET EndOfArchiveListFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfArchiveListFile
        IF ArchListFileName NOT = SPACES
           IF WS-ARCHIVE-COUNT < 240
              ADD 1 TO WS-ARCHIVE-COUNT
              MOVE ArchListFileName
                TO WS-AR-FILE-NAME(WS-ARCHIVE-COUNT)
           ELSE
              SET WS-ARCHIVE-FULL TO TRUE
           END-IF
        END-IF
        READ ArchiveListFile
            AT END SET EndOfArchiveListFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE ArchiveListFile.

*>  ---------------------------------------------------------------
*>  CheckArchivesOnDisk - every listed archive is opened and closed
*>  again before anything is sorted or posted, so a missing one
*>  refuses the run instead of stopping it halfway.
*>  ---------------------------------------------------------------
CheckArchivesOnDisk.
    PERFORM VARYING WS-ARCHIVE-IX FROM 1 BY 1
            UNTIL WS-ARCHIVE-IX > WS-ARCHIVE-COUNT
               OR WS-SOURCE-MISSING
       MOVE WS-AR-FILE-NAME(WS-ARCHIVE-IX) TO WS-SOURCE-NAME
       PERFORM SetArchiveSourcePath
       OPEN INPUT LedgerFile
       IF WS-LEDGER-FILE-STATUS = "35"
          SET WS-SOURCE-MISSING TO TRUE
       ELSE
          IF WS-LEDGER-FILE-STATUS NOT = "00"
             MOVE WS-SOURCE-NAME TO WS-ABORT-FILE-NAME
             MOVE WS-LEDGER-FILE-STATUS TO WS-ABORT-FILE-STATUS
             PERFORM FileAbort
          END-IF
          CLOSE LedgerFile
       END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  SetArchiveSourcePath - the archive named in WS-SOURCE-NAME,
*>  inside the data directory.
*>  ---------------------------------------------------------------
SetArchiveSourcePath.
    MOVE SPACES TO WS-LEDGER-SOURCE-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/"
           FUNCTION TRIM(WS-SOURCE-NAME)
        DELIMITED BY SIZE INTO WS-LEDGER-SOURCE-PATH
    END-STRING.

*>  ---------------------------------------------------------------
*>  ReadLedgerSources - the sort's input procedure: every listed
*>  archive, oldest first, then the live ledger, leaving the live
*>  ledger's name assigned for the postings to follow.
*>  ---------------------------------------------------------------
ReadLedgerSources.
    PERFORM VARYING WS-ARCHIVE-IX FROM 1 BY 1
            UNTIL WS-ARCHIVE-IX > WS-ARCHIVE-COUNT
       MOVE WS-AR-FILE-NAME(WS-ARCHIVE-IX) TO WS-SOURCE-NAME
       PERFORM SetArchiveSourcePath
       PERFORM ReadOneLedgerSource
       ADD 1 TO WS-ARCHIVES-READ-COUNT
    END-PERFORM
    MOVE "loans.ledger.dat" TO WS-SOURCE-NAME
    MOVE WS-LOANS-LEDGER-PATH TO WS-LEDGER-SOURCE-PATH
    PERFORM ReadOneLedgerSource.

*>  ---------------------------------------------------------------
*>  ReadOneLedgerSource - the ledger file named in
*>  WS-LEDGER-SOURCE-PATH, each posting offered to the sort.
*>  ---------------------------------------------------------------
ReadOneLedgerSource.
    OPEN INPUT LedgerFile
    IF WS-LEDGER-FILE-STATUS NOT = "00"
       MOVE WS-SOURCE-NAME TO WS-ABORT-FILE-NAME
       MOVE WS-LEDGER-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    READ LedgerFile
        AT END SET EndOfLedgerFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfLedgerFile
        ADD 1 TO WS-POSTINGS-READ-COUNT
        PERFORM ReleaseOnePosting
        READ LedgerFile
            AT END SET EndOfLedgerFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE LedgerFile.

*>  ---------------------------------------------------------------
*>  ReleaseOnePosting - a real "I" accrual goes to the sort under
*>  its own month, a "J" or "K" under the month of the accrual it
*>  names. The zero-amount "I" memos a period close writes are not
*>  accruals, and months before the earliest pending rate cannot
*>  change.
*>  ---------------------------------------------------------------
ReleaseOnePosting.
    EVALUATE TRUE
        WHEN LedgerInterest
            IF LedgerPostAmount = ZERO
               EXIT PARAGRAPH
            END-IF
            MOVE LedgerPostDate(1:6) TO WS-POSTING-PERIOD
        WHEN LedgerInterestAdjUp
        WHEN LedgerInterestAdjDown
            IF LedgerRevOrigDate NOT NUMERIC
               EXIT PARAGRAPH
            END-IF
            MOVE LedgerRevOrigDate(1:6) TO WS-POSTING-PERIOD
        WHEN OTHER
            EXIT PARAGRAPH
    END-EVALUATE
    IF WS-POSTING-PERIOD < WS-EARLIEST-PERIOD
       EXIT PARAGRAPH
    END-IF
    MOVE LedgerStudentId  TO SortStudentId
    MOVE WS-POSTING-PERIOD TO SortPeriod
    MOVE LedgerPostType   TO SortPostType
    MOVE LedgerPostDate   TO SortPostDate
    MOVE LedgerPostTime   TO SortPostTime
    MOVE LedgerPostAmount TO SortPostAmount
    MOVE LedgerBalance    TO SortBalance
    RELEASE SortRecord
    ADD 1 TO WS-POSTINGS-SORTED-COUNT.

*>  ---------------------------------------------------------------
*>  AdjustMonths - the sort's output procedure: takes the charges
*>  back a student and month at a time and, at each month break,
*>  recalculates the month. In post mode the live ledger is opened
*>  for EXTEND first - the input procedure has finished with it.
*>  ---------------------------------------------------------------
AdjustMonths.
    IF WS-POST-ADJUSTMENTS
       OPEN EXTEND LedgerFile
       IF WS-LEDGER-FILE-STATUS NOT = "00"
          MOVE "loans.ledger.dat" TO WS-ABORT-FILE-NAME
          MOVE WS-LEDGER-FILE-STATUS TO WS-ABORT-FILE-STATUS
          PERFORM FileAbort
       END-IF
    END-IF
    RETURN SortFile
        AT END SET WS-SORT-EOF TO TRUE
    END-RETURN
    PERFORM UNTIL WS-SORT-EOF
        IF NOT WS-MONTH-OPEN
           OR SortStudentId NOT = WS-MONTH-STUDENT-ID
           OR SortPeriod NOT = WS-MONTH-PERIOD
           IF WS-MONTH-OPEN
              PERFORM FinishMonth
           END-IF
           PERFORM StartMonth
        END-IF
        PERFORM ApplySortedCharge
        RETURN SortFile
            AT END SET WS-SORT-EOF TO TRUE
        END-RETURN
    END-PERFORM
    IF WS-MONTH-OPEN
       PERFORM FinishMonth
    END-IF.

*>  ---------------------------------------------------------------
*>  StartMonth - resets the month's figures for the student and
*>  month the sorted charges just moved on to.
*>  ---------------------------------------------------------------
StartMonth.
    MOVE SortStudentId TO WS-MONTH-STUDENT-ID
    MOVE SortPeriod TO WS-MONTH-PERIOD
    SET WS-MONTH-OPEN TO TRUE
    MOVE 'N' TO WS-MONTH-ACCRUAL-SW
    MOVE ZERO TO WS-MONTH-BASE-BALANCE
    MOVE ZERO TO WS-MONTH-I-DATE
    MOVE ZERO TO WS-MONTH-I-TIME
    MOVE ZERO TO WS-MONTH-I-AMOUNT
    MOVE ZERO TO WS-MONTH-CHARGED.

*>  ---------------------------------------------------------------
*>  ApplySortedCharge - one charge against the month. The first "I"
*>  gives the balance the month was accrued on (its balance less
*>  the interest it added) and is the accrual any adjustment names.
*>  ---------------------------------------------------------------
ApplySortedCharge.
    EVALUATE TRUE
        WHEN SortInterest
            IF NOT WS-MONTH-HAS-ACCRUAL
               SET WS-MONTH-HAS-ACCRUAL TO TRUE
               COMPUTE WS-MONTH-BASE-BALANCE =
                       SortBalance - SortPostAmount
               MOVE SortPostDate TO WS-MONTH-I-DATE
               MOVE SortPostTime TO WS-MONTH-I-TIME
               MOVE SortPostAmount TO WS-MONTH-I-AMOUNT
            END-IF
            ADD SortPostAmount TO WS-MONTH-CHARGED
        WHEN SortInterestAdjUp
            ADD SortPostAmount TO WS-MONTH-CHARGED
        WHEN SortInterestAdjDown
            SUBTRACT SortPostAmount FROM WS-MONTH-CHARGED
    END-EVALUATE.

*>  ---------------------------------------------------------------
*>  FinishMonth - recalculates the month when the student's program
*>  has a pending rate effective on or before it, and posts any
*>  difference. A month whose accrual is in no file read (only its
*>  adjustments survive) has nothing to recalculate from.
*>  ---------------------------------------------------------------
FinishMonth.
    IF NOT WS-MONTH-HAS-ACCRUAL
       EXIT PARAGRAPH
    END-IF
    PERFORM LookUpRosterProgram
    IF NOT WS-ON-ROSTER
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO WS-PENDING-FOUND-IX
    PERFORM VARYING WS-PENDING-IX FROM 1 BY 1
            UNTIL WS-PENDING-IX > WS-PENDING-COUNT
       IF WS-PD-PROG-CODE(WS-PENDING-IX) = WS-ROSTER-PROG-CODE
          MOVE WS-PENDING-IX TO WS-PENDING-FOUND-IX
       END-IF
    END-PERFORM
    IF WS-PENDING-FOUND-IX = ZERO
       EXIT PARAGRAPH
    END-IF
    IF WS-MONTH-PERIOD < WS-PD-FIRST-PERIOD(WS-PENDING-FOUND-IX)
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-MONTHS-CHECKED-COUNT
    COMPUTE WS-MONTH-END-DATE = WS-MONTH-PERIOD * 100 + 31
    PERFORM FindMonthRate
    IF NOT WS-MONTH-RATE-FOUND
       ADD 1 TO WS-SKIPPED-COUNT
       DISPLAY "Skipped - " WS-MONTH-STUDENT-ID " " WS-MONTH-PERIOD
               " program " WS-ROSTER-PROG-CODE " has no rate in force"
       EXIT PARAGRAPH
    END-IF
    *>   One month of the annual percentage rate, rounded to the
    *>   nearest whole unit - exactly as LoanInterestAccrue charges it.
    COMPUTE WS-CORRECT-INTEREST ROUNDED =
            (WS-MONTH-BASE-BALANCE * WS-MONTH-RATE) / 1200
    COMPUTE WS-DIFFERENCE = WS-CORRECT-INTEREST - WS-MONTH-CHARGED
    IF WS-DIFFERENCE = ZERO
       ADD 1 TO WS-MONTHS-CORRECT-COUNT
       EXIT PARAGRAPH
    END-IF
    IF WS-DIFFERENCE > ZERO
       SET WS-ADJUST-UP TO TRUE
       MOVE WS-DIFFERENCE TO WS-ADJUST-AMOUNT
    ELSE
       SET WS-ADJUST-DOWN TO TRUE
       COMPUTE WS-ADJUST-AMOUNT = ZERO - WS-DIFFERENCE
    END-IF
    PERFORM PostAdjustment.

*>  ---------------------------------------------------------------
*>  LookUpRosterProgram - the student's program as the roster has
*>  it today, read once when the sorted charges reach a new student.
*>  ---------------------------------------------------------------
LookUpRosterProgram.
    IF WS-MONTH-STUDENT-ID = WS-ROSTER-STUDENT-ID
       EXIT PARAGRAPH
    END-IF
    MOVE WS-MONTH-STUDENT-ID TO WS-ROSTER-STUDENT-ID
    MOVE 'N' TO WS-ROSTER-SW
    MOVE SPACES TO WS-ROSTER-PROG-CODE
    MOVE WS-MONTH-STUDENT-ID TO StudentId
    READ StudentFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-STUDENT-FOUND
       SET WS-ON-ROSTER TO TRUE
       MOVE ProgramCode TO WS-ROSTER-PROG-CODE
    ELSE
       ADD 1 TO WS-SKIPPED-COUNT
       DISPLAY "Skipped - " WS-MONTH-STUDENT-ID
               " has accrued interest but is not on the roster"
    END-IF.

*>  ---------------------------------------------------------------
*>  FindMonthRate - the latest history entry for the program dated
*>  on or before the month's end. Only months from a pending rate
*>  on are recalculated, so the history always has one.
*>  ---------------------------------------------------------------
FindMonthRate.
    MOVE 'N' TO WS-MONTH-RATE-SW
    MOVE ZERO TO WS-MONTH-RATE
    PERFORM VARYING WS-RATE-HISTORY-IX FROM 1 BY 1
            UNTIL WS-RATE-HISTORY-IX > WS-RATE-HISTORY-COUNT
       IF WS-RH-PROG-CODE(WS-RATE-HISTORY-IX) = WS-ROSTER-PROG-CODE
          AND WS-RH-EFFECTIVE-DATE(WS-RATE-HISTORY-IX)
              NOT > WS-MONTH-END-DATE
          MOVE WS-RH-INTEREST-RATE(WS-RATE-HISTORY-IX)
            TO WS-MONTH-RATE
          SET WS-MONTH-RATE-FOUND TO TRUE
       END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  PostAdjustment - the "J" or "K" for the month, against the
*>  balance on the student's master record as it stands now (earlier
*>  months' adjustments in this run included). A credit larger than
*>  the balance is cut to the balance; a charge that would not fit a
*>  posting amount is left for review by hand. In list mode it is
*>  only shown.
*>  ---------------------------------------------------------------
PostAdjustment.
    MOVE WS-MONTH-STUDENT-ID TO BalStudentId
    READ BalanceFile
        INVALID KEY CONTINUE
    END-READ
    IF NOT WS-BALANCE-FOUND
       ADD 1 TO WS-SKIPPED-COUNT
       DISPLAY "Skipped - " WS-MONTH-STUDENT-ID " " WS-MONTH-PERIOD
               " has no balance master record - run LoanBalanceRebuild"
       EXIT PARAGRAPH
    END-IF
    IF WS-ADJUST-AMOUNT > 99999
       ADD 1 TO WS-SKIPPED-COUNT
       DISPLAY "Skipped - " WS-MONTH-STUDENT-ID " " WS-MONTH-PERIOD
               " adjustment " WS-ADJUST-AMOUNT " will not fit a "
               "ledger posting amount - review the month by hand"
       EXIT PARAGRAPH
    END-IF
    IF WS-ADJUST-UP
       COMPUTE WS-NEW-BALANCE = BalCurrentBalance + WS-ADJUST-AMOUNT
       IF WS-NEW-BALANCE > 9999999
          ADD 1 TO WS-SKIPPED-COUNT
          DISPLAY "Skipped - " WS-MONTH-STUDENT-ID " " WS-MONTH-PERIOD
                  " balance would overflow - review the month by hand"
          EXIT PARAGRAPH
       END-IF
    ELSE
       IF WS-ADJUST-AMOUNT > BalCurrentBalance
          DISPLAY "WARNING - " WS-MONTH-STUDENT-ID " " WS-MONTH-PERIOD
                  " credit " WS-ADJUST-AMOUNT " cut to the balance "
                  BalCurrentBalance
          MOVE BalCurrentBalance TO WS-ADJUST-AMOUNT
       END-IF
       IF WS-ADJUST-AMOUNT = ZERO
          ADD 1 TO WS-MONTHS-CORRECT-COUNT
          EXIT PARAGRAPH
       END-IF
       COMPUTE WS-NEW-BALANCE = BalCurrentBalance - WS-ADJUST-AMOUNT
    END-IF

    IF WS-ADJUST-UP
       ADD 1 TO WS-ADJ-UP-COUNT
       ADD WS-ADJUST-AMOUNT TO WS-ADJ-UP-TOTAL
    ELSE
       ADD 1 TO WS-ADJ-DOWN-COUNT
       ADD WS-ADJUST-AMOUNT TO WS-ADJ-DOWN-TOTAL
    END-IF
    DISPLAY "Adjust " WS-ADJUST-TYPE " - " WS-MONTH-STUDENT-ID
            " month " WS-MONTH-PERIOD " rate " WS-MONTH-RATE
            " charged " WS-MONTH-CHARGED " should be "
            WS-CORRECT-INTEREST " amount " WS-ADJUST-AMOUNT
    IF WS-LIST-ONLY
       EXIT PARAGRAPH
    END-IF

    MOVE WS-MONTH-STUDENT-ID TO LedgerStudentId
    MOVE WS-CURRENT-DATE     TO LedgerPostDate
    MOVE WS-CURRENT-TIME     TO LedgerPostTime
    MOVE WS-ADJUST-TYPE      TO LedgerPostType
    MOVE WS-ADJUST-AMOUNT    TO LedgerPostAmount
    MOVE WS-NEW-BALANCE      TO LedgerBalance
    MOVE WS-MONTH-I-DATE     TO LedgerRevOrigDate
    MOVE WS-MONTH-I-TIME     TO LedgerRevOrigTime
    MOVE "I"                 TO LedgerRevOrigType
    MOVE WS-MONTH-I-AMOUNT   TO LedgerRevOrigAmount
    MOVE ZERO                TO LedgerRevInterest
    MOVE SPACES              TO LedgerRevReason
    MOVE WS-SIGNED-ON-OPERATOR TO LedgerRevAuthorisedBy
    WRITE LedgerRecord
    IF WS-LEDGER-FILE-STATUS NOT = "00"
       MOVE "loans.ledger.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-LEDGER-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF
    PERFORM UpdateBalanceMaster.

*>  ---------------------------------------------------------------
*>  UpdateBalanceMaster - carries the posting just written onto the
*>  student's balance master record: the new balance, and the
*>  posting stamp when it is the latest the student has had. An
*>  adjustment is not an accrual, so the last month accrued stays.
*>  ---------------------------------------------------------------
UpdateBalanceMaster.
    MOVE LedgerBalance TO BalCurrentBalance
    MOVE LedgerPostDate TO WS-POST-DATE
    MOVE LedgerPostTime TO WS-POST-TIME
    MOVE BalLastPostDate TO WS-MASTER-DATE
    MOVE BalLastPostTime TO WS-MASTER-TIME
    IF WS-POST-STAMP > WS-MASTER-STAMP
       MOVE WS-POST-DATE TO BalLastPostDate
       MOVE WS-POST-TIME TO BalLastPostTime
    END-IF
    REWRITE BalanceRecord
    IF WS-BALANCE-FILE-STATUS NOT = "00"
       MOVE "loans.balance.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-BALANCE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF.

*>  ---------------------------------------------------------------
*>  MarkRatesAdjusted - every rate that was pending when the run
*>  started is stamped as adjusted today. A rate keyed while the run
*>  was going stays pending for the next run.
*>  ---------------------------------------------------------------
MarkRatesAdjusted.
    OPEN I-O RateFile
    IF WS-RATE-FILE-STATUS NOT = "00"
       MOVE "programs.rates.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-RATE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    READ RateFile NEXT RECORD
        AT END SET EndOfRateFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfRateFile
        IF RateAdjustPending
           PERFORM VARYING WS-RATE-HISTORY-IX FROM 1 BY 1
                   UNTIL WS-RATE-HISTORY-IX > WS-RATE-HISTORY-COUNT
              IF WS-RH-PENDING(WS-RATE-HISTORY-IX)
                 AND WS-RH-PROG-CODE(WS-RATE-HISTORY-IX) = RateProgCode
                 AND WS-RH-EFFECTIVE-DATE(WS-RATE-HISTORY-IX)
                     = RateEffectiveDate
                 SET RateAdjustDone TO TRUE
                 MOVE WS-CURRENT-DATE TO RateAdjustedDate
              END-IF
           END-PERFORM
           IF RateAdjustDone
              REWRITE RateRecord
              IF WS-RATE-FILE-STATUS NOT = "00"
                 MOVE "programs.rates.dat" TO WS-ABORT-FILE-NAME
                 MOVE WS-RATE-FILE-STATUS TO WS-ABORT-FILE-STATUS
                 PERFORM FileWriteAbort
              END-IF
              ADD 1 TO WS-RATES-MARKED-COUNT
           END-IF
        END-IF
        READ RateFile NEXT RECORD
            AT END SET EndOfRateFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE RateFile.

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
    MOVE SPACES TO WS-LEDGER-ARCHIVES-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.ledger.archives.dat"
        DELIMITED BY SIZE INTO WS-LEDGER-ARCHIVES-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-LEDGER-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.ledger.dat"
        DELIMITED BY SIZE INTO WS-LOANS-LEDGER-PATH
    END-STRING
    MOVE SPACES TO WS-STUDENTS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-BALANCE-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.balance.dat"
        DELIMITED BY SIZE INTO WS-LOANS-BALANCE-PATH
    END-STRING
    MOVE SPACES TO WS-PROGRAMS-RATES-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/programs.rates.dat"
        DELIMITED BY SIZE INTO WS-PROGRAMS-RATES-PATH
    END-STRING
    MOVE SPACES TO WS-RUNPARMS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/runparms.dat"
        DELIMITED BY SIZE INTO WS-RUNPARMS-PATH
    END-STRING
    MOVE SPACES TO WS-RATE-SORT-TMP-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.rateadj.sort.tmp"
        DELIMITED BY SIZE INTO WS-RATE-SORT-TMP-PATH
    END-STRING.
