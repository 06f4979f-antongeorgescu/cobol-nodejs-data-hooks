IDENTIFICATION DIVISION.
PROGRAM-ID. GLJournalExtract.
AUTHOR. Anton Georgescu.
*> General-ledger journal extract - the month's loan activity in the
*> fixed format the finance system imports, so finance stop
*> re-keying it from LoanLedgerReport printouts. For the journal
*> period it takes the Loans.Ledger.Dat postings (disbursements,
*> repayments, interest accruals, "V" reversals of them, "W"
*> write-offs of uncollectable balances, "A" bursary awards and "J"/"K"
*> interest rate adjustments), the
*> overpayments parked on and settled off Loans.Refund.Dat, and the
*> unmatched receipts BankRemitImport left on Bank.Remit.Suspense.Dat,
*> and summarises them by the student's ProgramCode into balanced
*> debit/credit pairs against the accounts mapped for that program
*> on GL.Accounts.Dat (maintained by GLAccountMaint; a program with
*> no mapping of its own takes the "****" default, as do the
*> suspense receipts and students no longer on the roster).
*> Each entry is journalled as a debit and a credit of the same
*> amount:
*>   DISB disbursements      Dr receivable       Cr bank
*>   REPY repayments         Dr bank             Cr receivable
*>   INTR interest accrued   Dr receivable       Cr interest income
*>   RVDB disbursement reversed  Dr bank         Cr receivable
*>   RVDI interest backed out    Dr interest income  Cr receivable
*>   RVRP repayment reversed     Dr receivable   Cr bank
*>   RVRI interest recharged     Dr receivable   Cr interest income
*>   RFND overpayment held   Dr bank             Cr refunds owed
*>   RFPD refund paid/cancelled  Dr refunds owed  Cr bank
*>   SUSP unmatched receipt  Dr bank             Cr suspense
*>   WOFF balance written off    Dr write-off    Cr receivable
*>   AWRD award applied      Dr award fund       Cr receivable
*>   IADJ rate adjustment charged  Dr receivable  Cr interest income
*>   IADC rate adjustment credited Dr interest income  Cr receivable
*> Like BankPaymentRun, the finished file (GL.Journal.Dat - HDR, one
*> JNL per line, TRL) is re-read from disk: its lines are recounted,
*> debits and credits retotalled against the trailer and against
*> each other, and each source's debits and credits tied back to the
*> totals read straight off the ledger, refunds and suspense files
*> for the period. Anything out by a cent deletes the file and
*> refuses the run. The tie-back is printed either way on
*> GL.Journal.Control.Dat for finance to sign off against.
*> Run it before LoanPeriodClose cuts the month's postings to the
*> archive, so the whole period is still on the live ledger.
*>
*> RETURN-CODEs: 0 balanced and produced, 8 refused (bad journal
*> period, no account mapping, no "****" default or no write-off
*> or award fund account on it, debits not equal to credits or
*> not tied to the source totals - no journal file left on disk),
*> 12 file error.

*> cobc -x -free gljournalextract.cbl      (standalone)
*> cobc -m -free gljournalextract.cbl      (module, CALLable from OperatorConsole)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT StudentFile ASSIGN WS-STUDENTS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS StudentId
             ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
             FILE STATUS IS WS-STUDENT-FILE-STATUS.

      SELECT OPTIONAL AccountMapFile ASSIGN WS-GL-ACCOUNTS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-ACCOUNT-MAP-FILE-STATUS.

      SELECT OPTIONAL LedgerFile ASSIGN WS-LOANS-LEDGER-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-LEDGER-FILE-STATUS.

      SELECT OPTIONAL RefundFile ASSIGN WS-LOANS-REFUND-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-REFUND-FILE-STATUS.

      SELECT OPTIONAL SuspenseFile ASSIGN WS-REMIT-SUSPENSE-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

      SELECT JournalFile ASSIGN WS-GL-JOURNAL-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-JOURNAL-FILE-STATUS.

      SELECT ControlReportFile ASSIGN WS-GL-CONTROL-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-CONTROL-FILE-STATUS.

      SELECT OPTIONAL RunParmFile ASSIGN WS-RUNPARMS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-RUNPARM-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD StudentFile.
01 StudentDetails.
   COPY studrec.

FD AccountMapFile.
01 AccountMapRecord.
   88 EndOfAccountMapFile  VALUE HIGH-VALUES.
   COPY glacctrec.

FD LedgerFile.
01 LedgerRecord.
   88 EndOfLedgerFile      VALUE HIGH-VALUES.
   COPY ledgrec.

FD RefundFile.
01 RefundRecord.
   88 EndOfRefundFile      VALUE HIGH-VALUES.
   COPY refundrec.

*>   One BankRemitImport suspense line - the bank's remittance record
*>   as it arrived, then " - " and the reason it matched no student.
FD SuspenseFile.
01 SuspenseRecord.
   88 EndOfSuspenseFile    VALUE HIGH-VALUES.
   02 SuspStudentId        PIC X(7).
   02 SuspAmount           PIC X(5).
   02 SuspAmount-N REDEFINES SuspAmount PIC 9(5).
   02 SuspValueDate        PIC X(8).
   02 SuspValueDate-N REDEFINES SuspValueDate PIC 9(8).
   02 SuspReference        PIC X(16).
   02 FILLER               PIC X(3).
   02 SuspReason           PIC X(41).

*>   The finance system's fixed-format journal record set, told
*>   apart by the three-byte type in front - HDR, one JNL per
*>   journal line, TRL last. Amounts carry two implied decimals.
FD JournalFile.
01 JournalRecord.
   88 EndOfJournalFile     VALUE HIGH-VALUES.
   02 JrnRecordType        PIC X(3).
      88 JrnHeaderRecord      VALUE "HDR".
      88 JrnLineRecord        VALUE "JNL".
      88 JrnTrailerRecord     VALUE "TRL".
   02 JrnRecordBody        PIC X(80).
01 JournalHeader.
   02 FILLER               PIC X(3).
   02 JrnHdrSystem         PIC X(8).
   02 JrnHdrPeriod         PIC 9(6).
   02 JrnHdrRunDate        PIC 9(8).
01 JournalLine.
   02 FILLER               PIC X(3).
   02 JrnPeriod            PIC 9(6).
   02 JrnLineNo            PIC 9(5).
   02 JrnAccount           PIC X(10).
   02 JrnCostCentre        PIC X(4).
   02 JrnDebitCredit       PIC X.
      88 JrnDebit             VALUE "D".
      88 JrnCredit            VALUE "C".
   02 JrnAmount            PIC 9(11)V99.
   02 JrnSourceCode        PIC X(4).
   02 JrnDescription       PIC X(30).
01 JournalTrailer.
   02 FILLER               PIC X(3).
   02 JrnTrlLineCount      PIC 9(7).
   02 JrnTrlDebitTotal     PIC 9(13)V99.
   02 JrnTrlCreditTotal    PIC 9(13)V99.

FD ControlReportFile.
01 ControlReportLine       PIC X(100).

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
01  WS-STUDENTS-PATH         PIC X(160).
01  WS-GL-ACCOUNTS-PATH      PIC X(160).
01  WS-LOANS-LEDGER-PATH     PIC X(160).
01  WS-LOANS-REFUND-PATH     PIC X(160).
01  WS-REMIT-SUSPENSE-PATH   PIC X(160).
01  WS-GL-JOURNAL-PATH       PIC X(160).
01  WS-GL-CONTROL-PATH       PIC X(160).
01  WS-RUNPARMS-PATH         PIC X(160).

01  WS-STUDENT-FILE-STATUS   PIC XX.
    88  WS-STUDENT-FOUND         VALUE "00".
01  WS-ACCOUNT-MAP-FILE-STATUS PIC XX.
01  WS-LEDGER-FILE-STATUS    PIC XX.
01  WS-REFUND-FILE-STATUS    PIC XX.
01  WS-SUSPENSE-FILE-STATUS  PIC XX.
01  WS-JOURNAL-FILE-STATUS   PIC XX.
01  WS-CONTROL-FILE-STATUS   PIC XX.
01  WS-RUNPARM-FILE-STATUS   PIC XX.
*>   File-status hardening - a required file that fails to open
*>   abandons the run with a clear operator message and RETURN-CODE
*>   12, instead of a runtime abort partway through.
01  WS-ABORT-FILE-NAME        PIC X(30).
01  WS-ABORT-FILE-STATUS      PIC XX.

01  WS-RUN-DATE-NUM          PIC 9(8).
01  WS-DELETE-RESULT         PIC S9(9) COMP.

*>   The journal period, as YYYYMM - from RunParms.Dat when the
*>   control file supplied JOURNAL-PERIOD, otherwise the console
*>   prompt. A period that is not a real YYYYMM refuses the run.
01  WS-PARM-SOURCE           PIC X(12) VALUE "console".
01  WS-PERIOD-PARM-SW        PIC X VALUE 'N'.
    88  WS-PERIOD-FROM-PARMS     VALUE 'Y'.
01  WS-JOURNAL-PERIOD.
    02  WS-JOURNAL-YEAR         PIC 9(4).
    02  WS-JOURNAL-MONTH        PIC 9(2).
01  WS-JOURNAL-PERIOD-NUM REDEFINES WS-JOURNAL-PERIOD PIC 9(6).
01  WS-ITEM-PERIOD           PIC 9(6).

*>   The journal's sources - code, the kind of account debited and
*>   the kind credited (1 receivable, 2 interest income, 3 bank,
*>   4 refunds owed, 5 suspense, 6 write-off, 7 award fund), and
*>   the line description.
01  WS-SOURCE-VALUES.
    02 FILLER PIC X(36) VALUE "DISB13LOAN DISBURSEMENTS".
    02 FILLER PIC X(36) VALUE "REPY31LOAN REPAYMENTS".
    02 FILLER PIC X(36) VALUE "INTR12INTEREST ACCRUED".
    02 FILLER PIC X(36) VALUE "RVDB31DISBURSEMENTS REVERSED".
    02 FILLER PIC X(36) VALUE "RVDI21INTEREST BACKED OUT".
    02 FILLER PIC X(36) VALUE "RVRP13REPAYMENTS REVERSED".
    02 FILLER PIC X(36) VALUE "RVRI12INTEREST RECHARGED".
    02 FILLER PIC X(36) VALUE "RFND34OVERPAYMENTS HELD".
    02 FILLER PIC X(36) VALUE "RFPD43REFUNDS PAID OR CANCELLED".
    02 FILLER PIC X(36) VALUE "SUSP35UNMATCHED BANK RECEIPTS".
    02 FILLER PIC X(36) VALUE "WOFF61BALANCES WRITTEN OFF".
    02 FILLER PIC X(36) VALUE "AWRD71BURSARY AWARDS APPLIED".
    02 FILLER PIC X(36) VALUE "IADJ12INTEREST RATE ADJUSTMENTS".
    02 FILLER PIC X(36) VALUE "IADC21INTEREST RATE CREDITS".
01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-VALUES.
    02 WS-SOURCE-ENTRY OCCURS 14 TIMES.
       03 WS-SRC-CODE            PIC X(4).
       03 WS-SRC-DEBIT-KIND      PIC 9.
       03 WS-SRC-CREDIT-KIND     PIC 9.
       03 WS-SRC-DESCRIPTION     PIC X(30).
01  WS-SRC-IX                PIC 9(2).
01  WS-SRC-DISB              PIC 9(2) VALUE 1.
01  WS-SRC-REPY              PIC 9(2) VALUE 2.
01  WS-SRC-INTR              PIC 9(2) VALUE 3.
01  WS-SRC-RVDB              PIC 9(2) VALUE 4.
01  WS-SRC-RVDI              PIC 9(2) VALUE 5.
01  WS-SRC-RVRP              PIC 9(2) VALUE 6.
01  WS-SRC-RVRI              PIC 9(2) VALUE 7.
01  WS-SRC-RFND              PIC 9(2) VALUE 8.
01  WS-SRC-RFPD              PIC 9(2) VALUE 9.
01  WS-SRC-SUSP              PIC 9(2) VALUE 10.
01  WS-SRC-WOFF              PIC 9(2) VALUE 11.
01  WS-SRC-AWRD              PIC 9(2) VALUE 12.
01  WS-SRC-IADJ              PIC 9(2) VALUE 13.
01  WS-SRC-IADC              PIC 9(2) VALUE 14.

*>   GL.Accounts.Dat, loaded whole - 20 programs plus the default.
01  WS-ACCOUNT-MAP-TABLE.
    02  WS-ACCOUNT-MAP-COUNT    PIC 9(2) VALUE ZERO.
    02  WS-ACCOUNT-MAP-ENTRY OCCURS 21 TIMES INDEXED BY WS-ACCOUNT-MAP-IX.
        03  WS-AM-PROGRAM-CODE    PIC X(4).
        03  WS-AM-ACCOUNT OCCURS 7 TIMES PIC X(10).
01  WS-DEFAULT-MAP-IX        PIC 9(2) VALUE ZERO.
01  WS-MAP-FOUND-IX          PIC 9(2).
01  WS-ACCOUNT-KIND          PIC 9.

*>   The period's amounts, one bucket per ProgramCode (cost centre)
*>   and source. Thirty cost centres covers every program the
*>   reference file can hold, the default, and room to spare for
*>   retired codes still carried on old students.
01  WS-BUCKET-TABLE.
    02  WS-BUCKET-COUNT         PIC 9(2) VALUE ZERO.
    02  WS-BUCKET-ENTRY OCCURS 30 TIMES INDEXED BY WS-BUCKET-IX.
        03  WS-BK-PROGRAM-CODE    PIC X(4).
        03  WS-BK-AMOUNT OCCURS 14 TIMES PIC 9(9).
01  WS-BUCKET-FOUND-IX       PIC 9(2).
01  WS-BUCKET-FULL-SW        PIC X VALUE 'N'.
    88  WS-BUCKET-FULL           VALUE 'Y'.
01  WS-ITEM-PROGRAM-CODE     PIC X(4).
01  WS-ITEM-SOURCE           PIC 9(2).
01  WS-ITEM-AMOUNT           PIC 9(9).

*>   Each source's total taken straight off its own file, kept apart
*>   from the buckets - what the journal read back off disk must tie
*>   to. The ledger's own per-type totals are kept too, so the
*>   control report shows the ledger figure beside the journal's.
01  WS-SOURCE-TOTALS.
    02  WS-SOURCE-TOTAL OCCURS 14 TIMES PIC 9(11).
01  WS-LEDGER-D-TOTAL        PIC 9(11) VALUE ZERO.
01  WS-LEDGER-R-TOTAL        PIC 9(11) VALUE ZERO.
01  WS-LEDGER-I-TOTAL        PIC 9(11) VALUE ZERO.
01  WS-LEDGER-V-TOTAL        PIC 9(11) VALUE ZERO.
01  WS-LEDGER-W-TOTAL        PIC 9(11) VALUE ZERO.
01  WS-LEDGER-A-TOTAL        PIC 9(11) VALUE ZERO.
01  WS-LEDGER-J-TOTAL        PIC 9(11) VALUE ZERO.
01  WS-LEDGER-K-TOTAL        PIC 9(11) VALUE ZERO.

*>   Journal lines written, and the figures read back off the file.
01  WS-LINE-COUNT            PIC 9(7) VALUE ZERO.
01  WS-DEBIT-TOTAL           PIC 9(13)V99 VALUE ZERO.
01  WS-CREDIT-TOTAL          PIC 9(13)V99 VALUE ZERO.
01  WS-VERIFY-COUNT          PIC 9(7) VALUE ZERO.
01  WS-VERIFY-DEBIT-TOTAL    PIC 9(13)V99 VALUE ZERO.
01  WS-VERIFY-CREDIT-TOTAL   PIC 9(13)V99 VALUE ZERO.
01  WS-VERIFY-STATED-COUNT   PIC 9(7) VALUE ZERO.
01  WS-VERIFY-STATED-DEBIT   PIC 9(13)V99 VALUE ZERO.
01  WS-VERIFY-STATED-CREDIT  PIC 9(13)V99 VALUE ZERO.
01  WS-VERIFY-SOURCE-TABLE.
    02  WS-VERIFY-SOURCE OCCURS 14 TIMES.
        03  WS-VS-DEBIT           PIC 9(13)V99.
        03  WS-VS-CREDIT          PIC 9(13)V99.
01  WS-VERIFY-OK-SW          PIC X VALUE 'Y'.
    88  WS-VERIFY-OK             VALUE 'Y'.
    88  WS-VERIFY-FAILED         VALUE 'N'.
01  WS-TRAILER-SEEN-SW       PIC X VALUE 'N'.
    88  WS-TRAILER-SEEN          VALUE 'Y'.
01  WS-SOURCE-TIES-SW        PIC X.
    88  WS-SOURCE-TIES           VALUE 'Y'.
01  WS-TIE-AMOUNT            PIC 9(13)V99.

*>   Control report layout.
01  WS-CONTROL-LINE          PIC X(100).
01  WS-CONTROL-DETAIL.
    02  WS-CD-SOURCE          PIC X(4).
    02  FILLER                PIC X(2) VALUE SPACES.
    02  WS-CD-DESCRIPTION     PIC X(30).
    02  FILLER                PIC X(1) VALUE SPACES.
    02  WS-CD-SOURCE-TOTAL    PIC Z(10)9.
    02  FILLER                PIC X(2) VALUE SPACES.
    02  WS-CD-DEBIT           PIC Z(12)9.99.
    02  FILLER                PIC X(2) VALUE SPACES.
    02  WS-CD-CREDIT          PIC Z(12)9.99.
    02  FILLER                PIC X(2) VALUE SPACES.
    02  WS-CD-VERDICT         PIC X(8).
01  WS-CONTROL-TIE-LINE.
    02  WS-CT-LABEL           PIC X(36).
    02  WS-CT-LEDGER          PIC Z(10)9.
    02  FILLER                PIC X(12) VALUE " journalled ".
    02  WS-CT-JOURNAL         PIC Z(10)9.
    02  FILLER                PIC X(2) VALUE SPACES.
    02  WS-CT-VERDICT         PIC X(8).
01  WS-TIE-LEDGER            PIC 9(11).
01  WS-TIE-JOURNAL           PIC 9(11).

*>   Control totals for the end-of-run summary.
01  WS-POSTINGS-READ-COUNT   PIC 9(7) VALUE ZERO.
01  WS-POSTINGS-TAKEN-COUNT  PIC 9(7) VALUE ZERO.
01  WS-MEMO-SKIPPED-COUNT    PIC 9(7) VALUE ZERO.
01  WS-REFUNDS-READ-COUNT    PIC 9(7) VALUE ZERO.
01  WS-REFUNDS-TAKEN-COUNT   PIC 9(7) VALUE ZERO.
01  WS-SUSPENSE-READ-COUNT   PIC 9(7) VALUE ZERO.
01  WS-SUSPENSE-TAKEN-COUNT  PIC 9(7) VALUE ZERO.
01  WS-SUSPENSE-BAD-COUNT    PIC 9(7) VALUE ZERO.
01  WS-NOT-ON-ROSTER-COUNT   PIC 9(7) VALUE ZERO.
01  WS-DEFAULT-MAPPED-COUNT  PIC 9(7) VALUE ZERO.
01  WS-ITEMS-READ-COUNT      PIC 9(7) VALUE ZERO.

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
    IF WS-PERIOD-FROM-PARMS
       DISPLAY "Journal period " WS-JOURNAL-PERIOD " taken from RunParms.Dat"
    ELSE
       DISPLAY "Journal period (YYYYMM): " WITH NO ADVANCING
       ACCEPT WS-JOURNAL-PERIOD
    END-IF
    IF WS-JOURNAL-PERIOD-NUM NOT NUMERIC
       OR WS-JOURNAL-MONTH < 1 OR WS-JOURNAL-MONTH > 12
       DISPLAY "RUN REFUSED - " WS-JOURNAL-PERIOD " is not a valid "
               "YYYYMM journal period"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF

    PERFORM LoadAccountMap
    IF WS-DEFAULT-MAP-IX = ZERO
       DISPLAY "RUN REFUSED - GL.Accounts.Dat has no **** default "
               "entry - set it up with GLAccountMaint"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF
    IF WS-AM-ACCOUNT(WS-DEFAULT-MAP-IX, 6) = SPACES
       DISPLAY "RUN REFUSED - the **** default entry has no loan "
               "write-off account - update it with GLAccountMaint"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF
    IF WS-AM-ACCOUNT(WS-DEFAULT-MAP-IX, 7) = SPACES
       DISPLAY "RUN REFUSED - the **** default entry has no bursary "
               "award fund account - update it with GLAccountMaint"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF
    MOVE ZERO TO WS-SOURCE-TOTALS

    OPEN INPUT StudentFile
    IF WS-STUDENT-FILE-STATUS NOT = "00" AND WS-STUDENT-FILE-STATUS NOT = "05"
       MOVE "students.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-STUDENT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    PERFORM CollectLedgerPostings
    PERFORM CollectRefunds
    PERFORM CollectSuspense
    CLOSE StudentFile
    IF WS-BUCKET-FULL
       DISPLAY "RUN REFUSED - more than 30 ProgramCodes in the "
               "period's activity - the journal would be incomplete"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF

    PERFORM WriteJournalFile
    PERFORM VerifyJournalFile
    PERFORM WriteControlReport

    IF WS-VERIFY-FAILED
       PERFORM DeleteJournalFile
       DISPLAY "RUN REFUSED - the journal does not balance or does "
               "not tie to the period's totals - no file produced"
       MOVE 8 TO RETURN-CODE
    ELSE
       DISPLAY "Journal balanced and produced - GL.Journal.Dat is "
               "ready for finance"
    END-IF

    DISPLAY " "
    DISPLAY "============== GLJournalExtract Control Totals =============="
    DISPLAY "Journal period (" WS-PARM-SOURCE ")........ : " WS-JOURNAL-PERIOD
    DISPLAY "Ledger postings read.................. : " WS-POSTINGS-READ-COUNT
    DISPLAY "  journalled this period.............. : " WS-POSTINGS-TAKEN-COUNT
    DISPLAY "  memo/carry-forward records skipped.. : " WS-MEMO-SKIPPED-COUNT
    DISPLAY "Refund records read................... : " WS-REFUNDS-READ-COUNT
    DISPLAY "  journalled this period.............. : " WS-REFUNDS-TAKEN-COUNT
    DISPLAY "Suspense lines read................... : " WS-SUSPENSE-READ-COUNT
    DISPLAY "  journalled this period.............. : " WS-SUSPENSE-TAKEN-COUNT
    DISPLAY "  unreadable (not journalled)......... : " WS-SUSPENSE-BAD-COUNT
    DISPLAY "Students not on the roster (****)..... : " WS-NOT-ON-ROSTER-COUNT
    DISPLAY "Cost centres on default accounts...... : " WS-DEFAULT-MAPPED-COUNT
    DISPLAY "Journal lines written................. : " WS-LINE-COUNT
    DISPLAY "Debit total........................... : " WS-DEBIT-TOTAL
    DISPLAY "Credit total.......................... : " WS-CREDIT-TOTAL
    DISPLAY "Verification.......................... : " WS-VERIFY-OK-SW
    DISPLAY "============================================================"
    DISPLAY "Tie-back to the period's totals on GL.Journal.Control.Dat"

    PERFORM WriteRunControl

    GOBACK.

*>  ---------------------------------------------------------------
*>  WriteRunControl - this run's record counts and final
*>  RETURN-CODE, appended to Runs.Dat through runlogger.
*>  ---------------------------------------------------------------
WriteRunControl.
    MOVE "GLJournalExtract" TO RunProgramName
    MOVE WS-RUN-START-DATE TO RunStartDate
    MOVE WS-RUN-START-TIME TO RunStartTime
    ADD WS-POSTINGS-READ-COUNT WS-REFUNDS-READ-COUNT
        WS-SUSPENSE-READ-COUNT GIVING WS-ITEMS-READ-COUNT
    MOVE WS-ITEMS-READ-COUNT TO RunRecordsRead
    MOVE WS-LINE-COUNT TO RunRecordsWritten
    MOVE WS-SUSPENSE-BAD-COUNT TO RunRejectedCount
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
*>  FileWriteAbort - a write failed mid-run; report what actually
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
*>  program's JOURNAL-PERIOD keyword, so an unattended month-end
*>  run needs nobody at the console. A missing file, or a file
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
        IF ParmKeyword = "JOURNAL-PERIOD"
           MOVE ParmValue(1:6) TO WS-JOURNAL-PERIOD
           SET WS-PERIOD-FROM-PARMS TO TRUE
           MOVE "RunParms.Dat" TO WS-PARM-SOURCE
        END-IF
        READ RunParmFile
            AT END SET EndOfRunParmFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE RunParmFile.

*>  ---------------------------------------------------------------
*>  LoadAccountMap - GL.Accounts.Dat into the mapping table, noting
*>  where the **** default sits. A missing file leaves the table
*>  empty and the run is refused for want of the default.
*>  ---------------------------------------------------------------
LoadAccountMap.
    OPEN INPUT AccountMapFile
    IF WS-ACCOUNT-MAP-FILE-STATUS NOT = "00"
       AND WS-ACCOUNT-MAP-FILE-STATUS NOT = "05"
       MOVE "gl.accounts.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-ACCOUNT-MAP-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    READ AccountMapFile
        AT END SET EndOfAccountMapFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfAccountMapFile
        IF WS-ACCOUNT-MAP-COUNT < 21
           ADD 1 TO WS-ACCOUNT-MAP-COUNT
           MOVE GLProgramCode
             TO WS-AM-PROGRAM-CODE(WS-ACCOUNT-MAP-COUNT)
           MOVE GLReceivableAcct
             TO WS-AM-ACCOUNT(WS-ACCOUNT-MAP-COUNT, 1)
           MOVE GLInterestIncomeAcct
             TO WS-AM-ACCOUNT(WS-ACCOUNT-MAP-COUNT, 2)
           MOVE GLBankAcct
             TO WS-AM-ACCOUNT(WS-ACCOUNT-MAP-COUNT, 3)
           MOVE GLRefundsOwedAcct
             TO WS-AM-ACCOUNT(WS-ACCOUNT-MAP-COUNT, 4)
           MOVE GLSuspenseAcct
             TO WS-AM-ACCOUNT(WS-ACCOUNT-MAP-COUNT, 5)
           MOVE GLWriteOffAcct
             TO WS-AM-ACCOUNT(WS-ACCOUNT-MAP-COUNT, 6)
           MOVE GLAwardFundAcct
             TO WS-AM-ACCOUNT(WS-ACCOUNT-MAP-COUNT, 7)
           IF GLDefaultMapping
              MOVE WS-ACCOUNT-MAP-COUNT TO WS-DEFAULT-MAP-IX
           END-IF
        ELSE
           DISPLAY "WARNING - mapping table is full (21 entries) - "
                   "record for " GLProgramCode " not loaded"
        END-IF
        READ AccountMapFile
            AT END SET EndOfAccountMapFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE AccountMapFile.

*>  ---------------------------------------------------------------
*>  CollectLedgerPostings - every posting dated in the journal
*>  period that moved money goes to its student's program bucket.
*>  A reversal is split into the principal it put back and the
*>  interest it backed out or recharged. Carry-forward and
*>  zero-amount memo records moved no money and are skipped.
*>  ---------------------------------------------------------------
CollectLedgerPostings.
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
        ADD 1 TO WS-POSTINGS-READ-COUNT
        MOVE LedgerPostDate(1:6) TO WS-ITEM-PERIOD
        IF WS-ITEM-PERIOD = WS-JOURNAL-PERIOD-NUM
           PERFORM TakeOnePosting
        END-IF
        READ LedgerFile
            AT END SET EndOfLedgerFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE LedgerFile.

*>  ---------------------------------------------------------------
*>  TakeOnePosting - the in-period posting in the ledger buffer.
*>  ---------------------------------------------------------------
TakeOnePosting.
    IF LedgerCarryForward OR LedgerPostAmount = ZERO
       ADD 1 TO WS-MEMO-SKIPPED-COUNT
       EXIT PARAGRAPH
    END-IF
    MOVE LedgerStudentId TO StudentId
    PERFORM LookUpProgramCode
    ADD 1 TO WS-POSTINGS-TAKEN-COUNT
    EVALUATE TRUE
        WHEN LedgerDisbursement
            ADD LedgerPostAmount TO WS-LEDGER-D-TOTAL
            MOVE WS-SRC-DISB TO WS-ITEM-SOURCE
            MOVE LedgerPostAmount TO WS-ITEM-AMOUNT
            PERFORM AddToBucket
        WHEN LedgerRepayment
            ADD LedgerPostAmount TO WS-LEDGER-R-TOTAL
            MOVE WS-SRC-REPY TO WS-ITEM-SOURCE
            MOVE LedgerPostAmount TO WS-ITEM-AMOUNT
            PERFORM AddToBucket
        WHEN LedgerInterest
            ADD LedgerPostAmount TO WS-LEDGER-I-TOTAL
            MOVE WS-SRC-INTR TO WS-ITEM-SOURCE
            MOVE LedgerPostAmount TO WS-ITEM-AMOUNT
            PERFORM AddToBucket
        WHEN LedgerReversal
            ADD LedgerPostAmount TO WS-LEDGER-V-TOTAL
            MOVE LedgerRevOrigAmount TO WS-ITEM-AMOUNT
            IF LedgerRevOfDisbursement
               MOVE WS-SRC-RVDB TO WS-ITEM-SOURCE
            ELSE
               MOVE WS-SRC-RVRP TO WS-ITEM-SOURCE
            END-IF
            PERFORM AddToBucket
            MOVE LedgerRevInterest TO WS-ITEM-AMOUNT
            IF LedgerRevOfDisbursement
               MOVE WS-SRC-RVDI TO WS-ITEM-SOURCE
            ELSE
               MOVE WS-SRC-RVRI TO WS-ITEM-SOURCE
            END-IF
            PERFORM AddToBucket
        WHEN LedgerWriteOff
            ADD LedgerPostAmount TO WS-LEDGER-W-TOTAL
            MOVE WS-SRC-WOFF TO WS-ITEM-SOURCE
            MOVE LedgerPostAmount TO WS-ITEM-AMOUNT
            PERFORM AddToBucket
        WHEN LedgerAward
            ADD LedgerPostAmount TO WS-LEDGER-A-TOTAL
            MOVE WS-SRC-AWRD TO WS-ITEM-SOURCE
            MOVE LedgerPostAmount TO WS-ITEM-AMOUNT
            PERFORM AddToBucket
        WHEN LedgerInterestAdjUp
            ADD LedgerPostAmount TO WS-LEDGER-J-TOTAL
            MOVE WS-SRC-IADJ TO WS-ITEM-SOURCE
            MOVE LedgerPostAmount TO WS-ITEM-AMOUNT
            PERFORM AddToBucket
        WHEN LedgerInterestAdjDown
            ADD LedgerPostAmount TO WS-LEDGER-K-TOTAL
            MOVE WS-SRC-IADC TO WS-ITEM-SOURCE
            MOVE LedgerPostAmount TO WS-ITEM-AMOUNT
            PERFORM AddToBucket
        WHEN OTHER
            SUBTRACT 1 FROM WS-POSTINGS-TAKEN-COUNT
            ADD 1 TO WS-MEMO-SKIPPED-COUNT
    END-EVALUATE.

*>  ---------------------------------------------------------------
*>  CollectRefunds - an overpayment parked in the period is money
*>  held for the student; one paid out or cancelled in the period
*>  is that money gone again.
*>  ---------------------------------------------------------------
CollectRefunds.
    OPEN INPUT RefundFile
    IF WS-REFUND-FILE-STATUS NOT = "00" AND WS-REFUND-FILE-STATUS NOT = "05"
       MOVE "loans.refund.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-REFUND-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    READ RefundFile
        AT END SET EndOfRefundFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfRefundFile
        ADD 1 TO WS-REFUNDS-READ-COUNT
        MOVE RefundStudentId TO StudentId
        MOVE RefundDate(1:6) TO WS-ITEM-PERIOD
        IF WS-ITEM-PERIOD = WS-JOURNAL-PERIOD-NUM
           AND RefundAmount > ZERO
           PERFORM LookUpProgramCode
           ADD 1 TO WS-REFUNDS-TAKEN-COUNT
           MOVE WS-SRC-RFND TO WS-ITEM-SOURCE
           MOVE RefundAmount TO WS-ITEM-AMOUNT
           PERFORM AddToBucket
        END-IF
        IF (RefundPaid OR RefundCancelled)
           AND RefundPaidDate IS NUMERIC
           AND RefundAmount > ZERO
           MOVE RefundPaidDate(1:6) TO WS-ITEM-PERIOD
           IF WS-ITEM-PERIOD = WS-JOURNAL-PERIOD-NUM
              PERFORM LookUpProgramCode
              ADD 1 TO WS-REFUNDS-TAKEN-COUNT
              MOVE WS-SRC-RFPD TO WS-ITEM-SOURCE
              MOVE RefundAmount TO WS-ITEM-AMOUNT
              PERFORM AddToBucket
           END-IF
        END-IF
        READ RefundFile
            AT END SET EndOfRefundFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE RefundFile.

*>  ---------------------------------------------------------------
*>  CollectSuspense - receipts the bank sent in the period that
*>  matched no student, journalled under the **** cost centre. A
*>  line whose amount or value date is not numeric cannot be
*>  journalled and is counted for the control report instead.
*>  ---------------------------------------------------------------
CollectSuspense.
    OPEN INPUT SuspenseFile
    IF WS-SUSPENSE-FILE-STATUS NOT = "00" AND WS-SUSPENSE-FILE-STATUS NOT = "05"
       MOVE "bank.remit.suspense.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-SUSPENSE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    READ SuspenseFile
        AT END SET EndOfSuspenseFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfSuspenseFile
        ADD 1 TO WS-SUSPENSE-READ-COUNT
        IF SuspAmount-N NOT NUMERIC OR SuspValueDate-N NOT NUMERIC
           ADD 1 TO WS-SUSPENSE-BAD-COUNT
           DISPLAY "WARNING - suspense line not journalled: "
                   SuspenseRecord(1:36)
        ELSE
           MOVE SuspValueDate(1:6) TO WS-ITEM-PERIOD
           IF WS-ITEM-PERIOD = WS-JOURNAL-PERIOD-NUM
              ADD 1 TO WS-SUSPENSE-TAKEN-COUNT
              MOVE "****" TO WS-ITEM-PROGRAM-CODE
              MOVE WS-SRC-SUSP TO WS-ITEM-SOURCE
              MOVE SuspAmount-N TO WS-ITEM-AMOUNT
              PERFORM AddToBucket
           END-IF
        END-IF
        READ SuspenseFile
            AT END SET EndOfSuspenseFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE SuspenseFile.

*>  ---------------------------------------------------------------
*>  LookUpProgramCode - the ProgramCode of the student keyed in
*>  StudentId, into WS-ITEM-PROGRAM-CODE. A student no longer on
*>  the roster goes to the **** cost centre.
*>  ---------------------------------------------------------------
LookUpProgramCode.
    READ StudentFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-STUDENT-FOUND
       MOVE ProgramCode TO WS-ITEM-PROGRAM-CODE
    ELSE
       MOVE "****" TO WS-ITEM-PROGRAM-CODE
       ADD 1 TO WS-NOT-ON-ROSTER-COUNT
    END-IF.

*>  ---------------------------------------------------------------
*>  AddToBucket - WS-ITEM-AMOUNT onto source WS-ITEM-SOURCE of the
*>  WS-ITEM-PROGRAM-CODE bucket (opened if new), and onto that
*>  source's straight total.
*>  ---------------------------------------------------------------
AddToBucket.
    IF WS-ITEM-AMOUNT = ZERO
       EXIT PARAGRAPH
    END-IF
    ADD WS-ITEM-AMOUNT TO WS-SOURCE-TOTAL(WS-ITEM-SOURCE)
    MOVE ZERO TO WS-BUCKET-FOUND-IX
    PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
            UNTIL WS-BUCKET-IX > WS-BUCKET-COUNT
       IF WS-BK-PROGRAM-CODE(WS-BUCKET-IX) = WS-ITEM-PROGRAM-CODE
          MOVE WS-BUCKET-IX TO WS-BUCKET-FOUND-IX
       END-IF
    END-PERFORM
    IF WS-BUCKET-FOUND-IX = ZERO
       IF WS-BUCKET-COUNT >= 30
          SET WS-BUCKET-FULL TO TRUE
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-BUCKET-COUNT
       MOVE WS-BUCKET-COUNT TO WS-BUCKET-FOUND-IX
       MOVE WS-ITEM-PROGRAM-CODE TO WS-BK-PROGRAM-CODE(WS-BUCKET-FOUND-IX)
       PERFORM VARYING WS-SRC-IX FROM 1 BY 1 UNTIL WS-SRC-IX > 14
          MOVE ZERO TO WS-BK-AMOUNT(WS-BUCKET-FOUND-IX, WS-SRC-IX)
       END-PERFORM
    END-IF
    ADD WS-ITEM-AMOUNT TO WS-BK-AMOUNT(WS-BUCKET-FOUND-IX, WS-ITEM-SOURCE).

*>  ---------------------------------------------------------------
*>  WriteJournalFile - HDR, a debit and a credit line for every
*>  bucket source with money in it, then the TRL with the line
*>  count and both totals.
*>  ---------------------------------------------------------------
WriteJournalFile.
    OPEN OUTPUT JournalFile
    IF WS-JOURNAL-FILE-STATUS NOT = "00" AND WS-JOURNAL-FILE-STATUS NOT = "05"
       MOVE "gl.journal.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-JOURNAL-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    MOVE SPACES TO JournalHeader
    MOVE "HDR" TO JrnRecordType
    MOVE "STULOANS" TO JrnHdrSystem
    MOVE WS-JOURNAL-PERIOD-NUM TO JrnHdrPeriod
    MOVE WS-RUN-DATE-NUM TO JrnHdrRunDate
    WRITE JournalHeader
    IF WS-JOURNAL-FILE-STATUS NOT = "00"
       MOVE "gl.journal.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-JOURNAL-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF

    PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
            UNTIL WS-BUCKET-IX > WS-BUCKET-COUNT
       PERFORM FindBucketAccounts
       PERFORM VARYING WS-SRC-IX FROM 1 BY 1 UNTIL WS-SRC-IX > 14
          IF WS-BK-AMOUNT(WS-BUCKET-IX, WS-SRC-IX) > ZERO
             MOVE WS-SRC-DEBIT-KIND(WS-SRC-IX) TO WS-ACCOUNT-KIND
             MOVE "D" TO JrnDebitCredit
             PERFORM WriteJournalLine
             MOVE WS-SRC-CREDIT-KIND(WS-SRC-IX) TO WS-ACCOUNT-KIND
             MOVE "C" TO JrnDebitCredit
             PERFORM WriteJournalLine
          END-IF
       END-PERFORM
    END-PERFORM

    MOVE SPACES TO JournalTrailer
    MOVE "TRL" TO JrnRecordType
    MOVE WS-LINE-COUNT TO JrnTrlLineCount
    MOVE WS-DEBIT-TOTAL TO JrnTrlDebitTotal
    MOVE WS-CREDIT-TOTAL TO JrnTrlCreditTotal
    WRITE JournalTrailer
    IF WS-JOURNAL-FILE-STATUS NOT = "00"
       MOVE "gl.journal.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-JOURNAL-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF
    CLOSE JournalFile.

*>  ---------------------------------------------------------------
*>  FindBucketAccounts - the mapping entry for the bucket at
*>  WS-BUCKET-IX, into WS-MAP-FOUND-IX: its own, or the default.
*>  ---------------------------------------------------------------
FindBucketAccounts.
    MOVE ZERO TO WS-MAP-FOUND-IX
    PERFORM VARYING WS-ACCOUNT-MAP-IX FROM 1 BY 1
            UNTIL WS-ACCOUNT-MAP-IX > WS-ACCOUNT-MAP-COUNT
       IF WS-AM-PROGRAM-CODE(WS-ACCOUNT-MAP-IX)
            = WS-BK-PROGRAM-CODE(WS-BUCKET-IX)
          MOVE WS-ACCOUNT-MAP-IX TO WS-MAP-FOUND-IX
       END-IF
    END-PERFORM
    IF WS-MAP-FOUND-IX = ZERO
       MOVE WS-DEFAULT-MAP-IX TO WS-MAP-FOUND-IX
       ADD 1 TO WS-DEFAULT-MAPPED-COUNT
       DISPLAY "Note - no GL.Accounts.Dat entry for "
               WS-BK-PROGRAM-CODE(WS-BUCKET-IX)
               " - journalled to the **** default accounts"
    END-IF.

*>  ---------------------------------------------------------------
*>  WriteJournalLine - one JNL line: source WS-SRC-IX of bucket
*>  WS-BUCKET-IX, to the WS-ACCOUNT-KIND account, on the side
*>  already in JrnDebitCredit.
*>  ---------------------------------------------------------------
WriteJournalLine.
    ADD 1 TO WS-LINE-COUNT
    MOVE "JNL" TO JrnRecordType
    MOVE WS-JOURNAL-PERIOD-NUM TO JrnPeriod
    MOVE WS-LINE-COUNT TO JrnLineNo
    MOVE WS-AM-ACCOUNT(WS-MAP-FOUND-IX, WS-ACCOUNT-KIND) TO JrnAccount
    IF JrnAccount = SPACES
       MOVE WS-AM-ACCOUNT(WS-DEFAULT-MAP-IX, WS-ACCOUNT-KIND) TO JrnAccount
    END-IF
    MOVE WS-BK-PROGRAM-CODE(WS-BUCKET-IX) TO JrnCostCentre
    MOVE WS-BK-AMOUNT(WS-BUCKET-IX, WS-SRC-IX) TO JrnAmount
    MOVE WS-SRC-CODE(WS-SRC-IX) TO JrnSourceCode
    MOVE WS-SRC-DESCRIPTION(WS-SRC-IX) TO JrnDescription
    IF JrnDebit
       ADD JrnAmount TO WS-DEBIT-TOTAL
    ELSE
       ADD JrnAmount TO WS-CREDIT-TOTAL
    END-IF
    WRITE JournalLine
    IF WS-JOURNAL-FILE-STATUS NOT = "00"
       MOVE "gl.journal.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-JOURNAL-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF.

*>  ---------------------------------------------------------------
*>  VerifyJournalFile - re-reads the finished file from disk and
*>  proves it: line count and both totals against the trailer and
*>  against what was written, debits equal to credits, and each
*>  source's debits and credits equal to that source's total taken
*>  straight off its own file.
*>  ---------------------------------------------------------------
VerifyJournalFile.
    MOVE ZERO TO WS-VERIFY-SOURCE-TABLE
    OPEN INPUT JournalFile
    IF WS-JOURNAL-FILE-STATUS NOT = "00"
       SET WS-VERIFY-FAILED TO TRUE
       DISPLAY "VERIFY ERROR - cannot re-read the journal file "
               "(file status " WS-JOURNAL-FILE-STATUS ")"
       EXIT PARAGRAPH
    END-IF
    READ JournalFile
        AT END SET EndOfJournalFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfJournalFile
        EVALUATE TRUE
            WHEN JrnLineRecord
                PERFORM VerifyOneLine
            WHEN JrnTrailerRecord
                SET WS-TRAILER-SEEN TO TRUE
                MOVE JrnTrlLineCount TO WS-VERIFY-STATED-COUNT
                MOVE JrnTrlDebitTotal TO WS-VERIFY-STATED-DEBIT
                MOVE JrnTrlCreditTotal TO WS-VERIFY-STATED-CREDIT
            WHEN JrnHeaderRecord
                CONTINUE
            WHEN OTHER
                SET WS-VERIFY-FAILED TO TRUE
                DISPLAY "VERIFY ERROR - unrecognized record type '"
                        JrnRecordType "' in the journal file"
        END-EVALUATE
        READ JournalFile
            AT END SET EndOfJournalFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE JournalFile

    IF NOT WS-TRAILER-SEEN
       SET WS-VERIFY-FAILED TO TRUE
       DISPLAY "VERIFY ERROR - no trailer on the journal file"
       EXIT PARAGRAPH
    END-IF
    IF WS-VERIFY-COUNT NOT = WS-VERIFY-STATED-COUNT
       OR WS-VERIFY-COUNT NOT = WS-LINE-COUNT
       SET WS-VERIFY-FAILED TO TRUE
       DISPLAY "VERIFY ERROR - lines on disk " WS-VERIFY-COUNT
               ", trailer states " WS-VERIFY-STATED-COUNT
               ", written " WS-LINE-COUNT
    END-IF
    IF WS-VERIFY-DEBIT-TOTAL NOT = WS-VERIFY-STATED-DEBIT
       OR WS-VERIFY-DEBIT-TOTAL NOT = WS-DEBIT-TOTAL
       OR WS-VERIFY-CREDIT-TOTAL NOT = WS-VERIFY-STATED-CREDIT
       OR WS-VERIFY-CREDIT-TOTAL NOT = WS-CREDIT-TOTAL
       SET WS-VERIFY-FAILED TO TRUE
       DISPLAY "VERIFY ERROR - totals on disk do not agree with the "
               "trailer or with what was written"
    END-IF
    IF WS-VERIFY-DEBIT-TOTAL NOT = WS-VERIFY-CREDIT-TOTAL
       SET WS-VERIFY-FAILED TO TRUE
       DISPLAY "VERIFY ERROR - debits " WS-VERIFY-DEBIT-TOTAL
               " do not equal credits " WS-VERIFY-CREDIT-TOTAL
    END-IF
    PERFORM VARYING WS-SRC-IX FROM 1 BY 1 UNTIL WS-SRC-IX > 14
       MOVE WS-SOURCE-TOTAL(WS-SRC-IX) TO WS-TIE-AMOUNT
       IF WS-VS-DEBIT(WS-SRC-IX) NOT = WS-TIE-AMOUNT
          OR WS-VS-CREDIT(WS-SRC-IX) NOT = WS-TIE-AMOUNT
          SET WS-VERIFY-FAILED TO TRUE
          DISPLAY "VERIFY ERROR - " WS-SRC-CODE(WS-SRC-IX)
                  " journal does not tie to the period's total"
       END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  VerifyOneLine - one JNL line read back, onto the recount and
*>  its source's debit or credit total.
*>  ---------------------------------------------------------------
VerifyOneLine.
    ADD 1 TO WS-VERIFY-COUNT
    MOVE ZERO TO WS-SRC-IX
    PERFORM VARYING WS-ITEM-SOURCE FROM 1 BY 1
            UNTIL WS-ITEM-SOURCE > 14
       IF WS-SRC-CODE(WS-ITEM-SOURCE) = JrnSourceCode
          MOVE WS-ITEM-SOURCE TO WS-SRC-IX
       END-IF
    END-PERFORM
    IF WS-SRC-IX = ZERO
       SET WS-VERIFY-FAILED TO TRUE
       DISPLAY "VERIFY ERROR - unknown source '" JrnSourceCode
               "' on journal line " JrnLineNo
    END-IF
    EVALUATE TRUE
        WHEN JrnDebit
            ADD JrnAmount TO WS-VERIFY-DEBIT-TOTAL
            IF WS-SRC-IX NOT = ZERO
               ADD JrnAmount TO WS-VS-DEBIT(WS-SRC-IX)
            END-IF
        WHEN JrnCredit
            ADD JrnAmount TO WS-VERIFY-CREDIT-TOTAL
            IF WS-SRC-IX NOT = ZERO
               ADD JrnAmount TO WS-VS-CREDIT(WS-SRC-IX)
            END-IF
        WHEN OTHER
            SET WS-VERIFY-FAILED TO TRUE
            DISPLAY "VERIFY ERROR - journal line " JrnLineNo
                    " is neither debit nor credit"
    END-EVALUATE.

*>  ---------------------------------------------------------------
*>  WriteControlReport - GL.Journal.Control.Dat: per source, the
*>  total off its own file beside the journal's debits and credits
*>  as read back off disk; then the ledger's own per-type totals
*>  tied to the sources journalled from them; then the verdict.
*>  ---------------------------------------------------------------
WriteControlReport.
    OPEN OUTPUT ControlReportFile
    IF WS-CONTROL-FILE-STATUS NOT = "00" AND WS-CONTROL-FILE-STATUS NOT = "05"
       MOVE "gl.journal.control.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-CONTROL-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    MOVE SPACES TO WS-CONTROL-LINE
    STRING "GL JOURNAL CONTROL REPORT - PERIOD " WS-JOURNAL-PERIOD
           "  RUN DATE " WS-RUN-DATE-NUM
        DELIMITED BY SIZE INTO WS-CONTROL-LINE
    END-STRING
    WRITE ControlReportLine FROM WS-CONTROL-LINE
    MOVE SPACES TO WS-CONTROL-LINE
    WRITE ControlReportLine FROM WS-CONTROL-LINE
    MOVE "SRC   DESCRIPTION                    PERIOD TOTAL"
      TO WS-CONTROL-LINE
    MOVE "JOURNAL DEBIT     JOURNAL CREDIT  VERDICT"
      TO WS-CONTROL-LINE(52:)
    WRITE ControlReportLine FROM WS-CONTROL-LINE

    PERFORM VARYING WS-SRC-IX FROM 1 BY 1 UNTIL WS-SRC-IX > 14
       MOVE WS-SRC-CODE(WS-SRC-IX) TO WS-CD-SOURCE
       MOVE WS-SRC-DESCRIPTION(WS-SRC-IX) TO WS-CD-DESCRIPTION
       MOVE WS-SOURCE-TOTAL(WS-SRC-IX) TO WS-CD-SOURCE-TOTAL
       MOVE WS-VS-DEBIT(WS-SRC-IX) TO WS-CD-DEBIT
       MOVE WS-VS-CREDIT(WS-SRC-IX) TO WS-CD-CREDIT
       MOVE WS-SOURCE-TOTAL(WS-SRC-IX) TO WS-TIE-AMOUNT
       IF WS-VS-DEBIT(WS-SRC-IX) = WS-TIE-AMOUNT
          AND WS-VS-CREDIT(WS-SRC-IX) = WS-TIE-AMOUNT
          MOVE "TIES" TO WS-CD-VERDICT
       ELSE
          MOVE "OUT" TO WS-CD-VERDICT
       END-IF
       WRITE ControlReportLine FROM WS-CONTROL-DETAIL
    END-PERFORM

    MOVE SPACES TO WS-CONTROL-LINE
    WRITE ControlReportLine FROM WS-CONTROL-LINE
    MOVE "LEDGER TOTALS FOR THE PERIOD" TO WS-CONTROL-LINE
    WRITE ControlReportLine FROM WS-CONTROL-LINE
    MOVE "Disbursements (D)" TO WS-CT-LABEL
    MOVE WS-LEDGER-D-TOTAL TO WS-TIE-LEDGER
    MOVE WS-VS-DEBIT(WS-SRC-DISB) TO WS-TIE-JOURNAL
    PERFORM WriteTieLine
    MOVE "Repayments (R)" TO WS-CT-LABEL
    MOVE WS-LEDGER-R-TOTAL TO WS-TIE-LEDGER
    MOVE WS-VS-DEBIT(WS-SRC-REPY) TO WS-TIE-JOURNAL
    PERFORM WriteTieLine
    MOVE "Interest accrued (I)" TO WS-CT-LABEL
    MOVE WS-LEDGER-I-TOTAL TO WS-TIE-LEDGER
    MOVE WS-VS-DEBIT(WS-SRC-INTR) TO WS-TIE-JOURNAL
    PERFORM WriteTieLine
    MOVE "Reversals (V), principal + interest" TO WS-CT-LABEL
    MOVE WS-LEDGER-V-TOTAL TO WS-TIE-LEDGER
    COMPUTE WS-TIE-JOURNAL = WS-VS-DEBIT(WS-SRC-RVDB)
                           + WS-VS-DEBIT(WS-SRC-RVDI)
                           + WS-VS-DEBIT(WS-SRC-RVRP)
                           + WS-VS-DEBIT(WS-SRC-RVRI)
    PERFORM WriteTieLine
    MOVE "Write-offs (W)" TO WS-CT-LABEL
    MOVE WS-LEDGER-W-TOTAL TO WS-TIE-LEDGER
    MOVE WS-VS-DEBIT(WS-SRC-WOFF) TO WS-TIE-JOURNAL
    PERFORM WriteTieLine
    MOVE "Awards (A)" TO WS-CT-LABEL
    MOVE WS-LEDGER-A-TOTAL TO WS-TIE-LEDGER
    MOVE WS-VS-DEBIT(WS-SRC-AWRD) TO WS-TIE-JOURNAL
    PERFORM WriteTieLine
    MOVE "Rate adjustments charged (J)" TO WS-CT-LABEL
    MOVE WS-LEDGER-J-TOTAL TO WS-TIE-LEDGER
    MOVE WS-VS-DEBIT(WS-SRC-IADJ) TO WS-TIE-JOURNAL
    PERFORM WriteTieLine
    MOVE "Rate adjustments credited (K)" TO WS-CT-LABEL
    MOVE WS-LEDGER-K-TOTAL TO WS-TIE-LEDGER
    MOVE WS-VS-DEBIT(WS-SRC-IADC) TO WS-TIE-JOURNAL
    PERFORM WriteTieLine

    MOVE SPACES TO WS-CONTROL-LINE
    WRITE ControlReportLine FROM WS-CONTROL-LINE
    MOVE SPACES TO WS-CONTROL-LINE
    STRING "JOURNAL LINES " WS-VERIFY-COUNT "  DEBITS "
           WS-VERIFY-DEBIT-TOTAL "  CREDITS " WS-VERIFY-CREDIT-TOTAL
        DELIMITED BY SIZE INTO WS-CONTROL-LINE
    END-STRING
    WRITE ControlReportLine FROM WS-CONTROL-LINE
    IF WS-SUSPENSE-BAD-COUNT > ZERO
       MOVE SPACES TO WS-CONTROL-LINE
       STRING "UNREADABLE SUSPENSE LINES NOT JOURNALLED: "
              WS-SUSPENSE-BAD-COUNT
           DELIMITED BY SIZE INTO WS-CONTROL-LINE
       END-STRING
       WRITE ControlReportLine FROM WS-CONTROL-LINE
    END-IF
    IF WS-VERIFY-OK
       MOVE "JOURNAL BALANCED AND TIED - GL.JOURNAL.DAT PRODUCED"
         TO WS-CONTROL-LINE
    ELSE
       MOVE "JOURNAL REFUSED - DID NOT BALANCE OR TIE - NO FILE PRODUCED"
         TO WS-CONTROL-LINE
    END-IF
    WRITE ControlReportLine FROM WS-CONTROL-LINE
    CLOSE ControlReportFile.

*>  ---------------------------------------------------------------
*>  WriteTieLine - one ledger-total line of the control report.
*>  ---------------------------------------------------------------
WriteTieLine.
    MOVE WS-TIE-LEDGER TO WS-CT-LEDGER
    MOVE WS-TIE-JOURNAL TO WS-CT-JOURNAL
    IF WS-TIE-LEDGER = WS-TIE-JOURNAL
       MOVE "TIES" TO WS-CT-VERDICT
    ELSE
       MOVE "OUT" TO WS-CT-VERDICT
       SET WS-VERIFY-FAILED TO TRUE
    END-IF
    WRITE ControlReportLine FROM WS-CONTROL-TIE-LINE.

*>  ---------------------------------------------------------------
*>  DeleteJournalFile - a journal that does not balance must not
*>  reach finance; remove it the way BankPaymentRun removes an
*>  unbalanced payment file.
*>  ---------------------------------------------------------------
DeleteJournalFile.
    CALL "CBL_DELETE_FILE" USING WS-GL-JOURNAL-PATH
    MOVE RETURN-CODE TO WS-DELETE-RESULT
    MOVE ZERO TO RETURN-CODE
    IF WS-DELETE-RESULT NOT = ZERO
       DISPLAY "WARNING - could not delete the unbalanced journal "
               "file (result " WS-DELETE-RESULT ") - do NOT send it"
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
    MOVE SPACES TO WS-STUDENTS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-PATH
    END-STRING
    MOVE SPACES TO WS-GL-ACCOUNTS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/gl.accounts.dat"
        DELIMITED BY SIZE INTO WS-GL-ACCOUNTS-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-LEDGER-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.ledger.dat"
        DELIMITED BY SIZE INTO WS-LOANS-LEDGER-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-REFUND-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.refund.dat"
        DELIMITED BY SIZE INTO WS-LOANS-REFUND-PATH
    END-STRING
    MOVE SPACES TO WS-REMIT-SUSPENSE-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/bank.remit.suspense.dat"
        DELIMITED BY SIZE INTO WS-REMIT-SUSPENSE-PATH
    END-STRING
    MOVE SPACES TO WS-GL-JOURNAL-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/gl.journal.dat"
        DELIMITED BY SIZE INTO WS-GL-JOURNAL-PATH
    END-STRING
    MOVE SPACES TO WS-GL-CONTROL-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/gl.journal.control.dat"
        DELIMITED BY SIZE INTO WS-GL-CONTROL-PATH
    END-STRING
    MOVE SPACES TO WS-RUNPARMS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/runparms.dat"
        DELIMITED BY SIZE INTO WS-RUNPARMS-PATH
    END-STRING.
