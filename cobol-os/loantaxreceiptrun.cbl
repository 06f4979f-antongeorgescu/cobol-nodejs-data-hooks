IDENTIFICATION DIVISION.
PROGRAM-ID. LoanTaxReceiptRun.
AUTHOR. Anton Georgescu.
*> Annual interest-paid tax receipts - for a calendar tax year, works
*> out how much of each student's repayments in the year went to
*> interest and how much to principal, prints one receipt per
*> student who repaid anything in the year (Loans.Tax.Receipts.Dat,
*> addressed from Students.Contact.Dat), and writes the tax
*> authority's fixed-format information return Loans.Tax.Return.Dat
*> (HDR, one DTL per receipt, TRL). Students with no contact record
*> still get their receipt - stamped NO ADDRESS ON FILE - and a line
*> on Loans.Tax.Missing.Dat for the front office to chase, the
*> LoanStatementRun convention.
*> The split needs each student's whole history, not just the year:
*> every dated ledger archive LoanPeriodClose has listed on
*> Loans.Ledger.Archives.Dat is read, oldest first, then the live
*> Loans.Ledger.Dat, and the postings are SORTed by student and date.
*> Interest charged ("I", and a "J" rate adjustment) builds up an
*> unpaid-interest figure, a "K" rate adjustment credits it back; every
*> other credit to the loan pays that interest off first and only then
*> principal. Only a repayment ("R") dated in the tax year counts as
*> paid by the student - a write-off ("W") or bursary award ("A")
*> still clears interest, but is not the student's money and is not
*> on the receipt. A repayment later cancelled by a "V" reversal
*> never happened as far as the receipt is concerned; the interest a
*> reversal recharged (or, for a reversed disbursement, backed out)
*> is added to (or taken off) the unpaid interest. Carry-forward
*> "C" records and the zero-amount memos a close writes are not
*> activity. A student whose history starts at a carry-forward (an
*> archive missing from the list) has no earlier interest to go on;
*> they are counted and warned about, as their interest figure may
*> be understated.
*> Like RegulatorExtract, the finished return is re-read from disk,
*> its details recounted and retotalled against the trailer and
*> against the totals accumulated while writing, and every detail's
*> interest plus principal must equal what it says was repaid. Any
*> imbalance deletes the return and refuses the run. The proof is
*> printed on Loans.Tax.Control.Dat either way.
*> The tax year comes from TAX-YEAR on RunParms.Dat when present,
*> otherwise the console prompt (blank for last year). Only a year
*> that has ended can be receipted.
*>
*> RETURN-CODEs: 0 balanced and produced, 8 refused (bad tax year,
*> a listed archive not on disk, more archives or reversals than the
*> tables hold, or the return failed to balance - no return file
*> left on disk), 12 file error.

*> cobc -x -free loantaxreceiptrun.cbl      (standalone)
*> cobc -m -free loantaxreceiptrun.cbl      (module, CALLable from OperatorConsole)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT OPTIONAL ArchiveListFile ASSIGN WS-LEDGER-ARCHIVES-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-ARCHIVE-LIST-FILE-STATUS.

      *>   One ledger file at a time - each listed archive in turn,
      *>   then the live ledger - the name is set before each OPEN.
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

      SELECT OPTIONAL ContactFile ASSIGN WS-STUDENTS-CONTACT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS ContactStudentId
             FILE STATUS IS WS-CONTACT-FILE-STATUS.

      SELECT ReceiptFile ASSIGN WS-TAX-RECEIPTS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-RECEIPT-FILE-STATUS.

      SELECT ReturnFile ASSIGN WS-TAX-RETURN-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-RETURN-FILE-STATUS.

      SELECT ExceptionFile ASSIGN WS-TAX-MISSING-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

      SELECT ControlReportFile ASSIGN WS-TAX-CONTROL-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-CONTROL-REPORT-STATUS.

      SELECT OPTIONAL RunParmFile ASSIGN WS-RUNPARMS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-RUNPARM-FILE-STATUS.

      SELECT SortFile ASSIGN WS-TAX-SORT-TMP-PATH.

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

FD ContactFile.
01 ContactRecord.
   COPY contactrec.

FD ReceiptFile.
01 ReceiptLine             PIC X(132).

*>   The tax authority's fixed-format record set, told apart by the
*>   three-byte type in front - HDR, one DTL per student, TRL last.
FD ReturnFile.
01 ReturnRecord.
   88 EndOfReturnFile      VALUE HIGH-VALUES.
   02 RtnRecordType        PIC X(3).
      88 RtnHeaderRecord      VALUE "HDR".
      88 RtnDetailRecord      VALUE "DTL".
      88 RtnTrailerRecord     VALUE "TRL".
   02 RtnRecordBody        PIC X(60).
01 ReturnHeader.
   02 FILLER               PIC X(3).
   02 HdrRunDate           PIC 9(8).
   02 HdrTaxYear           PIC 9(4).
   02 HdrReturnName        PIC X(26).
01 ReturnDetail.
   02 FILLER               PIC X(3).
   02 DtlStudentId         PIC 9(7).
   02 DtlSurname           PIC X(8).
   02 DtlInitials          PIC XX.
   02 DtlDateOfBirth       PIC 9(8).
   02 DtlRepaid            PIC 9(9).
   02 DtlInterestPaid      PIC 9(9).
   02 DtlPrincipalPaid     PIC 9(9).
01 ReturnTrailer.
   02 FILLER               PIC X(3).
   02 TrlDetailCount       PIC 9(7).
   02 TrlRepaidTotal       PIC 9(11).
   02 TrlInterestTotal     PIC 9(11).
   02 TrlPrincipalTotal    PIC 9(11).

FD ExceptionFile.
01 ExceptionLine           PIC X(80).

FD ControlReportFile.
01 ControlReportLine       PIC X(100).

FD RunParmFile.
01 RunParmRecord.
   88 EndOfRunParmFile     VALUE HIGH-VALUES.
   COPY runparm.

*>   The postings that matter, in student and date order; the
*>   release sequence keeps postings sharing a stamp in file order.
SD SortFile.
01 SortRecord.
   02 SortStudentId        PIC 9(7).
   02 SortPostDate.
      03 SortPostYear      PIC 9(4).
      03 FILLER            PIC 9(4).
   02 SortPostTime         PIC 9(8).
   02 SortReleaseSeq       PIC 9(9).
   02 SortPostType         PIC X.
      88 SortDisbursement     VALUE "D".
      88 SortRepayment        VALUE "R".
      88 SortInterest         VALUE "I".
      88 SortCarryForward     VALUE "C".
      88 SortReversal         VALUE "V".
      88 SortWriteOff         VALUE "W".
      88 SortAward            VALUE "A".
      88 SortInterestAdjUp    VALUE "J".
      88 SortInterestAdjDown  VALUE "K".
   02 SortPostAmount       PIC 9(5).
   02 SortBalance          PIC 9(7).
   02 SortRevOrigType      PIC X.
      88 SortRevOfDisbursement VALUE "D".
   02 SortRevInterest      PIC 9(5).

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
01  WS-STUDENTS-CONTACT-PATH PIC X(160).
01  WS-TAX-RECEIPTS-PATH     PIC X(160).
01  WS-TAX-RETURN-PATH       PIC X(160).
01  WS-TAX-MISSING-PATH      PIC X(160).
01  WS-TAX-CONTROL-PATH      PIC X(160).
01  WS-RUNPARMS-PATH         PIC X(160).
01  WS-TAX-SORT-TMP-PATH     PIC X(160).

01  WS-ARCHIVE-LIST-FILE-STATUS PIC XX.
01  WS-LEDGER-FILE-STATUS    PIC XX.
01  WS-STUDENT-FILE-STATUS   PIC XX.
    88  WS-STUDENT-FOUND         VALUE "00".
01  WS-CONTACT-FILE-STATUS   PIC XX.
    88  WS-CONTACT-FOUND         VALUE "00".
01  WS-RECEIPT-FILE-STATUS   PIC XX.
01  WS-RETURN-FILE-STATUS    PIC XX.
01  WS-EXCEPTION-FILE-STATUS PIC XX.
01  WS-CONTROL-REPORT-STATUS PIC XX.
*>   File-status hardening - a required file that fails to open
*>   abandons the run with a clear operator message and RETURN-CODE
*>   12, instead of a runtime abort partway through.
01  WS-ABORT-FILE-NAME        PIC X(60).
01  WS-ABORT-FILE-STATUS      PIC XX.

*>   The tax year, from RunParms.Dat when the control file supplied
*>   it, otherwise the console prompt.
01  WS-RUNPARM-FILE-STATUS   PIC XX.
01  WS-PARM-SOURCE           PIC X(12) VALUE "console".
01  WS-YEAR-PARM-SW          PIC X VALUE 'N'.
    88  WS-YEAR-FROM-PARMS       VALUE 'Y'.
01  WS-TAX-YEAR-X            PIC X(4).
01  WS-TAX-YEAR REDEFINES WS-TAX-YEAR-X PIC 9(4).
01  WS-YEAR-END-DATE         PIC 9(8).
01  WS-RUN-DATE-NUM          PIC 9(8).
01  WS-RUN-YEAR              PIC 9(4).

*>   The archives on Loans.Ledger.Archives.Dat, oldest first. Twenty
*>   years of monthly closes; a longer list refuses the run rather
*>   than leave history out.
01  WS-ARCHIVE-TABLE.
    02  WS-ARCHIVE-COUNT        PIC 9(3) VALUE ZERO.
    02  WS-ARCHIVE-ENTRY OCCURS 240 TIMES INDEXED BY WS-ARCHIVE-IX.
        03  WS-AR-FILE-NAME       PIC X(60).
        03  WS-AR-FIRST-DATE      PIC 9(8).
01  WS-ARCHIVE-FULL-SW       PIC X VALUE 'N'.
    88  WS-ARCHIVE-FULL          VALUE 'Y'.
01  WS-ARCHIVES-READ-COUNT   PIC 9(3) VALUE ZERO.

*>   Which pass over the ledger files is running - the first notes
*>   every reversed repayment, the second feeds the sort.
01  WS-PASS-SW               PIC X.
    88  WS-COLLECTING-REVERSALS  VALUE 'R'.
    88  WS-RELEASING-POSTINGS    VALUE 'S'.
01  WS-SOURCE-NAME           PIC X(60).
01  WS-SOURCE-MISSING-SW     PIC X VALUE 'N'.
    88  WS-SOURCE-MISSING        VALUE 'Y'.

*>   Every repayment a "V" reversal cancelled - student, stamp and
*>   amount of the original, the LoanReversalEntry identification.
*>   Each reversal strikes out one matching repayment, the earliest.
01  WS-REVERSAL-TABLE.
    02  WS-REVERSAL-COUNT       PIC 9(4) VALUE ZERO.
    02  WS-REVERSAL-ENTRY OCCURS 2000 TIMES INDEXED BY WS-REVERSAL-IX.
        03  WS-RV-STUDENT-ID      PIC 9(7).
        03  WS-RV-ORIG-DATE       PIC 9(8).
        03  WS-RV-ORIG-TIME       PIC 9(8).
        03  WS-RV-ORIG-AMOUNT     PIC 9(5).
        03  WS-RV-USED-SW         PIC X.
            88  WS-RV-USED            VALUE 'Y'.
01  WS-REVERSAL-FULL-SW      PIC X VALUE 'N'.
    88  WS-REVERSAL-FULL         VALUE 'Y'.
01  WS-STRUCK-OUT-SW         PIC X.
    88  WS-STRUCK-OUT            VALUE 'Y'.
01  WS-RELEASE-SEQ           PIC 9(9) VALUE ZERO.

*>   Control-break bookkeeping over the sorted postings - the
*>   student in hand, the interest charged and not yet paid off,
*>   and what the tax year's repayments came to.
01  WS-SORT-EOF-SW           PIC X VALUE 'N'.
    88  WS-SORT-EOF              VALUE 'Y'.
01  WS-STUDENT-OPEN-SW       PIC X VALUE 'N'.
    88  WS-STUDENT-OPEN          VALUE 'Y'.
01  WS-CURRENT-STUDENT-ID    PIC 9(7) VALUE ZERO.
01  WS-UNPAID-INTEREST       PIC 9(9).
01  WS-INTEREST-PART         PIC 9(9).
01  WS-YEAR-REPAID           PIC 9(9).
01  WS-YEAR-INTEREST-PAID    PIC 9(9).
01  WS-YEAR-PRINCIPAL-PAID   PIC 9(9).
01  WS-YEAR-END-BALANCE      PIC 9(7).
01  WS-HISTORY-SEEN-SW       PIC X.
    88  WS-HISTORY-SEEN          VALUE 'Y'.
01  WS-HISTORY-SHORT-SW      PIC X.
    88  WS-HISTORY-SHORT         VALUE 'Y'.

*>   Receipt page layout.
01  WS-RCPT-LINE              PIC X(132).
01  WS-RCPT-RULE              PIC X(72) VALUE ALL "=".
01  WS-RCPT-HEADING.
    02  FILLER                PIC X(32) VALUE "STUDENT LOAN INTEREST RECEIPT".
    02  FILLER                PIC X(10) VALUE "TAX YEAR: ".
    02  WS-RH-TAX-YEAR        PIC 9(4).
    02  FILLER                PIC X(12) VALUE "  RUN DATE: ".
    02  WS-RH-RUN-DATE        PIC 9999/99/99.
01  WS-RCPT-AMOUNT-LINE.
    02  WS-RA-LABEL           PIC X(36).
    02  WS-RA-AMOUNT          PIC $$$,$$$,$$9.
01  WS-EXCEPTION-LINE         PIC X(80).
01  WS-CONTROL-LINE           PIC X(100).
01  WS-DELETE-RESULT          PIC S9(9) COMP.

*>   Internal totals accumulated while writing the return, and the
*>   figures read back off the finished file - the two must agree
*>   or no return leaves the building.
01  WS-DETAIL-COUNT          PIC 9(7) VALUE ZERO.
01  WS-REPAID-TOTAL          PIC 9(11) VALUE ZERO.
01  WS-INTEREST-TOTAL        PIC 9(11) VALUE ZERO.
01  WS-PRINCIPAL-TOTAL       PIC 9(11) VALUE ZERO.
01  WS-VERIFY-COUNT          PIC 9(7) VALUE ZERO.
01  WS-VERIFY-REPAID         PIC 9(11) VALUE ZERO.
01  WS-VERIFY-INTEREST       PIC 9(11) VALUE ZERO.
01  WS-VERIFY-PRINCIPAL      PIC 9(11) VALUE ZERO.
01  WS-VERIFY-STATED-COUNT   PIC 9(7) VALUE ZERO.
01  WS-VERIFY-STATED-REPAID  PIC 9(11) VALUE ZERO.
01  WS-VERIFY-STATED-INTEREST PIC 9(11) VALUE ZERO.
01  WS-VERIFY-STATED-PRINCIPAL PIC 9(11) VALUE ZERO.
01  WS-VERIFY-SPLIT-BAD      PIC 9(7) VALUE ZERO.
01  WS-VERIFY-OK-SW          PIC X VALUE 'Y'.
    88  WS-VERIFY-OK             VALUE 'Y'.
    88  WS-VERIFY-FAILED         VALUE 'N'.
01  WS-TRAILER-SEEN-SW       PIC X VALUE 'N'.
    88  WS-TRAILER-SEEN          VALUE 'Y'.

*>   Control totals for the end-of-run summary.
01  WS-POSTINGS-READ-COUNT   PIC 9(9) VALUE ZERO.
01  WS-POSTINGS-SORTED-COUNT PIC 9(9) VALUE ZERO.
01  WS-REPAYS-STRUCK-COUNT   PIC 9(7) VALUE ZERO.
01  WS-RECEIPTS-COUNT        PIC 9(7) VALUE ZERO.
01  WS-NO-CONTACT-COUNT      PIC 9(7) VALUE ZERO.
01  WS-NOT-ON-ROSTER-COUNT   PIC 9(7) VALUE ZERO.
01  WS-NO-REPAYMENT-COUNT    PIC 9(7) VALUE ZERO.
01  WS-SHORT-HISTORY-COUNT   PIC 9(7) VALUE ZERO.

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
    MOVE WS-RUN-DATE-NUM(1:4) TO WS-RUN-YEAR
    MOVE WS-RUN-DATE-NUM TO WS-RH-RUN-DATE

    PERFORM GetRunParms
    IF WS-YEAR-FROM-PARMS
       DISPLAY "Tax year " WS-TAX-YEAR-X " taken from RunParms.Dat"
    ELSE
       DISPLAY "Tax year (YYYY, blank for last year): " WITH NO ADVANCING
       ACCEPT WS-TAX-YEAR-X
    END-IF
    IF WS-TAX-YEAR-X = SPACES
       COMPUTE WS-TAX-YEAR = WS-RUN-YEAR - 1
    END-IF
    IF WS-TAX-YEAR NOT NUMERIC
       DISPLAY "RUN REFUSED - " WS-TAX-YEAR-X " is not a valid "
               "YYYY tax year"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF
    IF WS-TAX-YEAR NOT < WS-RUN-YEAR
       DISPLAY "RUN REFUSED - tax year " WS-TAX-YEAR " has not ended - "
               "receipts can only be issued for a finished year"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF
    COMPUTE WS-YEAR-END-DATE = WS-TAX-YEAR * 10000 + 1231
    MOVE WS-TAX-YEAR TO WS-RH-TAX-YEAR

    PERFORM LoadArchiveList
    IF WS-ARCHIVE-FULL
       DISPLAY "RUN REFUSED - Loans.Ledger.Archives.Dat lists more "
               "than 240 archives - the receipts would leave history out"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF

    SET WS-COLLECTING-REVERSALS TO TRUE
    PERFORM ReadLedgerSources
    IF WS-SOURCE-MISSING
       DISPLAY "RUN REFUSED - ledger archive "
               FUNCTION TRIM(WS-SOURCE-NAME) " is on "
               "Loans.Ledger.Archives.Dat but not on disk - restore it "
               "before receipting"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF
    IF WS-REVERSAL-FULL
       DISPLAY "RUN REFUSED - more than 2000 reversed repayments on "
               "the ledger history - the split cannot be worked out"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF

    OPEN INPUT StudentFile
    IF WS-STUDENT-FILE-STATUS NOT = "00" AND WS-STUDENT-FILE-STATUS NOT = "05"
       MOVE "students.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-STUDENT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN INPUT ContactFile
    IF WS-CONTACT-FILE-STATUS NOT = "00" AND WS-CONTACT-FILE-STATUS NOT = "05"
       MOVE "students.contact.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-CONTACT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN OUTPUT ReceiptFile
    IF WS-RECEIPT-FILE-STATUS NOT = "00" AND WS-RECEIPT-FILE-STATUS NOT = "05"
       MOVE "loans.tax.receipts.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-RECEIPT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN OUTPUT ExceptionFile
    IF WS-EXCEPTION-FILE-STATUS NOT = "00" AND WS-EXCEPTION-FILE-STATUS NOT = "05"
       MOVE "loans.tax.missing.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-EXCEPTION-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN OUTPUT ReturnFile
    IF WS-RETURN-FILE-STATUS NOT = "00" AND WS-RETURN-FILE-STATUS NOT = "05"
       MOVE "loans.tax.return.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-RETURN-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    MOVE SPACES TO ReturnHeader
    MOVE "HDR" TO RtnRecordType
    MOVE WS-RUN-DATE-NUM TO HdrRunDate
    MOVE WS-TAX-YEAR TO HdrTaxYear
    MOVE "LOAN-INTEREST-PAID-RETURN" TO HdrReturnName
    WRITE ReturnHeader
    IF WS-RETURN-FILE-STATUS NOT = "00"
       MOVE "loans.tax.return.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-RETURN-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF

    SET WS-RELEASING-POSTINGS TO TRUE
    SORT SortFile ON ASCENDING KEY SortStudentId
                                   SortPostDate
                                   SortPostTime
                                   SortReleaseSeq
         INPUT PROCEDURE IS ReadLedgerSources
         OUTPUT PROCEDURE IS BuildReceipts

    MOVE SPACES TO ReturnTrailer
    MOVE "TRL" TO RtnRecordType
    MOVE WS-DETAIL-COUNT TO TrlDetailCount
    MOVE WS-REPAID-TOTAL TO TrlRepaidTotal
    MOVE WS-INTEREST-TOTAL TO TrlInterestTotal
    MOVE WS-PRINCIPAL-TOTAL TO TrlPrincipalTotal
    WRITE ReturnTrailer
    CLOSE ReturnFile
    CLOSE StudentFile
    CLOSE ContactFile
    CLOSE ReceiptFile
    CLOSE ExceptionFile

    PERFORM VerifyReturnFile
    PERFORM WriteControlReport
    IF WS-VERIFY-FAILED
       PERFORM DeleteReturnFile
       DISPLAY "RUN REFUSED - the information return's totals do not "
               "balance - no return produced; see the control report"
       MOVE 8 TO RETURN-CODE
    ELSE
       DISPLAY "Information return balanced and produced - file the "
               "control report as evidence of what was sent"
    END-IF

    DISPLAY " "
    DISPLAY "============= LoanTaxReceiptRun Control Totals ============="
    DISPLAY "Tax year (" WS-PARM-SOURCE ")............... : " WS-TAX-YEAR
    DISPLAY "Ledger archives read.................. : " WS-ARCHIVES-READ-COUNT
    DISPLAY "Ledger postings read.................. : " WS-POSTINGS-READ-COUNT
    DISPLAY "Reversed repayments struck out........ : " WS-REPAYS-STRUCK-COUNT
    DISPLAY "Receipts written...................... : " WS-RECEIPTS-COUNT
    DISPLAY "  with no contact record.............. : " WS-NO-CONTACT-COUNT
    DISPLAY "  not on the roster................... : " WS-NOT-ON-ROSTER-COUNT
    DISPLAY "  history starting at a carry-forward. : " WS-SHORT-HISTORY-COUNT
    DISPLAY "Students with no repayment in the year : " WS-NO-REPAYMENT-COUNT
    DISPLAY "Repaid in the year.................... : " WS-REPAID-TOTAL
    DISPLAY "  of which interest................... : " WS-INTEREST-TOTAL
    DISPLAY "  of which principal.................. : " WS-PRINCIPAL-TOTAL
    DISPLAY "Verification.......................... : " WS-VERIFY-OK-SW
    DISPLAY "============================================================="
    DISPLAY "Receipts written to Loans.Tax.Receipts.Dat; missing "
            "addresses listed in Loans.Tax.Missing.Dat"

    PERFORM WriteRunControl

    GOBACK.

*>  ---------------------------------------------------------------
*>  WriteRunControl - this run's record counts and final
*>  RETURN-CODE, appended to Runs.Dat through runlogger.
*>  ---------------------------------------------------------------
WriteRunControl.
    MOVE "LoanTaxReceiptRun" TO RunProgramName
    MOVE WS-RUN-START-DATE TO RunStartDate
    MOVE WS-RUN-START-TIME TO RunStartTime
    MOVE WS-POSTINGS-READ-COUNT TO RunRecordsRead
    MOVE WS-RECEIPTS-COUNT TO RunRecordsWritten
    MOVE WS-NO-CONTACT-COUNT TO RunRejectedCount
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
*>  failed and abandon the run with RETURN-CODE 12.
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
*>  program's TAX-YEAR keyword. A missing file, or a file without
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
        IF ParmKeyword = "TAX-YEAR"
           MOVE ParmValue(1:4) TO WS-TAX-YEAR-X
           SET WS-YEAR-FROM-PARMS TO TRUE
           MOVE "RunParms.Dat" TO WS-PARM-SOURCE
        END-IF
        READ RunParmFile
            AT END SET EndOfRunParmFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE RunParmFile.

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
              MOVE ArchListFirstPostDate
                TO WS-AR-FIRST-DATE(WS-ARCHIVE-COUNT)
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
*>  ReadLedgerSources - one pass over the whole ledger history:
*>  every listed archive that starts on or before the tax year's
*>  end, oldest first, then the live ledger. Run twice - first to
*>  note the reversed repayments, then as the sort's input
*>  procedure. A reversal and the repayment it cancels are always in
*>  the same file (a posting cut to an archive can no longer be
*>  reversed), so an archive wholly after the year can be skipped.
*>  ---------------------------------------------------------------
ReadLedgerSources.
    MOVE ZERO TO WS-ARCHIVES-READ-COUNT
    PERFORM VARYING WS-ARCHIVE-IX FROM 1 BY 1
            UNTIL WS-ARCHIVE-IX > WS-ARCHIVE-COUNT
               OR WS-SOURCE-MISSING
       IF WS-AR-FIRST-DATE(WS-ARCHIVE-IX) NOT > WS-YEAR-END-DATE
          MOVE WS-AR-FILE-NAME(WS-ARCHIVE-IX) TO WS-SOURCE-NAME
          MOVE SPACES TO WS-LEDGER-SOURCE-PATH
          STRING FUNCTION TRIM(WS-DATA-DIR) "/"
                 FUNCTION TRIM(WS-SOURCE-NAME)
              DELIMITED BY SIZE INTO WS-LEDGER-SOURCE-PATH
          END-STRING
          PERFORM ReadOneLedgerSource
          ADD 1 TO WS-ARCHIVES-READ-COUNT
       END-IF
    END-PERFORM
    IF WS-SOURCE-MISSING
       EXIT PARAGRAPH
    END-IF
    MOVE "loans.ledger.dat" TO WS-SOURCE-NAME
    MOVE WS-LOANS-LEDGER-PATH TO WS-LEDGER-SOURCE-PATH
    PERFORM ReadOneLedgerSource.

*>  ---------------------------------------------------------------
*>  ReadOneLedgerSource - the ledger file named in
*>  WS-LEDGER-SOURCE-PATH, each posting handed to the pass that is
*>  running. A listed archive that is not on disk stops the run
*>  (checked on the first pass, before anything is written).
*>  ---------------------------------------------------------------
ReadOneLedgerSource.
    OPEN INPUT LedgerFile
    IF WS-LEDGER-FILE-STATUS = "35"
       AND WS-SOURCE-NAME NOT = "loans.ledger.dat"
       SET WS-SOURCE-MISSING TO TRUE
       EXIT PARAGRAPH
    END-IF
    IF WS-LEDGER-FILE-STATUS NOT = "00"
       MOVE WS-SOURCE-NAME TO WS-ABORT-FILE-NAME
       MOVE WS-LEDGER-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    READ LedgerFile
        AT END SET EndOfLedgerFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfLedgerFile
        IF WS-COLLECTING-REVERSALS
           PERFORM NoteReversedRepayment
        ELSE
           ADD 1 TO WS-POSTINGS-READ-COUNT
           PERFORM ReleaseOnePosting
        END-IF
        READ LedgerFile
            AT END SET EndOfLedgerFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE LedgerFile.

*>  ---------------------------------------------------------------
*>  NoteReversedRepayment - a "V" cancelling a repayment goes on
*>  the reversal table.
*>  ---------------------------------------------------------------
NoteReversedRepayment.
    IF NOT LedgerReversal OR NOT LedgerRevOfRepayment
       EXIT PARAGRAPH
    END-IF
    IF WS-REVERSAL-COUNT NOT < 2000
       SET WS-REVERSAL-FULL TO TRUE
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-REVERSAL-COUNT
    MOVE LedgerStudentId     TO WS-RV-STUDENT-ID(WS-REVERSAL-COUNT)
    MOVE LedgerRevOrigDate   TO WS-RV-ORIG-DATE(WS-REVERSAL-COUNT)
    MOVE LedgerRevOrigTime   TO WS-RV-ORIG-TIME(WS-REVERSAL-COUNT)
    MOVE LedgerRevOrigAmount TO WS-RV-ORIG-AMOUNT(WS-REVERSAL-COUNT)
    MOVE 'N' TO WS-RV-USED-SW(WS-REVERSAL-COUNT).

*>  ---------------------------------------------------------------
*>  ReleaseOnePosting - a posting dated up to the tax year's end
*>  goes to the sort, unless it is a repayment a reversal struck
*>  out. Later postings belong to a later year.
*>  ---------------------------------------------------------------
ReleaseOnePosting.
    IF LedgerPostDate > WS-YEAR-END-DATE
       EXIT PARAGRAPH
    END-IF
    IF LedgerRepayment AND LedgerPostAmount > ZERO
       PERFORM StrikeOutReversedRepayment
       IF WS-STRUCK-OUT
          ADD 1 TO WS-REPAYS-STRUCK-COUNT
          EXIT PARAGRAPH
       END-IF
    END-IF
    ADD 1 TO WS-RELEASE-SEQ
    MOVE LedgerStudentId  TO SortStudentId
    MOVE LedgerPostDate   TO SortPostDate
    MOVE LedgerPostTime   TO SortPostTime
    MOVE WS-RELEASE-SEQ   TO SortReleaseSeq
    MOVE LedgerPostType   TO SortPostType
    MOVE LedgerPostAmount TO SortPostAmount
    MOVE LedgerBalance    TO SortBalance
    IF LedgerReversal
       MOVE LedgerRevOrigType TO SortRevOrigType
       MOVE LedgerRevInterest TO SortRevInterest
    ELSE
       MOVE SPACE TO SortRevOrigType
       MOVE ZERO  TO SortRevInterest
    END-IF
    RELEASE SortRecord
    ADD 1 TO WS-POSTINGS-SORTED-COUNT.

*>  ---------------------------------------------------------------
*>  StrikeOutReversedRepayment - the repayment in the buffer is
*>  struck out when an unused reversal names it.
*>  ---------------------------------------------------------------
StrikeOutReversedRepayment.
    MOVE 'N' TO WS-STRUCK-OUT-SW
    PERFORM VARYING WS-REVERSAL-IX FROM 1 BY 1
            UNTIL WS-REVERSAL-IX > WS-REVERSAL-COUNT
               OR WS-STRUCK-OUT
       IF NOT WS-RV-USED(WS-REVERSAL-IX)
          AND WS-RV-STUDENT-ID(WS-REVERSAL-IX) = LedgerStudentId
          AND WS-RV-ORIG-DATE(WS-REVERSAL-IX) = LedgerPostDate
          AND WS-RV-ORIG-TIME(WS-REVERSAL-IX) = LedgerPostTime
          AND WS-RV-ORIG-AMOUNT(WS-REVERSAL-IX) = LedgerPostAmount
          SET WS-RV-USED(WS-REVERSAL-IX) TO TRUE
          SET WS-STRUCK-OUT TO TRUE
       END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  BuildReceipts - takes the postings back in student-and-date
*>  order, runs each student's interest forward, and at the
*>  student break writes the receipt and the return detail.
*>  ---------------------------------------------------------------
BuildReceipts.
    RETURN SortFile
        AT END SET WS-SORT-EOF TO TRUE
    END-RETURN
    PERFORM UNTIL WS-SORT-EOF
        IF NOT WS-STUDENT-OPEN
           OR SortStudentId NOT = WS-CURRENT-STUDENT-ID
           IF WS-STUDENT-OPEN
              PERFORM FinishTaxStudent
           END-IF
           PERFORM StartTaxStudent
        END-IF
        PERFORM ApplySortedPosting
        RETURN SortFile
            AT END SET WS-SORT-EOF TO TRUE
        END-RETURN
    END-PERFORM
    IF WS-STUDENT-OPEN
       PERFORM FinishTaxStudent
    END-IF.

*>  ---------------------------------------------------------------
*>  StartTaxStudent - resets the running figures for the student
*>  the sorted postings just moved on to.
*>  ---------------------------------------------------------------
StartTaxStudent.
    MOVE SortStudentId TO WS-CURRENT-STUDENT-ID
    SET WS-STUDENT-OPEN TO TRUE
    MOVE ZERO TO WS-UNPAID-INTEREST
    MOVE ZERO TO WS-YEAR-REPAID
    MOVE ZERO TO WS-YEAR-INTEREST-PAID
    MOVE ZERO TO WS-YEAR-END-BALANCE
    MOVE 'N' TO WS-HISTORY-SEEN-SW
    MOVE 'N' TO WS-HISTORY-SHORT-SW.

*>  ---------------------------------------------------------------
*>  ApplySortedPosting - one posting against the student's unpaid
*>  interest. Interest charged adds to it; every credit pays it off
*>  before any principal; only a repayment in the tax year counts
*>  towards the receipt.
*>  ---------------------------------------------------------------
ApplySortedPosting.
    MOVE SortBalance TO WS-YEAR-END-BALANCE
    IF SortCarryForward
       IF NOT WS-HISTORY-SEEN AND SortBalance > ZERO
          SET WS-HISTORY-SHORT TO TRUE
       END-IF
       SET WS-HISTORY-SEEN TO TRUE
       EXIT PARAGRAPH
    END-IF
    IF SortPostAmount = ZERO
       EXIT PARAGRAPH
    END-IF
    SET WS-HISTORY-SEEN TO TRUE
    EVALUATE TRUE
        WHEN SortInterest
        WHEN SortInterestAdjUp
            ADD SortPostAmount TO WS-UNPAID-INTEREST
        WHEN SortInterestAdjDown
            IF SortPostAmount > WS-UNPAID-INTEREST
               MOVE ZERO TO WS-UNPAID-INTEREST
            ELSE
               SUBTRACT SortPostAmount FROM WS-UNPAID-INTEREST
            END-IF
        WHEN SortReversal
            IF SortRevOfDisbursement
               IF SortRevInterest > WS-UNPAID-INTEREST
                  MOVE ZERO TO WS-UNPAID-INTEREST
               ELSE
                  SUBTRACT SortRevInterest FROM WS-UNPAID-INTEREST
               END-IF
            ELSE
               ADD SortRevInterest TO WS-UNPAID-INTEREST
            END-IF
        WHEN SortRepayment
        WHEN SortWriteOff
        WHEN SortAward
            IF SortPostAmount > WS-UNPAID-INTEREST
               MOVE WS-UNPAID-INTEREST TO WS-INTEREST-PART
            ELSE
               MOVE SortPostAmount TO WS-INTEREST-PART
            END-IF
            SUBTRACT WS-INTEREST-PART FROM WS-UNPAID-INTEREST
            IF SortRepayment AND SortPostYear = WS-TAX-YEAR
               ADD SortPostAmount TO WS-YEAR-REPAID
               ADD WS-INTEREST-PART TO WS-YEAR-INTEREST-PAID
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*>  ---------------------------------------------------------------
*>  FinishTaxStudent - the student just finished gets a receipt and
*>  a return detail when they repaid anything in the tax year.
*>  ---------------------------------------------------------------
FinishTaxStudent.
    IF WS-YEAR-REPAID = ZERO
       ADD 1 TO WS-NO-REPAYMENT-COUNT
       EXIT PARAGRAPH
    END-IF
    COMPUTE WS-YEAR-PRINCIPAL-PAID = WS-YEAR-REPAID - WS-YEAR-INTEREST-PAID
    IF WS-HISTORY-SHORT
       ADD 1 TO WS-SHORT-HISTORY-COUNT
       DISPLAY "WARNING - student " WS-CURRENT-STUDENT-ID "'s history "
               "starts at a carry-forward - an archive is missing from "
               "the list and the interest figure may be understated"
    END-IF
    MOVE WS-CURRENT-STUDENT-ID TO StudentId
    READ StudentFile
        INVALID KEY CONTINUE
    END-READ
    PERFORM WriteReceiptPage
    PERFORM WriteReturnDetail.

*>  ---------------------------------------------------------------
*>  WriteReceiptPage - one receipt: heading, name and postal
*>  address (or the NO ADDRESS flag plus an exception line), and
*>  the year's repayments split into interest and principal.
*>  ---------------------------------------------------------------
WriteReceiptPage.
    WRITE ReceiptLine FROM WS-RCPT-RULE
    WRITE ReceiptLine FROM WS-RCPT-HEADING
    WRITE ReceiptLine FROM WS-RCPT-RULE

    MOVE SPACES TO WS-RCPT-LINE
    IF WS-STUDENT-FOUND
       STRING "STUDENT " WS-CURRENT-STUDENT-ID "  " StudentName
           DELIMITED BY SIZE INTO WS-RCPT-LINE
       END-STRING
    ELSE
       STRING "STUDENT " WS-CURRENT-STUDENT-ID "  (NOT ON ROSTER)"
           DELIMITED BY SIZE INTO WS-RCPT-LINE
       END-STRING
    END-IF
    WRITE ReceiptLine FROM WS-RCPT-LINE

    MOVE WS-CURRENT-STUDENT-ID TO ContactStudentId
    READ ContactFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-CONTACT-FOUND
       WRITE ReceiptLine FROM ContactAddressLine1
       IF ContactAddressLine2 NOT = SPACES
          WRITE ReceiptLine FROM ContactAddressLine2
       END-IF
       MOVE SPACES TO WS-RCPT-LINE
       STRING ContactCity " " ContactPostalCode
           DELIMITED BY SIZE INTO WS-RCPT-LINE
       END-STRING
       WRITE ReceiptLine FROM WS-RCPT-LINE
    ELSE
       MOVE "*** NO ADDRESS ON FILE ***" TO WS-RCPT-LINE
       WRITE ReceiptLine FROM WS-RCPT-LINE
       ADD 1 TO WS-NO-CONTACT-COUNT
       MOVE SPACES TO WS-EXCEPTION-LINE
       STRING WS-CURRENT-STUDENT-ID " - tax receipt for "
              WS-TAX-YEAR " but no contact record on file"
           DELIMITED BY SIZE INTO WS-EXCEPTION-LINE
       END-STRING
       WRITE ExceptionLine FROM WS-EXCEPTION-LINE
       DISPLAY "Exception - " WS-EXCEPTION-LINE
    END-IF

    MOVE SPACES TO WS-RCPT-LINE
    WRITE ReceiptLine FROM WS-RCPT-LINE
    MOVE "REPAYMENTS RECEIVED IN THE YEAR...: " TO WS-RA-LABEL
    MOVE WS-YEAR-REPAID TO WS-RA-AMOUNT
    WRITE ReceiptLine FROM WS-RCPT-AMOUNT-LINE
    MOVE "  APPLIED TO INTEREST.............: " TO WS-RA-LABEL
    MOVE WS-YEAR-INTEREST-PAID TO WS-RA-AMOUNT
    WRITE ReceiptLine FROM WS-RCPT-AMOUNT-LINE
    MOVE "  APPLIED TO PRINCIPAL............: " TO WS-RA-LABEL
    MOVE WS-YEAR-PRINCIPAL-PAID TO WS-RA-AMOUNT
    WRITE ReceiptLine FROM WS-RCPT-AMOUNT-LINE
    MOVE "LOAN BALANCE AT YEAR END..........: " TO WS-RA-LABEL
    MOVE WS-YEAR-END-BALANCE TO WS-RA-AMOUNT
    WRITE ReceiptLine FROM WS-RCPT-AMOUNT-LINE
    MOVE SPACES TO WS-RCPT-LINE
    WRITE ReceiptLine FROM WS-RCPT-LINE
    MOVE "THE INTEREST FIGURE ABOVE HAS BEEN REPORTED TO THE TAX"
      TO WS-RCPT-LINE
    WRITE ReceiptLine FROM WS-RCPT-LINE
    MOVE "AUTHORITY - KEEP THIS RECEIPT WITH YOUR TAX RECORDS"
      TO WS-RCPT-LINE
    WRITE ReceiptLine FROM WS-RCPT-LINE
    MOVE SPACES TO WS-RCPT-LINE
    WRITE ReceiptLine FROM WS-RCPT-LINE
    ADD 1 TO WS-RECEIPTS-COUNT.

*>  ---------------------------------------------------------------
*>  WriteReturnDetail - the same figures as one DTL record on the
*>  information return. A student no longer on the roster is
*>  reported without a name and listed for the office to chase.
*>  ---------------------------------------------------------------
WriteReturnDetail.
    MOVE SPACES TO ReturnDetail
    MOVE "DTL" TO RtnRecordType
    MOVE WS-CURRENT-STUDENT-ID TO DtlStudentId
    IF WS-STUDENT-FOUND
       MOVE Surname TO DtlSurname
       MOVE Initials TO DtlInitials
       MOVE DateOfBirth TO DtlDateOfBirth
    ELSE
       MOVE ZERO TO DtlDateOfBirth
       ADD 1 TO WS-NOT-ON-ROSTER-COUNT
       MOVE SPACES TO WS-EXCEPTION-LINE
       STRING WS-CURRENT-STUDENT-ID " - not on the roster - reported "
              "to the tax authority without a name"
           DELIMITED BY SIZE INTO WS-EXCEPTION-LINE
       END-STRING
       WRITE ExceptionLine FROM WS-EXCEPTION-LINE
       DISPLAY "Exception - " WS-EXCEPTION-LINE
    END-IF
    MOVE WS-YEAR-REPAID TO DtlRepaid
    MOVE WS-YEAR-INTEREST-PAID TO DtlInterestPaid
    MOVE WS-YEAR-PRINCIPAL-PAID TO DtlPrincipalPaid
    WRITE ReturnDetail
    IF WS-RETURN-FILE-STATUS NOT = "00"
       MOVE "loans.tax.return.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-RETURN-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF
    ADD 1 TO WS-DETAIL-COUNT
    ADD WS-YEAR-REPAID TO WS-REPAID-TOTAL
    ADD WS-YEAR-INTEREST-PAID TO WS-INTEREST-TOTAL
    ADD WS-YEAR-PRINCIPAL-PAID TO WS-PRINCIPAL-TOTAL.

*>  ---------------------------------------------------------------
*>  VerifyReturnFile - re-reads the finished return from disk,
*>  recounts and retotals the details, and proves them against both
*>  the trailer's stated figures and the totals accumulated while
*>  writing. Every detail's interest and principal must add up to
*>  what it says was repaid.
*>  ---------------------------------------------------------------
VerifyReturnFile.
    OPEN INPUT ReturnFile
    IF WS-RETURN-FILE-STATUS NOT = "00"
       SET WS-VERIFY-FAILED TO TRUE
       DISPLAY "VERIFY ERROR - cannot re-read the information return "
               "(file status " WS-RETURN-FILE-STATUS ")"
       EXIT PARAGRAPH
    END-IF
    READ ReturnFile
        AT END SET EndOfReturnFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfReturnFile
        EVALUATE TRUE
            *>   The detail and trailer views share the record area
            *>   the READ just filled, so their fields read straight
            *>   off the buffer.
            WHEN RtnDetailRecord
                ADD 1 TO WS-VERIFY-COUNT
                ADD DtlRepaid TO WS-VERIFY-REPAID
                ADD DtlInterestPaid TO WS-VERIFY-INTEREST
                ADD DtlPrincipalPaid TO WS-VERIFY-PRINCIPAL
                IF DtlInterestPaid + DtlPrincipalPaid NOT = DtlRepaid
                   ADD 1 TO WS-VERIFY-SPLIT-BAD
                END-IF
            WHEN RtnTrailerRecord
                SET WS-TRAILER-SEEN TO TRUE
                MOVE TrlDetailCount TO WS-VERIFY-STATED-COUNT
                MOVE TrlRepaidTotal TO WS-VERIFY-STATED-REPAID
                MOVE TrlInterestTotal TO WS-VERIFY-STATED-INTEREST
                MOVE TrlPrincipalTotal TO WS-VERIFY-STATED-PRINCIPAL
            WHEN RtnHeaderRecord
                CONTINUE
            WHEN OTHER
                SET WS-VERIFY-FAILED TO TRUE
                DISPLAY "VERIFY ERROR - unrecognized record type '"
                        RtnRecordType "' in the information return"
        END-EVALUATE
        READ ReturnFile
            AT END SET EndOfReturnFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE ReturnFile

    IF NOT WS-TRAILER-SEEN
       SET WS-VERIFY-FAILED TO TRUE
       DISPLAY "VERIFY ERROR - no trailer on the information return"
       EXIT PARAGRAPH
    END-IF
    IF WS-VERIFY-COUNT NOT = WS-VERIFY-STATED-COUNT
       OR WS-VERIFY-COUNT NOT = WS-DETAIL-COUNT
       SET WS-VERIFY-FAILED TO TRUE
       DISPLAY "VERIFY ERROR - details on disk " WS-VERIFY-COUNT
               ", trailer states " WS-VERIFY-STATED-COUNT
               ", written " WS-DETAIL-COUNT
    END-IF
    IF WS-VERIFY-REPAID NOT = WS-VERIFY-STATED-REPAID
       OR WS-VERIFY-REPAID NOT = WS-REPAID-TOTAL
       SET WS-VERIFY-FAILED TO TRUE
       DISPLAY "VERIFY ERROR - repaid total on disk " WS-VERIFY-REPAID
               ", trailer states " WS-VERIFY-STATED-REPAID
               ", accumulated " WS-REPAID-TOTAL
    END-IF
    IF WS-VERIFY-INTEREST NOT = WS-VERIFY-STATED-INTEREST
       OR WS-VERIFY-INTEREST NOT = WS-INTEREST-TOTAL
       SET WS-VERIFY-FAILED TO TRUE
       DISPLAY "VERIFY ERROR - interest total on disk " WS-VERIFY-INTEREST
               ", trailer states " WS-VERIFY-STATED-INTEREST
               ", accumulated " WS-INTEREST-TOTAL
    END-IF
    IF WS-VERIFY-PRINCIPAL NOT = WS-VERIFY-STATED-PRINCIPAL
       OR WS-VERIFY-PRINCIPAL NOT = WS-PRINCIPAL-TOTAL
       SET WS-VERIFY-FAILED TO TRUE
       DISPLAY "VERIFY ERROR - principal total on disk "
               WS-VERIFY-PRINCIPAL ", trailer states "
               WS-VERIFY-STATED-PRINCIPAL ", accumulated "
               WS-PRINCIPAL-TOTAL
    END-IF
    IF WS-VERIFY-INTEREST + WS-VERIFY-PRINCIPAL NOT = WS-VERIFY-REPAID
       OR WS-VERIFY-SPLIT-BAD > ZERO
       SET WS-VERIFY-FAILED TO TRUE
       DISPLAY "VERIFY ERROR - interest plus principal does not equal "
               "the amount repaid on " WS-VERIFY-SPLIT-BAD " details"
    END-IF.

*>  ---------------------------------------------------------------
*>  DeleteReturnFile - an unbalanced return must not leave the
*>  building; remove it the way RegulatorExtract does.
*>  ---------------------------------------------------------------
DeleteReturnFile.
    CALL "CBL_DELETE_FILE" USING WS-TAX-RETURN-PATH
    MOVE RETURN-CODE TO WS-DELETE-RESULT
    MOVE ZERO TO RETURN-CODE
    IF WS-DELETE-RESULT NOT = ZERO
       DISPLAY "WARNING - could not delete the unbalanced information "
               "return (result " WS-DELETE-RESULT ") - do NOT send it"
    END-IF.

*>  ---------------------------------------------------------------
*>  WriteControlReport - the evidence filed alongside the return:
*>  what was read, what was totalled, and the verification verdict.
*>  ---------------------------------------------------------------
WriteControlReport.
    OPEN OUTPUT ControlReportFile
    IF WS-CONTROL-REPORT-STATUS NOT = "00" AND WS-CONTROL-REPORT-STATUS NOT = "05"
       MOVE "loans.tax.control.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-CONTROL-REPORT-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    MOVE SPACES TO WS-CONTROL-LINE
    STRING "LOAN INTEREST-PAID INFORMATION RETURN - TAX YEAR "
           WS-TAX-YEAR " - CONTROL REPORT"
        DELIMITED BY SIZE INTO WS-CONTROL-LINE
    END-STRING
    WRITE ControlReportLine FROM WS-CONTROL-LINE
    MOVE SPACES TO WS-CONTROL-LINE
    STRING "RUN DATE.................: " WS-RUN-DATE-NUM
        DELIMITED BY SIZE INTO WS-CONTROL-LINE
    END-STRING
    WRITE ControlReportLine FROM WS-CONTROL-LINE
    MOVE SPACES TO WS-CONTROL-LINE
    STRING "LEDGER ARCHIVES READ.....: " WS-ARCHIVES-READ-COUNT
           " OF " WS-ARCHIVE-COUNT " LISTED"
        DELIMITED BY SIZE INTO WS-CONTROL-LINE
    END-STRING
    WRITE ControlReportLine FROM WS-CONTROL-LINE
    MOVE SPACES TO WS-CONTROL-LINE
    STRING "LEDGER POSTINGS READ.....: " WS-POSTINGS-READ-COUNT
           "  REVERSED REPAYMENTS STRUCK OUT " WS-REPAYS-STRUCK-COUNT
        DELIMITED BY SIZE INTO WS-CONTROL-LINE
    END-STRING
    WRITE ControlReportLine FROM WS-CONTROL-LINE
    MOVE SPACES TO WS-CONTROL-LINE
    STRING "STUDENTS REPORTED........: " WS-DETAIL-COUNT
        DELIMITED BY SIZE INTO WS-CONTROL-LINE
    END-STRING
    WRITE ControlReportLine FROM WS-CONTROL-LINE
    MOVE SPACES TO WS-CONTROL-LINE
    STRING "REPAID IN THE YEAR.......: " WS-REPAID-TOTAL
        DELIMITED BY SIZE INTO WS-CONTROL-LINE
    END-STRING
    WRITE ControlReportLine FROM WS-CONTROL-LINE
    MOVE SPACES TO WS-CONTROL-LINE
    STRING "  APPLIED TO INTEREST....: " WS-INTEREST-TOTAL
        DELIMITED BY SIZE INTO WS-CONTROL-LINE
    END-STRING
    WRITE ControlReportLine FROM WS-CONTROL-LINE
    MOVE SPACES TO WS-CONTROL-LINE
    STRING "  APPLIED TO PRINCIPAL...: " WS-PRINCIPAL-TOTAL
        DELIMITED BY SIZE INTO WS-CONTROL-LINE
    END-STRING
    WRITE ControlReportLine FROM WS-CONTROL-LINE
    IF WS-SHORT-HISTORY-COUNT > ZERO
       MOVE SPACES TO WS-CONTROL-LINE
       STRING "HISTORY STARTS AT A CARRY-FORWARD FOR "
              WS-SHORT-HISTORY-COUNT " STUDENTS - CHECK THE ARCHIVE LIST"
           DELIMITED BY SIZE INTO WS-CONTROL-LINE
       END-STRING
       WRITE ControlReportLine FROM WS-CONTROL-LINE
    END-IF
    MOVE SPACES TO WS-CONTROL-LINE
    STRING "DETAILS PROVED ON DISK...: " WS-VERIFY-COUNT
           " REPAID " WS-VERIFY-REPAID " INTEREST " WS-VERIFY-INTEREST
        DELIMITED BY SIZE INTO WS-CONTROL-LINE
    END-STRING
    WRITE ControlReportLine FROM WS-CONTROL-LINE
    IF WS-VERIFY-OK
       MOVE "VERIFICATION: PASSED - RETURN PRODUCED" TO WS-CONTROL-LINE
    ELSE
       MOVE "VERIFICATION: FAILED - RETURN DELETED, NOTHING SENT"
         TO WS-CONTROL-LINE
    END-IF
    WRITE ControlReportLine FROM WS-CONTROL-LINE
    CLOSE ControlReportFile.

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
    MOVE SPACES TO WS-STUDENTS-CONTACT-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.contact.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-CONTACT-PATH
    END-STRING
    MOVE SPACES TO WS-TAX-RECEIPTS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.tax.receipts.dat"
        DELIMITED BY SIZE INTO WS-TAX-RECEIPTS-PATH
    END-STRING
    MOVE SPACES TO WS-TAX-RETURN-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.tax.return.dat"
        DELIMITED BY SIZE INTO WS-TAX-RETURN-PATH
    END-STRING
    MOVE SPACES TO WS-TAX-MISSING-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.tax.missing.dat"
        DELIMITED BY SIZE INTO WS-TAX-MISSING-PATH
    END-STRING
    MOVE SPACES TO WS-TAX-CONTROL-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.tax.control.dat"
        DELIMITED BY SIZE INTO WS-TAX-CONTROL-PATH
    END-STRING
    MOVE SPACES TO WS-RUNPARMS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/runparms.dat"
        DELIMITED BY SIZE INTO WS-RUNPARMS-PATH
    END-STRING
    MOVE SPACES TO WS-TAX-SORT-TMP-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.tax.sort.tmp"
        DELIMITED BY SIZE INTO WS-TAX-SORT-TMP-PATH
    END-STRING.
