IDENTIFICATION DIVISION.
PROGRAM-ID. BankPaymentRun.
AUTHOR. Anton Georgescu.
*> Outbound bank payment run - the money going the other way from
*> BankRemitImport. Collects every outstanding loan disbursement
*> LoanPost has queued on Loans.Disburse.Dat and every outstanding
*> refund it has parked on Loans.Refund.Dat, and writes them into
*> the bank's fixed-format payment file (Bank.Payment.Dat) - one
*> HDR record, one DTL record per payment carrying the student's
*> account from Students.Bank.Dat, and one TRL record with the
*> payment count and amount total. An item for a student with no
*> usable bank record is not paid; it goes to the exceptions report
*> (Bank.Payment.Exceptions.Dat) and stays outstanding for the next
*> run, once BankDetailEntry has the account on file.
*> Like RegulatorExtract, the finished file is re-read from disk
*> and its details recounted and retotalled against the trailer and
*> against what was selected; an imbalance deletes the file and
*> refuses the run. Only a balanced file marks its items paid: the
*> disbursements and refunds files are rewritten through side files
*> with each item paid stamped "P" and dated, so nothing selected
*> tonight can go out a second time, and a refused run leaves both
*> files exactly as they were.
*> Bank.Payment.Dat stays on disk until it is released to the bank
*> and taken away; while it is still there the run is refused, so a
*> second run cannot overwrite payments already marked paid. A run
*> with nothing to pay leaves no file.
*>
*> RETURN-CODEs: 0 balanced and produced (exceptions, if any, on the
*> report), 8 refused (the last payment file not yet released, or
*> totals failed to balance - no payment file left on disk, nothing
*> marked paid), 12 file error.

*> cobc -x -free bankpaymentrun.cbl      (standalone)
*> cobc -m -free bankpaymentrun.cbl      (module, CALLable from OperatorConsole)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT StudentFile ASSIGN WS-STUDENTS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS StudentId
             ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
             FILE STATUS IS WS-STUDENT-FILE-STATUS.

      SELECT OPTIONAL BankFile ASSIGN WS-STUDENTS-BANK-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS BankStudentId
             FILE STATUS IS WS-BANK-FILE-STATUS.

      SELECT OPTIONAL DisburseFile ASSIGN WS-LOANS-DISBURSE-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-DISBURSE-FILE-STATUS.

      SELECT NewDisburseFile ASSIGN WS-NEW-DISBURSE-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-NEW-DISBURSE-FILE-STATUS.

      SELECT OPTIONAL RefundFile ASSIGN WS-LOANS-REFUND-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-REFUND-FILE-STATUS.

      SELECT NewRefundFile ASSIGN WS-NEW-REFUND-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-NEW-REFUND-FILE-STATUS.

      SELECT PaymentFile ASSIGN WS-PAYMENT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-PAYMENT-FILE-STATUS.

      SELECT ExceptionFile ASSIGN WS-EXCEPTION-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD StudentFile.
01 StudentDetails.
   COPY studrec.

FD BankFile.
01 BankRecord.
   COPY bankrec.

FD DisburseFile.
01 DisburseRecord.
   88 EndOfDisburseFile    VALUE HIGH-VALUES.
   COPY disbrec.

FD NewDisburseFile.
01 NewDisburseRecord       PIC X(37).

FD RefundFile.
01 RefundRecord.
   88 EndOfRefundFile      VALUE HIGH-VALUES.
   COPY refundrec.

FD NewRefundFile.
01 NewRefundRecord         PIC X(29).

*>   The bank's fixed-format payment record set, told apart by the
*>   three-byte type in front - HDR, one DTL per payment, TRL last.
FD PaymentFile.
01 PaymentRecord.
   88 EndOfPaymentFile     VALUE HIGH-VALUES.
   02 PayRecordType        PIC X(3).
      88 PayHeaderRecord      VALUE "HDR".
      88 PayDetailRecord      VALUE "DTL".
      88 PayTrailerRecord     VALUE "TRL".
   02 PayRecordBody        PIC X(95).
01 PaymentHeader.
   02 FILLER               PIC X(3).
   02 HdrRunDate           PIC 9(8).
   02 HdrFileName          PIC X(24).
01 PaymentDetail.
   02 FILLER               PIC X(3).
   02 DtlItemType          PIC X.
      88 DtlDisbursement      VALUE "D".
      88 DtlRefund            VALUE "R".
   02 DtlStudentId         PIC 9(7).
   02 DtlAccountName       PIC X(30).
   02 DtlRoutingNo         PIC 9(9).
   02 DtlAccountNo         PIC X(17).
   02 DtlAmount            PIC 9(7).
*>     Item type, StudentId and the item's own date - quoted back on
*>     the bank's statement so a returned payment can be traced.
   02 DtlReference.
      03 DtlRefItemType    PIC X.
      03 DtlRefStudentId   PIC 9(7).
      03 DtlRefItemDate    PIC 9(8).
   02 DtlValueDate         PIC 9(8).
01 PaymentTrailer.
   02 FILLER               PIC X(3).
   02 TrlPaymentCount      PIC 9(7).
   02 TrlAmountTotal       PIC 9(11).

FD ExceptionFile.
01 ExceptionLine           PIC X(100).

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>   comes from the STUDENT_DATA_DIR environment variable (default
*>   "data"), so the same compiled programs run against the
*>   production directory tonight and a test copy tomorrow morning
*>   without recompiling.
01  WS-DATA-DIR              PIC X(64).
01  WS-STUDENTS-PATH         PIC X(160).
01  WS-STUDENTS-BANK-PATH    PIC X(160).
01  WS-LOANS-DISBURSE-PATH   PIC X(160).
01  WS-NEW-DISBURSE-PATH     PIC X(160).
01  WS-LOANS-REFUND-PATH     PIC X(160).
01  WS-NEW-REFUND-PATH       PIC X(160).
01  WS-PAYMENT-PATH          PIC X(160).
01  WS-EXCEPTION-PATH        PIC X(160).

01  WS-STUDENT-FILE-STATUS   PIC XX.
    88  WS-STUDENT-FOUND         VALUE "00".
01  WS-BANK-FILE-STATUS      PIC XX.
    88  WS-BANK-FOUND            VALUE "00".
01  WS-DISBURSE-FILE-STATUS  PIC XX.
01  WS-NEW-DISBURSE-FILE-STATUS PIC XX.
01  WS-REFUND-FILE-STATUS    PIC XX.
01  WS-NEW-REFUND-FILE-STATUS PIC XX.
01  WS-PAYMENT-FILE-STATUS   PIC XX.
01  WS-EXCEPTION-FILE-STATUS PIC XX.
*>   File-status hardening - a required file that fails to open
*>   abandons the run with a clear operator message and RETURN-CODE
*>   12, instead of a runtime abort partway through.
01  WS-ABORT-FILE-NAME        PIC X(30).
01  WS-ABORT-FILE-STATUS      PIC XX.

01  WS-RUN-DATE-NUM          PIC 9(8).
01  WS-DELETE-RESULT         PIC S9(9) COMP.

*>   The item in hand, whichever file it came from, and the verdict
*>   on the student's bank record.
01  WS-ITEM-TYPE             PIC X.
01  WS-ITEM-STUDENT-ID       PIC 9(7).
01  WS-ITEM-DATE             PIC 9(8).
01  WS-ITEM-AMOUNT           PIC 9(7).
01  WS-ITEM-PAID-SW          PIC X.
    88  WS-ITEM-PAID             VALUE 'Y'.
01  WS-EXCEPTION-REASON      PIC X(30).

01  WS-EXCEPTION-DETAIL.
    02 WS-EXC-ITEM-TYPE      PIC X.
    02 FILLER                PIC X(3) VALUE SPACES.
    02 WS-EXC-STUDENT-ID     PIC 9(7).
    02 FILLER                PIC X(2) VALUE SPACES.
    02 WS-EXC-SURNAME        PIC X(8).
    02 FILLER                PIC X(2) VALUE SPACES.
    02 WS-EXC-ITEM-DATE      PIC 9(8).
    02 FILLER                PIC X(2) VALUE SPACES.
    02 WS-EXC-AMOUNT         PIC Z(6)9.
    02 FILLER                PIC X(2) VALUE SPACES.
    02 WS-EXC-REASON         PIC X(30).

*>   Internal totals accumulated while selecting, and the figures
*>   read back off the finished file - the two must agree to the
*>   cent or no file goes to the bank.
01  WS-PAYMENT-COUNT         PIC 9(7) VALUE ZERO.
01  WS-AMOUNT-TOTAL          PIC 9(11) VALUE ZERO.
01  WS-VERIFY-COUNT          PIC 9(7) VALUE ZERO.
01  WS-VERIFY-TOTAL          PIC 9(11) VALUE ZERO.
01  WS-VERIFY-STATED-COUNT   PIC 9(7) VALUE ZERO.
01  WS-VERIFY-STATED-TOTAL   PIC 9(11) VALUE ZERO.
01  WS-VERIFY-OK-SW          PIC X VALUE 'Y'.
    88  WS-VERIFY-OK             VALUE 'Y'.
    88  WS-VERIFY-FAILED         VALUE 'N'.
01  WS-TRAILER-SEEN-SW       PIC X VALUE 'N'.
    88  WS-TRAILER-SEEN          VALUE 'Y'.

*>   Control totals for the end-of-run summary.
01  WS-DISBURSE-READ-COUNT   PIC 9(7) VALUE ZERO.
01  WS-REFUND-READ-COUNT     PIC 9(7) VALUE ZERO.
01  WS-DISBURSE-PAID-COUNT   PIC 9(7) VALUE ZERO.
01  WS-DISBURSE-PAID-TOTAL   PIC 9(11) VALUE ZERO.
01  WS-REFUND-PAID-COUNT     PIC 9(7) VALUE ZERO.
01  WS-REFUND-PAID-TOTAL     PIC 9(11) VALUE ZERO.
01  WS-EXCEPTION-COUNT       PIC 9(7) VALUE ZERO.
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

    PERFORM CheckPaymentFileReleased
    PERFORM OpenRunFiles
    PERFORM SelectDisbursements
    PERFORM SelectRefunds
    PERFORM CloseRunFiles
    PERFORM VerifyPaymentFile

    IF WS-VERIFY-FAILED
       PERFORM DeletePaymentFile
       DISPLAY "RUN REFUSED - the payment file's totals do not "
               "balance - no file produced and nothing marked paid"
       MOVE 8 TO RETURN-CODE
    ELSE
       PERFORM InstallPaidDisbursements
       PERFORM InstallPaidRefunds
       IF WS-PAYMENT-COUNT = ZERO
          *>   An empty file would only hold up the next run.
          CALL "CBL_DELETE_FILE" USING WS-PAYMENT-PATH
          MOVE ZERO TO RETURN-CODE
          DISPLAY "Nothing to pay - no payment file left on disk"
       ELSE
          DISPLAY "Payment file balanced and produced - release "
                  "Bank.Payment.Dat to the bank before the next run"
       END-IF
    END-IF
    IF WS-EXCEPTION-COUNT > ZERO
       DISPLAY WS-EXCEPTION-COUNT " item(s) held back for missing "
               "bank details - see Bank.Payment.Exceptions.Dat"
    END-IF

    DISPLAY " "
    DISPLAY "=============== BankPaymentRun Control Totals ==============="
    DISPLAY "Disbursement records read............. : " WS-DISBURSE-READ-COUNT
    DISPLAY "Refund records read................... : " WS-REFUND-READ-COUNT
    DISPLAY "Disbursements selected for payment.... : " WS-DISBURSE-PAID-COUNT
    DISPLAY "  amount.............................. : " WS-DISBURSE-PAID-TOTAL
    DISPLAY "Refunds selected for payment.......... : " WS-REFUND-PAID-COUNT
    DISPLAY "  amount.............................. : " WS-REFUND-PAID-TOTAL
    DISPLAY "Payments on the file.................. : " WS-PAYMENT-COUNT
    DISPLAY "Payment amount total.................. : " WS-AMOUNT-TOTAL
    DISPLAY "Exceptions (no banking details)....... : " WS-EXCEPTION-COUNT
    DISPLAY "Verification.......................... : " WS-VERIFY-OK-SW
    DISPLAY "============================================================="

    PERFORM WriteRunControl

    GOBACK.

*>  ---------------------------------------------------------------
*>  WriteRunControl - this run's record counts and final
*>  RETURN-CODE, appended to Runs.Dat through runlogger.
*>  ---------------------------------------------------------------
WriteRunControl.
    MOVE "BankPaymentRun" TO RunProgramName
    MOVE WS-RUN-START-DATE TO RunStartDate
    MOVE WS-RUN-START-TIME TO RunStartTime
    ADD WS-DISBURSE-READ-COUNT WS-REFUND-READ-COUNT
        GIVING WS-ITEMS-READ-COUNT
    MOVE WS-ITEMS-READ-COUNT TO RunRecordsRead
    MOVE WS-PAYMENT-COUNT TO RunRecordsWritten
    MOVE WS-EXCEPTION-COUNT TO RunRejectedCount
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
*>  CheckPaymentFileReleased - refuses the run while the last
*>  payment file is still on disk: its items are already marked
*>  paid, so writing over it would lose them from the bank.
*>  ---------------------------------------------------------------
CheckPaymentFileReleased.
    OPEN INPUT PaymentFile
    IF WS-PAYMENT-FILE-STATUS = "00"
       CLOSE PaymentFile
       DISPLAY "RUN REFUSED - Bank.Payment.Dat from an earlier run "
               "is still on disk - release it to the bank and remove "
               "it before running again"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF.

*>  ---------------------------------------------------------------
*>  OpenRunFiles - the roster and bank file for lookups, both item
*>  files with their side files, the payment file (header written)
*>  and the exceptions report (heading written).
*>  ---------------------------------------------------------------
OpenRunFiles.
    OPEN INPUT StudentFile
    IF WS-STUDENT-FILE-STATUS NOT = "00" AND WS-STUDENT-FILE-STATUS NOT = "05"
       MOVE "students.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-STUDENT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN INPUT BankFile
    IF WS-BANK-FILE-STATUS NOT = "00" AND WS-BANK-FILE-STATUS NOT = "05"
       MOVE "students.bank.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-BANK-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN INPUT DisburseFile
    IF WS-DISBURSE-FILE-STATUS NOT = "00" AND WS-DISBURSE-FILE-STATUS NOT = "05"
       MOVE "loans.disburse.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-DISBURSE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN OUTPUT NewDisburseFile
    IF WS-NEW-DISBURSE-FILE-STATUS NOT = "00"
       MOVE "loans.disburse.new.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-NEW-DISBURSE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN INPUT RefundFile
    IF WS-REFUND-FILE-STATUS NOT = "00" AND WS-REFUND-FILE-STATUS NOT = "05"
       MOVE "loans.refund.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-REFUND-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN OUTPUT NewRefundFile
    IF WS-NEW-REFUND-FILE-STATUS NOT = "00"
       MOVE "loans.refund.new.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-NEW-REFUND-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN OUTPUT PaymentFile
    IF WS-PAYMENT-FILE-STATUS NOT = "00" AND WS-PAYMENT-FILE-STATUS NOT = "05"
       MOVE "bank.payment.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-PAYMENT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN OUTPUT ExceptionFile
    IF WS-EXCEPTION-FILE-STATUS NOT = "00" AND WS-EXCEPTION-FILE-STATUS NOT = "05"
       MOVE "bank.payment.exceptions.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-EXCEPTION-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF

    MOVE SPACES TO PaymentHeader
    MOVE "HDR" TO PayRecordType
    MOVE WS-RUN-DATE-NUM TO HdrRunDate
    MOVE "STUDENT-LOAN-PAYMENTS" TO HdrFileName
    WRITE PaymentHeader
    IF WS-PAYMENT-FILE-STATUS NOT = "00"
       MOVE "bank.payment.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-PAYMENT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF

    MOVE SPACES TO ExceptionLine
    STRING "BANK PAYMENT RUN " WS-RUN-DATE-NUM
           " - ITEMS HELD BACK FOR MISSING BANKING DETAILS"
        DELIMITED BY SIZE INTO ExceptionLine
    END-STRING
    WRITE ExceptionLine
    MOVE "T   STUDENT  SURNAME   ITEMDATE   AMOUNT  REASON"
      TO ExceptionLine
    WRITE ExceptionLine.

*>  ---------------------------------------------------------------
*>  SelectDisbursements - every record on the disbursements file is
*>  copied to the side file; the outstanding ones with a usable
*>  bank record go onto the payment file and are copied across
*>  marked paid today.
*>  ---------------------------------------------------------------
SelectDisbursements.
    READ DisburseFile
        AT END SET EndOfDisburseFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfDisburseFile
        ADD 1 TO WS-DISBURSE-READ-COUNT
        IF DisbOutstanding
           MOVE "D" TO WS-ITEM-TYPE
           MOVE DisbStudentId TO WS-ITEM-STUDENT-ID
           MOVE DisbPostDate TO WS-ITEM-DATE
           MOVE DisbAmount TO WS-ITEM-AMOUNT
           PERFORM PayOneItem
           IF WS-ITEM-PAID
              SET DisbPaid TO TRUE
              MOVE WS-RUN-DATE-NUM TO DisbPaidDate
              ADD 1 TO WS-DISBURSE-PAID-COUNT
              ADD DisbAmount TO WS-DISBURSE-PAID-TOTAL
           END-IF
        END-IF
        WRITE NewDisburseRecord FROM DisburseRecord
        IF WS-NEW-DISBURSE-FILE-STATUS NOT = "00"
           MOVE "loans.disburse.new.dat" TO WS-ABORT-FILE-NAME
           MOVE WS-NEW-DISBURSE-FILE-STATUS TO WS-ABORT-FILE-STATUS
           PERFORM FileWriteAbort
        END-IF
        READ DisburseFile
            AT END SET EndOfDisburseFile TO TRUE
        END-READ
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  SelectRefunds - the same for the refunds file. A refund parked
*>  before refunds carried a status reads back with a blank status
*>  and is treated as outstanding.
*>  ---------------------------------------------------------------
SelectRefunds.
    READ RefundFile
        AT END SET EndOfRefundFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfRefundFile
        ADD 1 TO WS-REFUND-READ-COUNT
        IF RefundOutstanding
           MOVE "R" TO WS-ITEM-TYPE
           MOVE RefundStudentId TO WS-ITEM-STUDENT-ID
           MOVE RefundDate TO WS-ITEM-DATE
           MOVE RefundAmount TO WS-ITEM-AMOUNT
           PERFORM PayOneItem
           IF WS-ITEM-PAID
              SET RefundPaid TO TRUE
              MOVE WS-RUN-DATE-NUM TO RefundPaidDate
              ADD 1 TO WS-REFUND-PAID-COUNT
              ADD RefundAmount TO WS-REFUND-PAID-TOTAL
           ELSE
              MOVE "O" TO RefundStatus
              MOVE ZERO TO RefundPaidDate
           END-IF
        END-IF
        WRITE NewRefundRecord FROM RefundRecord
        IF WS-NEW-REFUND-FILE-STATUS NOT = "00"
           MOVE "loans.refund.new.dat" TO WS-ABORT-FILE-NAME
           MOVE WS-NEW-REFUND-FILE-STATUS TO WS-ABORT-FILE-STATUS
           PERFORM FileWriteAbort
        END-IF
        READ RefundFile
            AT END SET EndOfRefundFile TO TRUE
        END-READ
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  PayOneItem - the item in hand as one DTL record when the
*>  student has a usable bank record (found, nine-digit routing
*>  number, account number present); otherwise one line on the
*>  exceptions report and the item is left outstanding.
*>  ---------------------------------------------------------------
PayOneItem.
    MOVE 'N' TO WS-ITEM-PAID-SW
    MOVE WS-ITEM-STUDENT-ID TO BankStudentId
    READ BankFile
        INVALID KEY CONTINUE
    END-READ
    IF NOT WS-BANK-FOUND
       MOVE "NO BANK RECORD ON FILE" TO WS-EXCEPTION-REASON
       PERFORM WriteException
       EXIT PARAGRAPH
    END-IF
    IF BankRoutingNo NOT NUMERIC OR BankRoutingNo = ZERO
       MOVE "ROUTING NUMBER MISSING/INVALID" TO WS-EXCEPTION-REASON
       PERFORM WriteException
       EXIT PARAGRAPH
    END-IF
    IF BankAccountNo = SPACES OR BankAccountName = SPACES
       MOVE "ACCOUNT NAME/NUMBER MISSING" TO WS-EXCEPTION-REASON
       PERFORM WriteException
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO PaymentDetail
    MOVE "DTL" TO PayRecordType
    MOVE WS-ITEM-TYPE TO DtlItemType
    MOVE WS-ITEM-STUDENT-ID TO DtlStudentId
    MOVE BankAccountName TO DtlAccountName
    MOVE BankRoutingNo TO DtlRoutingNo
    MOVE BankAccountNo TO DtlAccountNo
    MOVE WS-ITEM-AMOUNT TO DtlAmount
    MOVE WS-ITEM-TYPE TO DtlRefItemType
    MOVE WS-ITEM-STUDENT-ID TO DtlRefStudentId
    MOVE WS-ITEM-DATE TO DtlRefItemDate
    MOVE WS-RUN-DATE-NUM TO DtlValueDate
    WRITE PaymentDetail
    IF WS-PAYMENT-FILE-STATUS NOT = "00"
       MOVE "bank.payment.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-PAYMENT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF
    ADD 1 TO WS-PAYMENT-COUNT
    ADD WS-ITEM-AMOUNT TO WS-AMOUNT-TOTAL
    SET WS-ITEM-PAID TO TRUE.

*>  ---------------------------------------------------------------
*>  WriteException - one line on the exceptions report for the item
*>  in hand, with the student's surname off the roster.
*>  ---------------------------------------------------------------
WriteException.
    MOVE WS-ITEM-STUDENT-ID TO StudentId
    READ StudentFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-STUDENT-FOUND
       MOVE Surname TO WS-EXC-SURNAME
    ELSE
       MOVE "?" TO WS-EXC-SURNAME
    END-IF
    MOVE WS-ITEM-TYPE TO WS-EXC-ITEM-TYPE
    MOVE WS-ITEM-STUDENT-ID TO WS-EXC-STUDENT-ID
    MOVE WS-ITEM-DATE TO WS-EXC-ITEM-DATE
    MOVE WS-ITEM-AMOUNT TO WS-EXC-AMOUNT
    MOVE WS-EXCEPTION-REASON TO WS-EXC-REASON
    WRITE ExceptionLine FROM WS-EXCEPTION-DETAIL
    IF WS-EXCEPTION-FILE-STATUS NOT = "00"
       MOVE "bank.payment.exceptions.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-EXCEPTION-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF
    ADD 1 TO WS-EXCEPTION-COUNT.

*>  ---------------------------------------------------------------
*>  CloseRunFiles - the trailer with the count and amount total
*>  selected, then everything closed ready for the proof.
*>  ---------------------------------------------------------------
CloseRunFiles.
    MOVE SPACES TO PaymentTrailer
    MOVE "TRL" TO PayRecordType
    MOVE WS-PAYMENT-COUNT TO TrlPaymentCount
    MOVE WS-AMOUNT-TOTAL TO TrlAmountTotal
    WRITE PaymentTrailer
    IF WS-PAYMENT-FILE-STATUS NOT = "00"
       MOVE "bank.payment.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-PAYMENT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF
    IF WS-EXCEPTION-COUNT = ZERO
       MOVE "NO EXCEPTIONS - EVERY OUTSTANDING ITEM WAS PAID"
         TO ExceptionLine
       WRITE ExceptionLine
    END-IF

    CLOSE StudentFile
    CLOSE BankFile
    CLOSE DisburseFile
    CLOSE NewDisburseFile
    CLOSE RefundFile
    CLOSE NewRefundFile
    CLOSE PaymentFile
    CLOSE ExceptionFile.

*>  ---------------------------------------------------------------
*>  VerifyPaymentFile - re-reads the finished file from disk,
*>  recounts and retotals the details, and proves them against both
*>  the trailer's stated figures and the totals accumulated while
*>  selecting, the RegulatorExtract proof.
*>  ---------------------------------------------------------------
VerifyPaymentFile.
    OPEN INPUT PaymentFile
    IF WS-PAYMENT-FILE-STATUS NOT = "00"
       SET WS-VERIFY-FAILED TO TRUE
       DISPLAY "VERIFY ERROR - cannot re-read the payment file "
               "(file status " WS-PAYMENT-FILE-STATUS ")"
       EXIT PARAGRAPH
    END-IF
    READ PaymentFile
        AT END SET EndOfPaymentFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfPaymentFile
        EVALUATE TRUE
            WHEN PayDetailRecord
                ADD 1 TO WS-VERIFY-COUNT
                ADD DtlAmount TO WS-VERIFY-TOTAL
            WHEN PayTrailerRecord
                SET WS-TRAILER-SEEN TO TRUE
                MOVE TrlPaymentCount TO WS-VERIFY-STATED-COUNT
                MOVE TrlAmountTotal TO WS-VERIFY-STATED-TOTAL
            WHEN PayHeaderRecord
                CONTINUE
            WHEN OTHER
                SET WS-VERIFY-FAILED TO TRUE
                DISPLAY "VERIFY ERROR - unrecognized record type '"
                        PayRecordType "' in the payment file"
        END-EVALUATE
        READ PaymentFile
            AT END SET EndOfPaymentFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE PaymentFile

    IF NOT WS-TRAILER-SEEN
       SET WS-VERIFY-FAILED TO TRUE
       DISPLAY "VERIFY ERROR - no trailer on the payment file"
       EXIT PARAGRAPH
    END-IF
    IF WS-VERIFY-COUNT NOT = WS-VERIFY-STATED-COUNT
       OR WS-VERIFY-COUNT NOT = WS-PAYMENT-COUNT
       SET WS-VERIFY-FAILED TO TRUE
       DISPLAY "VERIFY ERROR - payments on disk " WS-VERIFY-COUNT
               ", trailer states " WS-VERIFY-STATED-COUNT
               ", selected " WS-PAYMENT-COUNT
    END-IF
    IF WS-VERIFY-TOTAL NOT = WS-VERIFY-STATED-TOTAL
       OR WS-VERIFY-TOTAL NOT = WS-AMOUNT-TOTAL
       SET WS-VERIFY-FAILED TO TRUE
       DISPLAY "VERIFY ERROR - amount on disk " WS-VERIFY-TOTAL
               ", trailer states " WS-VERIFY-STATED-TOTAL
               ", selected " WS-AMOUNT-TOTAL
    END-IF.

*>  ---------------------------------------------------------------
*>  DeletePaymentFile - an unbalanced file must not reach the bank;
*>  remove it the way RegulatorExtract removes an unbalanced
*>  submission.
*>  ---------------------------------------------------------------
DeletePaymentFile.
    CALL "CBL_DELETE_FILE" USING WS-PAYMENT-PATH
    MOVE RETURN-CODE TO WS-DELETE-RESULT
    MOVE ZERO TO RETURN-CODE
    IF WS-DELETE-RESULT NOT = ZERO
       DISPLAY "WARNING - could not delete the unbalanced payment "
               "file (result " WS-DELETE-RESULT ") - do NOT send it"
    END-IF.

*>  ---------------------------------------------------------------
*>  InstallPaidDisbursements - copies the side file, with tonight's
*>  payments marked paid, back over the live disbursements file
*>  record by record.
*>  ---------------------------------------------------------------
InstallPaidDisbursements.
    OPEN INPUT NewDisburseFile
    IF WS-NEW-DISBURSE-FILE-STATUS NOT = "00"
       MOVE "loans.disburse.new.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-NEW-DISBURSE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN OUTPUT DisburseFile
    IF WS-DISBURSE-FILE-STATUS NOT = "00" AND WS-DISBURSE-FILE-STATUS NOT = "05"
       MOVE "loans.disburse.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-DISBURSE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    READ NewDisburseFile
        AT END MOVE HIGH-VALUES TO NewDisburseRecord
    END-READ
    PERFORM UNTIL NewDisburseRecord = HIGH-VALUES
        WRITE DisburseRecord FROM NewDisburseRecord
        IF WS-DISBURSE-FILE-STATUS NOT = "00"
           MOVE "loans.disburse.dat" TO WS-ABORT-FILE-NAME
           MOVE WS-DISBURSE-FILE-STATUS TO WS-ABORT-FILE-STATUS
           PERFORM FileWriteAbort
        END-IF
        READ NewDisburseFile
            AT END MOVE HIGH-VALUES TO NewDisburseRecord
        END-READ
    END-PERFORM
    CLOSE NewDisburseFile
    CLOSE DisburseFile.

*>  ---------------------------------------------------------------
*>  InstallPaidRefunds - the same for the refunds file.
*>  ---------------------------------------------------------------
InstallPaidRefunds.
    OPEN INPUT NewRefundFile
    IF WS-NEW-REFUND-FILE-STATUS NOT = "00"
       MOVE "loans.refund.new.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-NEW-REFUND-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN OUTPUT RefundFile
    IF WS-REFUND-FILE-STATUS NOT = "00" AND WS-REFUND-FILE-STATUS NOT = "05"
       MOVE "loans.refund.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-REFUND-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    READ NewRefundFile
        AT END MOVE HIGH-VALUES TO NewRefundRecord
    END-READ
    PERFORM UNTIL NewRefundRecord = HIGH-VALUES
        WRITE RefundRecord FROM NewRefundRecord
        IF WS-REFUND-FILE-STATUS NOT = "00"
           MOVE "loans.refund.dat" TO WS-ABORT-FILE-NAME
           MOVE WS-REFUND-FILE-STATUS TO WS-ABORT-FILE-STATUS
           PERFORM FileWriteAbort
        END-IF
        READ NewRefundFile
            AT END MOVE HIGH-VALUES TO NewRefundRecord
        END-READ
    END-PERFORM
    CLOSE NewRefundFile
    CLOSE RefundFile.

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
    MOVE SPACES TO WS-STUDENTS-BANK-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.bank.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-BANK-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-DISBURSE-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.disburse.dat"
        DELIMITED BY SIZE INTO WS-LOANS-DISBURSE-PATH
    END-STRING
    MOVE SPACES TO WS-NEW-DISBURSE-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.disburse.new.dat"
        DELIMITED BY SIZE INTO WS-NEW-DISBURSE-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-REFUND-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.refund.dat"
        DELIMITED BY SIZE INTO WS-LOANS-REFUND-PATH
    END-STRING
    MOVE SPACES TO WS-NEW-REFUND-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.refund.new.dat"
        DELIMITED BY SIZE INTO WS-NEW-REFUND-PATH
    END-STRING
    MOVE SPACES TO WS-PAYMENT-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/bank.payment.dat"
        DELIMITED BY SIZE INTO WS-PAYMENT-PATH
    END-STRING
    MOVE SPACES TO WS-EXCEPTION-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/bank.payment.exceptions.dat"
        DELIMITED BY SIZE INTO WS-EXCEPTION-PATH
    END-STRING.
