*> balance movement is traceable instead of LoanAmount simply being
*> overwritten. A student's opening balance is seeded from LoanAmount
*> on Students.Dat the first time a posting arrives for them; after
*> that the balance carries forward from their record on the loan
*> balance master Loans.Balance.Dat, looked up by StudentId and
*> updated as each posting is applied - the ledger is no longer read
*> end to end to find it. The master must exist (LoanBalanceRebuild
*> creates it from the ledger); a run without one is refused.
*> A repayment larger than the outstanding balance is applied up to
*> the balance (closing it to zero) and the excess goes to the
*> refunds-due file Loans.Refund.Dat with a bursar report - real
*> money is never bounced to the reject file just for rounding up.
*> Each disbursement applied is queued on Loans.Disburse.Dat, and
*> each refund parked on Loans.Refund.Dat, for BankPaymentRun to pay
*> out through the bank.
*> A "W" write-off posting (queued by LoanWriteOffEntry once a
*> supervisor approves writing off a balance the collection agency
*> closed as uncollectable) takes the balance down by the amount
*> approved, never below zero and never into a refund; it is
*> accepted only for a student whose Loans.Collections.Dat record
*> shows the write-off approved, so no other feed can write a loan
*> off.
*> A disbursement is paid only to a student enrolled in the current
*> term: their Students.Enrolment.Dat record for the term (loaded
*> from the registrar by EnrolmentImport) must be there, not
*> withdrawn, and not on academic suspension - otherwise it goes to
*> Loans.Post.Reject.Dat with the reason. The current term comes
*> from CURRENT-TERM on RunParms.Dat when present, otherwise the
*> console prompt.
*>
*> RETURN-CODEs: 0 posted, 8 refused (no balance master, no current
*> term), 12 file error.

*> cobc -x -free loanpost.cbl      (standalone)
*> cobc -m -free loanpost.cbl      (module, CALLable from OperatorConsole)
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-LEDGER-FILE-STATUS.

      *>   The loan balance master - each student's current balance,
      *>   kept in step with every ledger entry this run appends.
      SELECT BalanceFile ASSIGN WS-LOANS-BALANCE-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS BalStudentId
             FILE STATUS IS WS-BALANCE-FILE-STATUS.

      *>   The collections file - the approval a "W" posting needs.
      SELECT OPTIONAL CollectionsFile ASSIGN WS-LOANS-COLLECTIONS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CollStudentId
             FILE STATUS IS WS-COLLECTIONS-FILE-STATUS.

      *>   Term enrolment - what a disbursement needs in the current
      *>   term.
      SELECT OPTIONAL EnrolmentFile ASSIGN WS-STUDENTS-ENROLMENT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS EnrolKey
             FILE STATUS IS WS-ENROLMENT-FILE-STATUS.

      SELECT OPTIONAL RunParmFile ASSIGN WS-RUNPARMS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-RUNPARM-FILE-STATUS.

      SELECT RejectFile ASSIGN WS-LOANS-POST-REJECT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-REFUND-FILE-STATUS.

      *>   Disbursements applied and waiting to be paid out through
      *>   the bank by BankPaymentRun.
      SELECT OPTIONAL DisburseFile ASSIGN WS-LOANS-DISBURSE-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-DISBURSE-FILE-STATUS.

      SELECT RefundReportFile ASSIGN WS-REFUND-REPORT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
   02 PostingType          PIC X.
      88 PostingDisbursement  VALUE "D".
      88 PostingRepayment     VALUE "R".
      88 PostingWriteOff      VALUE "W".
   02 PostingAmount        PIC 9(5).

FD LedgerFile.
   88 EndOfLedgerFile      VALUE HIGH-VALUES.
   COPY ledgrec.

FD BalanceFile.
01 BalanceRecord.
   COPY loanbal.

FD CollectionsFile.
01 CollectionsRecord.
   COPY collrec.

FD EnrolmentFile.
01 EnrolmentRecord.
   COPY enrolrec.

FD RunParmFile.
01 RunParmRecord.
   88 EndOfRunParmFile     VALUE HIGH-VALUES.
   COPY runparm.

FD RejectFile.
01 RejectLine              PIC X(60).

FD RefundFile.
01 RefundRecord.
   COPY refundrec.

FD DisburseFile.
01 DisburseRecord.
   COPY disbrec.

FD RefundReportFile.
01 RefundReportLine        PIC X(80).
01  WS-STUDENTS-PATH         PIC X(160).
01  WS-LOANS-POST-PATH       PIC X(160).
01  WS-LOANS-LEDGER-PATH     PIC X(160).
01  WS-LOANS-BALANCE-PATH    PIC X(160).
01  WS-LOANS-COLLECTIONS-PATH PIC X(160).
01  WS-LOANS-POST-REJECT-PATH PIC X(160).
01  WS-LOANS-REFUND-PATH     PIC X(160).
01  WS-LOANS-DISBURSE-PATH   PIC X(160).
01  WS-REFUND-REPORT-PATH    PIC X(160).
01  WS-STUDENTS-ENROLMENT-PATH PIC X(160).
01  WS-RUNPARMS-PATH         PIC X(160).

01  WS-STUDENT-FILE-STATUS   PIC XX.
    88  WS-STUDENT-FOUND         VALUE "00".
01  WS-LEDGER-FILE-STATUS    PIC XX.
01  WS-BALANCE-FILE-STATUS   PIC XX.
    88  WS-BALANCE-FOUND         VALUE "00".
01  WS-POSTING-FILE-STATUS   PIC XX.
01  WS-COLLECTIONS-FILE-STATUS PIC XX.
    88  WS-COLLECTIONS-FOUND     VALUE "00".
01  WS-POST-REJECT-FILE-STATUS PIC XX.
01  WS-REFUND-FILE-STATUS    PIC XX.
01  WS-DISBURSE-FILE-STATUS  PIC XX.
01  WS-REFUND-REPORT-FILE-STATUS PIC XX.
01  WS-ENROLMENT-FILE-STATUS PIC XX.
    88  WS-ENROLMENT-FOUND       VALUE "00".
*>   File-status hardening - a required file that fails to open
*>   abandons the run with a clear operator message and RETURN-CODE
*>   12, instead of a runtime abort partway through.
01  WS-ABORT-FILE-STATUS      PIC XX.


*>   The posting student's balance before this posting - from
*>   their balance master record, or LoanAmount for a student
*>   posted for the first time (who gets a new master record).
01  WS-POSTING-BALANCE       PIC 9(7).
01  WS-BALANCE-ON-FILE-SW    PIC X.
    88  WS-BALANCE-ON-FILE       VALUE 'Y'.
*>   Posting stamps, compared so the master's last-posting stamp
*>   only ever moves forward.
01  WS-POST-STAMP.
    02  WS-POST-DATE            PIC 9(8).
    02  WS-POST-TIME            PIC 9(8).
01  WS-MASTER-STAMP.
    02  WS-MASTER-DATE          PIC 9(8).
    02  WS-MASTER-TIME          PIC 9(8).

*>   Validation of incoming postings - bad ones are kicked out to
*>   Loans.Post.Reject.Dat instead of being applied silently.

01  WS-NEW-BALANCE           PIC S9(8).

*>   The term a disbursement must be enrolled in - from RunParms.Dat
*>   when the control file supplied CURRENT-TERM, otherwise the
*>   console prompt.
01  WS-RUNPARM-FILE-STATUS   PIC XX.
01  WS-PARM-SOURCE           PIC X(12) VALUE "console".
01  WS-TERM-PARM-SW          PIC X VALUE 'N'.
    88  WS-TERM-FROM-PARMS       VALUE 'Y'.
01  WS-CURRENT-TERM          PIC X(6).

*>   Split handling for a repayment larger than the balance - the
*>   part applied pays the loan down to zero and the rest is owed
*>   back to the student. This run's refunds are also held in a
01  WS-DISBURSED-COUNT       PIC 9(7) VALUE ZERO.
01  WS-REPAID-COUNT          PIC 9(7) VALUE ZERO.
01  WS-REJECTED-COUNT        PIC 9(7) VALUE ZERO.
01  WS-NOT-ENROLLED-COUNT    PIC 9(7) VALUE ZERO.
01  WS-REFUND-COUNT          PIC 9(7) VALUE ZERO.
01  WS-WRITTEN-OFF-COUNT     PIC 9(7) VALUE ZERO.
01  WS-WRITTEN-OFF-TOTAL     PIC 9(9) VALUE ZERO.
01  WS-DISBURSED-TOTAL       PIC 9(9) VALUE ZERO.
01  WS-REPAID-TOTAL          PIC 9(9) VALUE ZERO.
01  WS-REFUND-TOTAL          PIC 9(9) VALUE ZERO.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA

    PERFORM GetRunParms
    IF WS-TERM-FROM-PARMS
       DISPLAY "Current term " WS-CURRENT-TERM " taken from RunParms.Dat"
    ELSE
       DISPLAY "Current term for the enrolment check (e.g. 2026FA): "
               WITH NO ADVANCING
       ACCEPT WS-CURRENT-TERM
    END-IF
    IF WS-CURRENT-TERM = SPACES
       DISPLAY "RUN REFUSED - no current term given, so no "
               "disbursement can be checked against enrolment"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF

    OPEN I-O BalanceFile
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
       MOVE WS-POSTING-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN INPUT CollectionsFile
    *>   Status 05 means the OPTIONAL file was absent and is now open
    *>   and empty - every "W" posting is then refused as unapproved.
    IF WS-COLLECTIONS-FILE-STATUS NOT = "00"
       AND WS-COLLECTIONS-FILE-STATUS NOT = "05"
       MOVE "loans.collections.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-COLLECTIONS-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN INPUT EnrolmentFile
    *>   Status 05 - no term has been loaded from the registrar yet;
    *>   every disbursement is then refused as not enrolled.
    IF WS-ENROLMENT-FILE-STATUS = "05"
       DISPLAY "WARNING - Students.Enrolment.Dat is not on file - "
               "no disbursement can be paid until EnrolmentImport "
               "has loaded the term"
    END-IF
    IF WS-ENROLMENT-FILE-STATUS NOT = "00"
       AND WS-ENROLMENT-FILE-STATUS NOT = "05"
       MOVE "students.enrolment.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-ENROLMENT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN EXTEND LedgerFile
    IF WS-LEDGER-FILE-STATUS NOT = "00" AND WS-LEDGER-FILE-STATUS NOT = "05"
       MOVE "loans.ledger.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-REFUND-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN EXTEND DisburseFile
    IF WS-DISBURSE-FILE-STATUS NOT = "00" AND WS-DISBURSE-FILE-STATUS NOT = "05"
       MOVE "loans.disburse.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-DISBURSE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF

    READ PostingFile
        AT END SET EndOfPostingFile TO TRUE
    CLOSE StudentFile
    CLOSE PostingFile
    CLOSE LedgerFile
    CLOSE BalanceFile
    CLOSE CollectionsFile
    CLOSE EnrolmentFile
    CLOSE RejectFile
    CLOSE RefundFile
    CLOSE DisburseFile

    PERFORM WriteBursarReport

    DISPLAY "Disbursements applied................. : " WS-DISBURSED-COUNT
    DISPLAY "Repayments applied.................... : " WS-REPAID-COUNT
    DISPLAY "Postings rejected..................... : " WS-REJECTED-COUNT
    DISPLAY "  disbursements not enrolled (" WS-CURRENT-TERM ").: "
            WS-NOT-ENROLLED-COUNT
    DISPLAY "Write-offs applied.................... : " WS-WRITTEN-OFF-COUNT
    DISPLAY "Overpayments split to refunds......... : " WS-REFUND-COUNT
    DISPLAY "Total disbursed....................... : " WS-DISBURSED-TOTAL
    DISPLAY "Total repaid.......................... : " WS-REPAID-TOTAL
    DISPLAY "Total refunds due..................... : " WS-REFUND-TOTAL
    DISPLAY "Total written off..................... : " WS-WRITTEN-OFF-TOTAL
    DISPLAY "=========================================================="

    PERFORM WriteRunControl
    MOVE WS-RUN-START-TIME TO RunStartTime
    MOVE WS-POSTINGS-READ-COUNT TO RunRecordsRead
    COMPUTE RunRecordsWritten = WS-DISBURSED-COUNT + WS-REPAID-COUNT
                              + WS-WRITTEN-OFF-COUNT
    MOVE WS-REJECTED-COUNT TO RunRejectedCount
    MOVE RETURN-CODE TO RunReturnCode
    CALL "runlogger" USING BY REFERENCE WS-RUN-CONTROL.
    GOBACK.

*>  ---------------------------------------------------------------
*>  GetRunParms - reads RunParms.Dat (when it exists) for the
*>  CURRENT-TERM keyword, so an unattended run needs nobody at the
*>  console. A missing file, or a file without the keyword, leaves
*>  the program prompting as the others do.
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
           MOVE ParmValue(1:6) TO WS-CURRENT-TERM
           SET WS-TERM-FROM-PARMS TO TRUE
           MOVE "RunParms.Dat" TO WS-PARM-SOURCE
        END-IF
        READ RunParmFile
            AT END SET EndOfRunParmFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE RunParmFile.

*>  ---------------------------------------------------------------
*>  ValidatePosting - the StudentId must be 7 numeric digits and on
*>  Students.Dat, the type one of D/R/W, and the amount numeric,
*>  before a posting is allowed near the ledger. A repayment larger
*>  than the balance is no longer rejected here - ApplyPosting splits
*>  it, paying the loan off and routing the excess to the refunds
*>  file. A write-off needs its approval on Loans.Collections.Dat
*>  and a balance still standing to write off. A disbursement needs
*>  the student enrolled in the current term and not suspended.
*>  ---------------------------------------------------------------
ValidatePosting.
    SET PostIsValid TO TRUE
       MOVE "NON-NUMERIC STUDENT ID" TO WS-REJECT-REASON
       EXIT PARAGRAPH
    END-IF
    IF NOT (PostingDisbursement OR PostingRepayment OR PostingWriteOff)
       SET PostIsInvalid TO TRUE
       MOVE "INVALID POSTING TYPE" TO WS-REJECT-REASON
       EXIT PARAGRAPH
       EXIT PARAGRAPH
    END-IF

    IF PostingDisbursement
       PERFORM CheckTermEnrolment
       IF PostIsInvalid
          ADD 1 TO WS-NOT-ENROLLED-COUNT
          EXIT PARAGRAPH
       END-IF
    END-IF

    PERFORM LocatePostingBalance

    IF PostingWriteOff
       MOVE PostingStudentID-N TO CollStudentId
       READ CollectionsFile
           INVALID KEY CONTINUE
       END-READ
       IF NOT WS-COLLECTIONS-FOUND OR NOT CollWrittenOff
          SET PostIsInvalid TO TRUE
          MOVE "WRITE-OFF NOT APPROVED" TO WS-REJECT-REASON
          EXIT PARAGRAPH
       END-IF
       IF WS-POSTING-BALANCE = ZERO
          SET PostIsInvalid TO TRUE
          MOVE "NOTHING LEFT TO WRITE OFF" TO WS-REJECT-REASON
          EXIT PARAGRAPH
       END-IF
    END-IF.

*>  ---------------------------------------------------------------
*>  CheckTermEnrolment - the disbursing student's enrolment record
*>  for the current term: none, or withdrawn from the term, means
*>  not enrolled; a suspension stops the money whatever the term.
*>  ---------------------------------------------------------------
CheckTermEnrolment.
    MOVE PostingStudentID-N TO EnrolStudentId
    MOVE WS-CURRENT-TERM TO EnrolTerm
    READ EnrolmentFile
        INVALID KEY CONTINUE
    END-READ
    IF NOT WS-ENROLMENT-FOUND
       SET PostIsInvalid TO TRUE
       MOVE SPACES TO WS-REJECT-REASON
       STRING "NOT ENROLLED IN TERM " WS-CURRENT-TERM
           DELIMITED BY SIZE INTO WS-REJECT-REASON
       END-STRING
       EXIT PARAGRAPH
    END-IF
    IF EnrolWithdrawn
       SET PostIsInvalid TO TRUE
       MOVE SPACES TO WS-REJECT-REASON
       STRING "WITHDRAWN FROM TERM " WS-CURRENT-TERM
           DELIMITED BY SIZE INTO WS-REJECT-REASON
       END-STRING
       EXIT PARAGRAPH
    END-IF
    IF EnrolSuspended
       SET PostIsInvalid TO TRUE
       MOVE "ON ACADEMIC SUSPENSION" TO WS-REJECT-REASON
    END-IF.

*>  ---------------------------------------------------------------
*>  LocatePostingBalance - reads the posting student's balance
*>  master record. A student posted for the first time has none; a
*>  new record is started, seeded with the LoanAmount already read
*>  from Students.Dat, so the ledger picks up from the balance the
*>  roster last knew about.
*>  ---------------------------------------------------------------
LocatePostingBalance.
    MOVE PostingStudentID-N TO BalStudentId
    READ BalanceFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-BALANCE-FOUND
       SET WS-BALANCE-ON-FILE TO TRUE
       MOVE BalCurrentBalance TO WS-POSTING-BALANCE
    ELSE
       MOVE 'N' TO WS-BALANCE-ON-FILE-SW
       MOVE SPACES TO BalanceRecord
       MOVE PostingStudentID-N TO BalStudentId
       MOVE ZERO TO BalLastRepayDate
       MOVE ZERO TO BalLastAccrueDate
       MOVE ZERO TO BalLastPostDate
       MOVE ZERO TO BalLastPostTime
       MOVE LoanAmount TO WS-POSTING-BALANCE
    END-IF.

*>  ---------------------------------------------------------------
*>  A repayment that overshoots the balance is applied only up to
*>  the balance - the ledger entry carries the amount actually
*>  applied, the balance closes to zero, and the excess goes to the
*>  refunds-due file instead of the whole payment bouncing. A
*>  write-off larger than the balance still standing (recoveries
*>  applied since it was approved) writes off only that balance.
*>  ---------------------------------------------------------------
ApplyPosting.
    MOVE PostingAmount TO WS-APPLIED-AMOUNT
    MOVE ZERO TO WS-EXCESS-AMOUNT
    EVALUATE TRUE
        WHEN PostingDisbursement
           COMPUTE WS-NEW-BALANCE =
                   WS-POSTING-BALANCE + PostingAmount
           ADD 1 TO WS-DISBURSED-COUNT
           ADD PostingAmount TO WS-DISBURSED-TOTAL
        WHEN PostingWriteOff
           IF PostingAmount > WS-POSTING-BALANCE
              MOVE WS-POSTING-BALANCE TO WS-APPLIED-AMOUNT
           END-IF
           COMPUTE WS-NEW-BALANCE =
                   WS-POSTING-BALANCE - WS-APPLIED-AMOUNT
           ADD 1 TO WS-WRITTEN-OFF-COUNT
           ADD WS-APPLIED-AMOUNT TO WS-WRITTEN-OFF-TOTAL
        WHEN OTHER
           IF PostingAmount > WS-POSTING-BALANCE
              MOVE WS-POSTING-BALANCE TO WS-APPLIED-AMOUNT
              COMPUTE WS-EXCESS-AMOUNT =
                      PostingAmount - WS-APPLIED-AMOUNT
           END-IF
           COMPUTE WS-NEW-BALANCE =
                   WS-POSTING-BALANCE - WS-APPLIED-AMOUNT
           ADD 1 TO WS-REPAID-COUNT
           ADD WS-APPLIED-AMOUNT TO WS-REPAID-TOTAL
    END-EVALUATE
    MOVE WS-NEW-BALANCE TO WS-POSTING-BALANCE

    MOVE PostingStudentID-N TO LedgerStudentId
    MOVE WS-CURRENT-YEAR    TO LedgerPostYear
    MOVE PostingType        TO LedgerPostType
    MOVE WS-APPLIED-AMOUNT  TO LedgerPostAmount
    MOVE WS-NEW-BALANCE     TO LedgerBalance
    MOVE SPACES             TO LedgerReversalRef
    WRITE LedgerRecord
    IF WS-LEDGER-FILE-STATUS NOT = "00"
       MOVE "loans.ledger.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-LEDGER-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    PERFORM UpdateBalanceMaster

    DISPLAY "Posted - " LedgerStudentId SPACE LedgerPostType SPACE
            LedgerPostAmount " new balance " LedgerBalance

    IF PostingDisbursement
       PERFORM RecordDisbursementDue
    END-IF
    IF WS-EXCESS-AMOUNT > ZERO
       PERFORM RecordRefundDue
    END-IF.

*>  ---------------------------------------------------------------
*>  RecordDisbursementDue - queues the disbursement just posted on
*>  Loans.Disburse.Dat, stamped with its ledger entry's date and
*>  time, outstanding until BankPaymentRun pays it out.
*>  ---------------------------------------------------------------
RecordDisbursementDue.
    MOVE LedgerStudentId    TO DisbStudentId
    MOVE LedgerPostDate     TO DisbPostDate
    MOVE LedgerPostTime     TO DisbPostTime
    MOVE LedgerPostAmount   TO DisbAmount
    SET DisbOutstanding     TO TRUE
    MOVE ZERO               TO DisbPaidDate
    WRITE DisburseRecord
    IF WS-DISBURSE-FILE-STATUS NOT = "00"
       MOVE "loans.disburse.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-DISBURSE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF.

*>  ---------------------------------------------------------------
*>  UpdateBalanceMaster - carries the ledger entry just written onto
*>  the student's balance master record: the new balance, the
*>  repayment date for an "R", and the posting stamp when it is the
*>  latest the student has had - the rules LoanBalanceRebuild
*>  replays the ledger by.
*>  ---------------------------------------------------------------
UpdateBalanceMaster.
    MOVE LedgerBalance TO BalCurrentBalance
    IF LedgerRepayment
       AND LedgerPostDate > BalLastRepayDate
       MOVE LedgerPostDate TO BalLastRepayDate
    END-IF
    MOVE LedgerPostDate TO WS-POST-DATE
    MOVE LedgerPostTime TO WS-POST-TIME
    MOVE BalLastPostDate TO WS-MASTER-DATE
    MOVE BalLastPostTime TO WS-MASTER-TIME
    IF WS-POST-STAMP > WS-MASTER-STAMP
       MOVE WS-POST-DATE TO BalLastPostDate
       MOVE WS-POST-TIME TO BalLastPostTime
    END-IF
    IF WS-BALANCE-ON-FILE
       REWRITE BalanceRecord
    ELSE
       WRITE BalanceRecord
    END-IF
    IF WS-BALANCE-FILE-STATUS NOT = "00"
       MOVE "loans.balance.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-BALANCE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF.

*>  ---------------------------------------------------------------
*>  RecordRefundDue - the part of the repayment beyond the balance
*>  it paid off: one record to Loans.Refund.Dat for the bursar to
    MOVE PostingStudentID-N TO RefundStudentId
    MOVE WS-CURRENT-DATE    TO RefundDate
    MOVE WS-EXCESS-AMOUNT   TO RefundAmount
    MOVE "O"                TO RefundStatus
    MOVE ZERO               TO RefundPaidDate
    WRITE RefundRecord
    IF WS-REFUND-FILE-STATUS NOT = "00"
       MOVE "loans.refund.dat" TO WS-ABORT-FILE-NAME
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.ledger.dat"
        DELIMITED BY SIZE INTO WS-LOANS-LEDGER-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-BALANCE-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.balance.dat"
        DELIMITED BY SIZE INTO WS-LOANS-BALANCE-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-COLLECTIONS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.collections.dat"
        DELIMITED BY SIZE INTO WS-LOANS-COLLECTIONS-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-POST-REJECT-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.post.reject.dat"
        DELIMITED BY SIZE INTO WS-LOANS-POST-REJECT-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.refund.dat"
        DELIMITED BY SIZE INTO WS-LOANS-REFUND-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-DISBURSE-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.disburse.dat"
        DELIMITED BY SIZE INTO WS-LOANS-DISBURSE-PATH
    END-STRING
    MOVE SPACES TO WS-REFUND-REPORT-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.refund.report.dat"
        DELIMITED BY SIZE INTO WS-REFUND-REPORT-PATH
    END-STRING
    MOVE SPACES TO WS-STUDENTS-ENROLMENT-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.enrolment.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-ENROLMENT-PATH
    END-STRING
    MOVE SPACES TO WS-RUNPARMS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/runparms.dat"
        DELIMITED BY SIZE INTO WS-RUNPARMS-PATH
    END-STRING.
