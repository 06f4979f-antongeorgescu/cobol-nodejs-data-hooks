IDENTIFICATION DIVISION.
PROGRAM-ID. LoanReversalEntry.
AUTHOR. Anton Georgescu.
*> Supervised reversal of a loan ledger posting - the only way a
*> disbursement keyed against the wrong StudentId, or a bank payment
*> matched to the wrong student, comes back off Loans.Ledger.Dat
*> without an offsetting repayment distorting the repayment history.
*> The operator names the student, the program lists their postings
*> on the live ledger (marking any already reversed), and the
*> operator picks the "D" or "R" posting to cancel, gives a reason
*> code and the authorising supervisor. A "V" reversal posting is
*> then appended carrying a reference to the original (its stamp,
*> type and amount), the reason and the supervisor, and the balance
*> is restored as if the original had never been made: the
*> original amount comes back off (or, for a repayment, back on)
*> together with the interest LoanInterestAccrue has since charged
*> on it, worked out month by month from the accrual postings in
*> proportion to the balance each was charged on. The balance
*> master moves with it - for a reversed repayment its last
*> repayment date falls back to the latest repayment still
*> standing, so LoanAgingReport ages from real money.
*> A reversal is refused when the original is already reversed, is
*> no longer on the live ledger (cut to the archive by
*> LoanPeriodClose), is not a disbursement or repayment, or would
*> take the balance below zero (reverse the later repayment first).
*> A reversed disbursement still waiting on Loans.Disburse.Dat, or
*> the refund a reversed overpayment parked on Loans.Refund.Dat, is
*> cancelled so BankPaymentRun never pays it out; one already paid
*> is reported for recovery by hand.
*>
*> RETURN-CODEs: 0 session complete, 8 refused (no balance master),
*> 12 file error.

*> cobc -x -free loanreversalentry.cbl      (standalone)
*> cobc -m -free loanreversalentry.cbl      (module, CALLable from OperatorConsole)

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

      SELECT BalanceFile ASSIGN WS-LOANS-BALANCE-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS BalStudentId
             FILE STATUS IS WS-BALANCE-FILE-STATUS.

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

DATA DIVISION.

FILE SECTION.
FD StudentFile.
01 StudentDetails.
   COPY studrec.

FD LedgerFile.
01 LedgerRecord.
   88 EndOfLedgerFile      VALUE HIGH-VALUES.
   COPY ledgrec.

FD BalanceFile.
01 BalanceRecord.
   COPY loanbal.

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

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>   comes from the STUDENT_DATA_DIR environment variable (default
*>   "data"), so the same compiled programs run against the
*>   production directory tonight and a test copy tomorrow morning
*>   without recompiling.
01  WS-DATA-DIR              PIC X(64).
01  WS-STUDENTS-PATH         PIC X(160).
01  WS-LOANS-LEDGER-PATH     PIC X(160).
01  WS-LOANS-BALANCE-PATH    PIC X(160).
01  WS-LOANS-DISBURSE-PATH   PIC X(160).
01  WS-NEW-DISBURSE-PATH     PIC X(160).
01  WS-LOANS-REFUND-PATH     PIC X(160).
01  WS-NEW-REFUND-PATH       PIC X(160).

01  WS-STUDENT-FILE-STATUS   PIC XX.
    88  WS-STUDENT-FOUND         VALUE "00".
01  WS-LEDGER-FILE-STATUS    PIC XX.
01  WS-BALANCE-FILE-STATUS   PIC XX.
    88  WS-BALANCE-FOUND         VALUE "00".
01  WS-DISBURSE-FILE-STATUS  PIC XX.
01  WS-NEW-DISBURSE-FILE-STATUS PIC XX.
01  WS-REFUND-FILE-STATUS    PIC XX.
01  WS-NEW-REFUND-FILE-STATUS PIC XX.
*>   File-status hardening - a required file that fails to open
*>   abandons the run with a clear operator message and RETURN-CODE
*>   12, instead of a runtime abort partway through.
01  WS-ABORT-FILE-NAME        PIC X(30).
01  WS-ABORT-FILE-STATUS      PIC XX.

01  WS-MORE-ENTRIES-SW       PIC X VALUE 'Y'.
    88  WS-MORE-ENTRIES          VALUE 'Y' 'y'.
01  WS-CONFIRM-SW            PIC X.
    88  WS-CONFIRMED             VALUE 'Y' 'y'.

*>   What the operator keyed for this reversal.
01  WS-ENTRY-STUDENT-ID      PIC 9(7).
01  WS-ENTRY-LINE-NO         PIC 9(3).
01  WS-ENTRY-REASON          PIC XX.
    88  WS-ENTRY-REASON-VALID    VALUE "WS" "WA" "DP" "BR" "OT".
01  WS-ENTRY-SUPERVISOR      PIC X(8).
*>   The operator signed on at OperatorConsole - only a supervisor
*>   is offered reversals there, so they authorise their own.
01  WS-SIGNED-ON-OPERATOR    PIC X(8).

*>   The student's postings on the live ledger, in file order, with
*>   each reversal matched back to the posting it cancelled. Capped
*>   at 300 a student - a live period never holds that many, and a
*>   student past it is refused rather than half listed.
01  WS-POSTING-TABLE.
    02  WS-POSTING-COUNT       PIC 9(3) VALUE ZERO.
    02  WS-POSTING-ENTRY OCCURS 300 TIMES INDEXED BY WS-PT-IX WS-PT-JX.
        03  WS-PT-DATE            PIC 9(8).
        03  WS-PT-TIME            PIC 9(8).
        03  WS-PT-TYPE            PIC X.
        03  WS-PT-AMOUNT          PIC 9(5).
        03  WS-PT-BALANCE         PIC 9(7).
        03  WS-PT-REF-DATE        PIC 9(8).
        03  WS-PT-REF-TIME        PIC 9(8).
        03  WS-PT-REF-TYPE        PIC X.
        03  WS-PT-REF-AMOUNT      PIC 9(5).
        03  WS-PT-REVERSED-SW     PIC X.
            88  WS-PT-REVERSED        VALUE 'Y'.
        03  WS-PT-REVERSED-ON     PIC 9(8).
01  WS-POSTING-TABLE-FULL-SW PIC X VALUE 'N'.
    88  WS-POSTING-TABLE-FULL    VALUE 'Y'.
01  WS-SEL-IX                PIC 9(3).
01  WS-LINE-NOTE             PIC X(24).

*>   The reversal being built - the original's amount plus the
*>   interest charged on it since, and the balance it leaves.
01  WS-REV-PRINCIPAL         PIC 9(7).
01  WS-REV-EFFECTIVE         PIC 9(7).
01  WS-REV-INTEREST          PIC 9(7).
01  WS-REV-SHARE             PIC 9(7).
01  WS-REV-TOTAL             PIC 9(7).
01  WS-BALANCE-BEFORE-ACCRUAL PIC 9(7).
01  WS-OLD-BALANCE           PIC 9(7).
01  WS-NEW-BALANCE           PIC 9(7).
01  WS-STANDING-REPAY-DATE   PIC 9(8).
01  WS-REFUSAL-REASON        PIC X(60).
01  WS-ENTRY-OK-SW           PIC X.
    88  WS-ENTRY-OK              VALUE 'Y'.
    88  WS-ENTRY-REFUSED         VALUE 'N'.

*>   Cancelling the original's queued payment - what the side-file
*>   pass found for it.
01  WS-QUEUE-MATCH-SW        PIC X.
    88  WS-QUEUE-NO-MATCH        VALUE 'N'.
    88  WS-QUEUE-CANCELLED       VALUE 'C'.
    88  WS-QUEUE-ALREADY-PAID    VALUE 'P'.
01  WS-QUEUE-PAID-DATE       PIC 9(8).

*>   Posting stamps, compared so the master's last-posting stamp
*>   only ever moves forward.
01  WS-POST-STAMP.
    02  WS-POST-DATE            PIC 9(8).
    02  WS-POST-TIME            PIC 9(8).
01  WS-MASTER-STAMP.
    02  WS-MASTER-DATE          PIC 9(8).
    02  WS-MASTER-TIME          PIC 9(8).

01  WS-CURRENT-DATE-DATA.
    05  WS-CURRENT-DATE.
        10  WS-CURRENT-YEAR         PIC 9(04).
        10  WS-CURRENT-MONTH        PIC 9(02).
        10  WS-CURRENT-DAY          PIC 9(02).
    05  WS-CURRENT-TIME.
        10  WS-CURRENT-HOURS        PIC 9(02).
        10  WS-CURRENT-MINUTE       PIC 9(02).
        10  WS-CURRENT-SECOND       PIC 9(02).
        10  WS-CURRENT-MILLISECONDS PIC 9(02).

*>   Control totals for the end-of-session summary.
01  WS-REQUESTED-COUNT       PIC 9(7) VALUE ZERO.
01  WS-REVERSED-COUNT        PIC 9(7) VALUE ZERO.
01  WS-REFUSED-COUNT         PIC 9(7) VALUE ZERO.

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
    ACCEPT WS-SIGNED-ON-OPERATOR FROM ENVIRONMENT "STUDENT_OPERATOR_ID"
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP

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
       MOVE "students.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-STUDENT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF

    PERFORM UNTIL NOT WS-MORE-ENTRIES
       PERFORM EnterReversal

       DISPLAY "Reverse another posting (Y/N): " WITH NO ADVANCING
       ACCEPT WS-MORE-ENTRIES-SW
    END-PERFORM

    CLOSE StudentFile
    CLOSE BalanceFile

    DISPLAY " "
    DISPLAY "============= LoanReversalEntry Control Totals ============="
    DISPLAY "Reversals requested................... : " WS-REQUESTED-COUNT
    DISPLAY "Reversals posted...................... : " WS-REVERSED-COUNT
    DISPLAY "Reversals refused..................... : " WS-REFUSED-COUNT
    DISPLAY "============================================================"

    PERFORM WriteRunControl

    GOBACK.

*>  ---------------------------------------------------------------
*>  WriteRunControl - this run's record counts and final
*>  RETURN-CODE, appended to Runs.Dat through runlogger.
*>  ---------------------------------------------------------------
WriteRunControl.
    MOVE "LoanReversalEntry" TO RunProgramName
    MOVE WS-RUN-START-DATE TO RunStartDate
    MOVE WS-RUN-START-TIME TO RunStartTime
    MOVE WS-REQUESTED-COUNT TO RunRecordsRead
    MOVE WS-REVERSED-COUNT TO RunRecordsWritten
    MOVE WS-REFUSED-COUNT TO RunRejectedCount
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
*>  EnterReversal - one reversal from request to posting: the
*>  student, the posting picked off their live-ledger listing, the
*>  reason and the supervisor, the effect shown for confirmation,
*>  then the "V" posting, the master and the payment queues.
*>  ---------------------------------------------------------------
EnterReversal.
    DISPLAY "StudentId (7 digits): " WITH NO ADVANCING
    ACCEPT WS-ENTRY-STUDENT-ID
    ADD 1 TO WS-REQUESTED-COUNT
    SET WS-ENTRY-OK TO TRUE

    MOVE WS-ENTRY-STUDENT-ID TO StudentId
    READ StudentFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-STUDENT-FOUND
       DISPLAY "Live ledger postings for " WS-ENTRY-STUDENT-ID " "
               StudentName
    ELSE
       DISPLAY "Live ledger postings for " WS-ENTRY-STUDENT-ID
               " (not on the roster)"
    END-IF

    PERFORM LoadStudentPostings
    IF WS-POSTING-TABLE-FULL
       MOVE "more than 300 live postings - cannot list them all"
         TO WS-REFUSAL-REASON
       PERFORM RefuseReversal
       EXIT PARAGRAPH
    END-IF
    IF WS-POSTING-COUNT = ZERO
       MOVE "no postings on the live ledger - earlier ones are archived"
         TO WS-REFUSAL-REASON
       PERFORM RefuseReversal
       EXIT PARAGRAPH
    END-IF
    PERFORM ListStudentPostings

    DISPLAY "Line to reverse (0 for none): " WITH NO ADVANCING
    ACCEPT WS-ENTRY-LINE-NO
    IF WS-ENTRY-LINE-NO = ZERO
       DISPLAY "Nothing reversed"
       SUBTRACT 1 FROM WS-REQUESTED-COUNT
       EXIT PARAGRAPH
    END-IF
    PERFORM CheckSelectedPosting
    IF WS-ENTRY-REFUSED
       PERFORM RefuseReversal
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Reason - WS wrong student, WA wrong amount, DP duplicate,"
    DISPLAY "         BR bank returned, OT other: " WITH NO ADVANCING
    ACCEPT WS-ENTRY-REASON
    MOVE FUNCTION UPPER-CASE(WS-ENTRY-REASON) TO WS-ENTRY-REASON
    IF NOT WS-ENTRY-REASON-VALID
       MOVE "a reversal needs one of the listed reason codes"
         TO WS-REFUSAL-REASON
       PERFORM RefuseReversal
       EXIT PARAGRAPH
    END-IF
    IF WS-SIGNED-ON-OPERATOR NOT = SPACES
       MOVE WS-SIGNED-ON-OPERATOR TO WS-ENTRY-SUPERVISOR
    ELSE
       DISPLAY "Authorising supervisor (initials or id): "
               WITH NO ADVANCING
       ACCEPT WS-ENTRY-SUPERVISOR
    END-IF
    IF WS-ENTRY-SUPERVISOR = SPACES
       MOVE "a reversal must be authorised by a supervisor"
         TO WS-REFUSAL-REASON
       PERFORM RefuseReversal
       EXIT PARAGRAPH
    END-IF

    PERFORM WorkOutReversal
    IF WS-ENTRY-REFUSED
       PERFORM RefuseReversal
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Reversal of " WS-PT-TYPE(WS-SEL-IX) " "
            WS-PT-AMOUNT(WS-SEL-IX) " posted " WS-PT-DATE(WS-SEL-IX)
    DISPLAY "  interest charged on it since..... : " WS-REV-INTEREST
    DISPLAY "  reversal amount.................. : " WS-REV-TOTAL
    DISPLAY "  balance " WS-OLD-BALANCE " becomes " WS-NEW-BALANCE
    DISPLAY "Post this reversal (Y/N): " WITH NO ADVANCING
    ACCEPT WS-CONFIRM-SW
    IF NOT WS-CONFIRMED
       DISPLAY "Nothing reversed"
       SUBTRACT 1 FROM WS-REQUESTED-COUNT
       EXIT PARAGRAPH
    END-IF

    PERFORM PostReversal
    PERFORM UpdateBalanceMaster
    IF WS-PT-TYPE(WS-SEL-IX) = "D"
       PERFORM CancelQueuedDisbursement
    ELSE
       IF WS-PT-BALANCE(WS-SEL-IX) = ZERO
          PERFORM CancelQueuedRefund
       END-IF
    END-IF
    ADD 1 TO WS-REVERSED-COUNT.

*>  ---------------------------------------------------------------
*>  RefuseReversal - the reversal cannot be taken; say why.
*>  ---------------------------------------------------------------
RefuseReversal.
    DISPLAY "REVERSAL REFUSED - " WS-REFUSAL-REASON
    ADD 1 TO WS-REFUSED-COUNT.

*>  ---------------------------------------------------------------
*>  LoadStudentPostings - one pass over the live ledger collecting
*>  the student's postings in file order, then each "V" matched to
*>  the earliest posting of the same stamp, type and amount not
*>  already matched - so two identical postings from one run are
*>  reversed one at a time.
*>  ---------------------------------------------------------------
LoadStudentPostings.
    MOVE ZERO TO WS-POSTING-COUNT
    MOVE 'N' TO WS-POSTING-TABLE-FULL-SW
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
        IF LedgerStudentId = WS-ENTRY-STUDENT-ID
           IF WS-POSTING-COUNT < 300
              ADD 1 TO WS-POSTING-COUNT
              SET WS-PT-IX TO WS-POSTING-COUNT
              MOVE LedgerPostDate   TO WS-PT-DATE(WS-PT-IX)
              MOVE LedgerPostTime   TO WS-PT-TIME(WS-PT-IX)
              MOVE LedgerPostType   TO WS-PT-TYPE(WS-PT-IX)
              MOVE LedgerPostAmount TO WS-PT-AMOUNT(WS-PT-IX)
              MOVE LedgerBalance    TO WS-PT-BALANCE(WS-PT-IX)
              MOVE 'N' TO WS-PT-REVERSED-SW(WS-PT-IX)
              MOVE ZERO TO WS-PT-REVERSED-ON(WS-PT-IX)
              IF LedgerReversal
                 MOVE LedgerRevOrigDate   TO WS-PT-REF-DATE(WS-PT-IX)
                 MOVE LedgerRevOrigTime   TO WS-PT-REF-TIME(WS-PT-IX)
                 MOVE LedgerRevOrigType   TO WS-PT-REF-TYPE(WS-PT-IX)
                 MOVE LedgerRevOrigAmount TO WS-PT-REF-AMOUNT(WS-PT-IX)
              END-IF
           ELSE
              SET WS-POSTING-TABLE-FULL TO TRUE
           END-IF
        END-IF
        READ LedgerFile
            AT END SET EndOfLedgerFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE LedgerFile

    PERFORM VARYING WS-PT-IX FROM 1 BY 1
            UNTIL WS-PT-IX > WS-POSTING-COUNT
       IF WS-PT-TYPE(WS-PT-IX) = "V"
          PERFORM MatchReversalToOriginal
       END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  MatchReversalToOriginal - marks the posting the "V" at WS-PT-IX
*>  cancelled.
*>  ---------------------------------------------------------------
MatchReversalToOriginal.
    PERFORM VARYING WS-PT-JX FROM 1 BY 1
            UNTIL WS-PT-JX >= WS-PT-IX
       IF NOT WS-PT-REVERSED(WS-PT-JX)
          AND WS-PT-TYPE(WS-PT-JX) = WS-PT-REF-TYPE(WS-PT-IX)
          AND WS-PT-DATE(WS-PT-JX) = WS-PT-REF-DATE(WS-PT-IX)
          AND WS-PT-TIME(WS-PT-JX) = WS-PT-REF-TIME(WS-PT-IX)
          AND WS-PT-AMOUNT(WS-PT-JX) = WS-PT-REF-AMOUNT(WS-PT-IX)
          SET WS-PT-REVERSED(WS-PT-JX) TO TRUE
          MOVE WS-PT-DATE(WS-PT-IX) TO WS-PT-REVERSED-ON(WS-PT-JX)
          SET WS-PT-JX TO WS-PT-IX
       END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  ListStudentPostings - the numbered listing the operator picks
*>  from, laid out like LoanLedgerReport's.
*>  ---------------------------------------------------------------
ListStudentPostings.
    DISPLAY "Line Date.... Time.... T Amount Balance"
    PERFORM VARYING WS-PT-IX FROM 1 BY 1
            UNTIL WS-PT-IX > WS-POSTING-COUNT
       MOVE SPACES TO WS-LINE-NOTE
       EVALUATE TRUE
           WHEN WS-PT-REVERSED(WS-PT-IX)
               STRING "REVERSED " WS-PT-REVERSED-ON(WS-PT-IX)
                   DELIMITED BY SIZE INTO WS-LINE-NOTE
               END-STRING
           WHEN WS-PT-TYPE(WS-PT-IX) = "V"
               STRING "REVERSES " WS-PT-REF-TYPE(WS-PT-IX) " "
                      WS-PT-REF-DATE(WS-PT-IX)
                   DELIMITED BY SIZE INTO WS-LINE-NOTE
               END-STRING
           WHEN WS-PT-TYPE(WS-PT-IX) = "C"
               MOVE "CARRIED FORWARD" TO WS-LINE-NOTE
       END-EVALUATE
       SET WS-SEL-IX TO WS-PT-IX
       DISPLAY WS-SEL-IX "  " WS-PT-DATE(WS-PT-IX) " "
               WS-PT-TIME(WS-PT-IX) " " WS-PT-TYPE(WS-PT-IX) " "
               WS-PT-AMOUNT(WS-PT-IX) " " WS-PT-BALANCE(WS-PT-IX) " "
               WS-LINE-NOTE
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  CheckSelectedPosting - only a money-moving "D" or "R" still
*>  standing on the live ledger may be reversed.
*>  ---------------------------------------------------------------
CheckSelectedPosting.
    IF WS-ENTRY-LINE-NO > WS-POSTING-COUNT
       SET WS-ENTRY-REFUSED TO TRUE
       MOVE "no such line on the listing" TO WS-REFUSAL-REASON
       EXIT PARAGRAPH
    END-IF
    MOVE WS-ENTRY-LINE-NO TO WS-SEL-IX
    IF (WS-PT-TYPE(WS-SEL-IX) NOT = "D" AND WS-PT-TYPE(WS-SEL-IX) NOT = "R")
       OR WS-PT-AMOUNT(WS-SEL-IX) = ZERO
       SET WS-ENTRY-REFUSED TO TRUE
       MOVE "only a disbursement or repayment can be reversed"
         TO WS-REFUSAL-REASON
       EXIT PARAGRAPH
    END-IF
    IF WS-PT-REVERSED(WS-SEL-IX)
       SET WS-ENTRY-REFUSED TO TRUE
       MOVE SPACES TO WS-REFUSAL-REASON
       STRING "that posting was already reversed on "
              WS-PT-REVERSED-ON(WS-SEL-IX)
           DELIMITED BY SIZE INTO WS-REFUSAL-REASON
       END-STRING
    END-IF.

*>  ---------------------------------------------------------------
*>  WorkOutReversal - the interest to back out with the original,
*>  and the balance the reversal leaves. Each accrual posted after
*>  the original was charged on a balance the original was (for a
*>  disbursement) or was not (for a repayment) part of; its share
*>  of that accrual - the accrual times the original's effective
*>  amount over the balance the accrual was charged on - is what
*>  the month would have been without it, compounding month to
*>  month as the accruals did. The master must agree with the live
*>  ledger before anything is posted against it.
*>  ---------------------------------------------------------------
WorkOutReversal.
    MOVE WS-PT-AMOUNT(WS-SEL-IX) TO WS-REV-PRINCIPAL
    MOVE WS-REV-PRINCIPAL TO WS-REV-EFFECTIVE
    MOVE ZERO TO WS-REV-INTEREST
    SET WS-PT-IX TO WS-SEL-IX
    SET WS-PT-IX UP BY 1
    PERFORM UNTIL WS-PT-IX > WS-POSTING-COUNT
       IF WS-PT-TYPE(WS-PT-IX) = "I" AND WS-PT-AMOUNT(WS-PT-IX) > ZERO
          COMPUTE WS-BALANCE-BEFORE-ACCRUAL =
                  WS-PT-BALANCE(WS-PT-IX) - WS-PT-AMOUNT(WS-PT-IX)
          IF WS-BALANCE-BEFORE-ACCRUAL > ZERO
             COMPUTE WS-REV-SHARE ROUNDED =
                     WS-PT-AMOUNT(WS-PT-IX) * WS-REV-EFFECTIVE
                     / WS-BALANCE-BEFORE-ACCRUAL
             IF WS-PT-TYPE(WS-SEL-IX) = "D"
                AND WS-REV-SHARE > WS-PT-AMOUNT(WS-PT-IX)
                MOVE WS-PT-AMOUNT(WS-PT-IX) TO WS-REV-SHARE
             END-IF
             ADD WS-REV-SHARE TO WS-REV-INTEREST
             ADD WS-REV-SHARE TO WS-REV-EFFECTIVE
          END-IF
       END-IF
       SET WS-PT-IX UP BY 1
    END-PERFORM
    COMPUTE WS-REV-TOTAL = WS-REV-PRINCIPAL + WS-REV-INTEREST
    IF WS-REV-TOTAL > 99999
       SET WS-ENTRY-REFUSED TO TRUE
       MOVE "reversal amount with interest is too large for one posting"
         TO WS-REFUSAL-REASON
       EXIT PARAGRAPH
    END-IF

    MOVE WS-ENTRY-STUDENT-ID TO BalStudentId
    READ BalanceFile
        INVALID KEY CONTINUE
    END-READ
    IF NOT WS-BALANCE-FOUND
       OR BalCurrentBalance NOT = WS-PT-BALANCE(WS-POSTING-COUNT)
       SET WS-ENTRY-REFUSED TO TRUE
       MOVE "balance master out of step - run LoanBalanceRebuild"
         TO WS-REFUSAL-REASON
       EXIT PARAGRAPH
    END-IF
    MOVE BalCurrentBalance TO WS-OLD-BALANCE
    IF WS-PT-TYPE(WS-SEL-IX) = "D"
       IF WS-REV-TOTAL > WS-OLD-BALANCE
          SET WS-ENTRY-REFUSED TO TRUE
          MOVE "would go below zero - reverse the later repayment first"
            TO WS-REFUSAL-REASON
          EXIT PARAGRAPH
       END-IF
       COMPUTE WS-NEW-BALANCE = WS-OLD-BALANCE - WS-REV-TOTAL
    ELSE
       COMPUTE WS-NEW-BALANCE = WS-OLD-BALANCE + WS-REV-TOTAL
           ON SIZE ERROR
              SET WS-ENTRY-REFUSED TO TRUE
              MOVE "the restored balance is too large for the ledger"
                TO WS-REFUSAL-REASON
       END-COMPUTE
    END-IF.

*>  ---------------------------------------------------------------
*>  PostReversal - appends the "V" posting, stamped now, carrying
*>  the reference to the original, the reason and the supervisor.
*>  ---------------------------------------------------------------
PostReversal.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
    OPEN EXTEND LedgerFile
    IF WS-LEDGER-FILE-STATUS NOT = "00" AND WS-LEDGER-FILE-STATUS NOT = "05"
       MOVE "loans.ledger.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-LEDGER-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    MOVE WS-ENTRY-STUDENT-ID TO LedgerStudentId
    MOVE WS-CURRENT-YEAR    TO LedgerPostYear
    MOVE WS-CURRENT-MONTH   TO LedgerPostMonth
    MOVE WS-CURRENT-DAY     TO LedgerPostDay
    STRING WS-CURRENT-HOURS, WS-CURRENT-MINUTE, WS-CURRENT-SECOND, WS-CURRENT-MILLISECONDS
        DELIMITED BY SIZE INTO LedgerPostTime
    END-STRING
    MOVE "V"                TO LedgerPostType
    MOVE WS-REV-TOTAL       TO LedgerPostAmount
    MOVE WS-NEW-BALANCE     TO LedgerBalance
    MOVE WS-PT-DATE(WS-SEL-IX)   TO LedgerRevOrigDate
    MOVE WS-PT-TIME(WS-SEL-IX)   TO LedgerRevOrigTime
    MOVE WS-PT-TYPE(WS-SEL-IX)   TO LedgerRevOrigType
    MOVE WS-PT-AMOUNT(WS-SEL-IX) TO LedgerRevOrigAmount
    MOVE WS-REV-INTEREST    TO LedgerRevInterest
    MOVE WS-ENTRY-REASON    TO LedgerRevReason
    MOVE WS-ENTRY-SUPERVISOR TO LedgerRevAuthorisedBy
    WRITE LedgerRecord
    IF WS-LEDGER-FILE-STATUS NOT = "00"
       MOVE "loans.ledger.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-LEDGER-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF
    MOVE LedgerPostDate TO WS-POST-DATE
    MOVE LedgerPostTime TO WS-POST-TIME
    DISPLAY "Reversed - " LedgerStudentId " V " LedgerPostAmount
            " new balance " LedgerBalance
    CLOSE LedgerFile.

*>  ---------------------------------------------------------------
*>  UpdateBalanceMaster - the reversal's balance and stamp (kept in
*>  WS-POST-STAMP by PostReversal) onto the student's master
*>  record. A reversed repayment takes the last repayment date
*>  back to the latest repayment still standing on the live ledger
*>  (the close's memo "R" included), or zero if none is left.
*>  ---------------------------------------------------------------
UpdateBalanceMaster.
    MOVE WS-NEW-BALANCE TO BalCurrentBalance
    IF WS-PT-TYPE(WS-SEL-IX) = "R"
       MOVE ZERO TO WS-STANDING-REPAY-DATE
       PERFORM VARYING WS-PT-IX FROM 1 BY 1
               UNTIL WS-PT-IX > WS-POSTING-COUNT
          IF WS-PT-TYPE(WS-PT-IX) = "R"
             AND NOT WS-PT-REVERSED(WS-PT-IX)
             AND WS-PT-IX NOT = WS-SEL-IX
             AND WS-PT-DATE(WS-PT-IX) > WS-STANDING-REPAY-DATE
             MOVE WS-PT-DATE(WS-PT-IX) TO WS-STANDING-REPAY-DATE
          END-IF
       END-PERFORM
       MOVE WS-STANDING-REPAY-DATE TO BalLastRepayDate
    END-IF
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
*>  CancelQueuedDisbursement - the reversed disbursement's entry on
*>  Loans.Disburse.Dat (same student, stamp and amount) is marked
*>  cancelled if it has not gone to the bank yet; the file is
*>  rewritten through its side file, the BankPaymentRun way.
*>  ---------------------------------------------------------------
CancelQueuedDisbursement.
    SET WS-QUEUE-NO-MATCH TO TRUE
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
    READ DisburseFile
        AT END SET EndOfDisburseFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfDisburseFile
        IF WS-QUEUE-NO-MATCH
           AND DisbStudentId = WS-ENTRY-STUDENT-ID
           AND DisbPostDate = WS-PT-DATE(WS-SEL-IX)
           AND DisbPostTime = WS-PT-TIME(WS-SEL-IX)
           AND DisbAmount = WS-PT-AMOUNT(WS-SEL-IX)
           AND NOT DisbCancelled
           IF DisbPaid
              SET WS-QUEUE-ALREADY-PAID TO TRUE
              MOVE DisbPaidDate TO WS-QUEUE-PAID-DATE
           ELSE
              SET WS-QUEUE-CANCELLED TO TRUE
              SET DisbCancelled TO TRUE
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
    END-PERFORM
    CLOSE DisburseFile
    CLOSE NewDisburseFile

    EVALUATE TRUE
        WHEN WS-QUEUE-CANCELLED
            PERFORM InstallDisburseSideFile
            DISPLAY "Queued bank payment of the disbursement cancelled"
        WHEN WS-QUEUE-ALREADY-PAID
            DISPLAY "WARNING - the disbursement went to the bank on "
                    WS-QUEUE-PAID-DATE " - recover it by hand"
        WHEN OTHER
            DISPLAY "No queued bank payment for the disbursement - if "
                    "a cheque was raised, recover it by hand"
    END-EVALUATE.

*>  ---------------------------------------------------------------
*>  InstallDisburseSideFile - copies the side file back over the
*>  live disbursements file record by record.
*>  ---------------------------------------------------------------
InstallDisburseSideFile.
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
*>  CancelQueuedRefund - a reversed repayment that closed the
*>  balance may have parked an overpayment; the student's refund of
*>  the same date is cancelled if it has not gone to the bank yet,
*>  dated with the reversal so the journal can take it off the
*>  refunds owed in the right period.
*>  ---------------------------------------------------------------
CancelQueuedRefund.
    SET WS-QUEUE-NO-MATCH TO TRUE
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
    READ RefundFile
        AT END SET EndOfRefundFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfRefundFile
        IF WS-QUEUE-NO-MATCH
           AND RefundStudentId = WS-ENTRY-STUDENT-ID
           AND RefundDate = WS-PT-DATE(WS-SEL-IX)
           AND NOT RefundCancelled
           IF RefundPaid
              SET WS-QUEUE-ALREADY-PAID TO TRUE
              MOVE RefundPaidDate TO WS-QUEUE-PAID-DATE
           ELSE
              SET WS-QUEUE-CANCELLED TO TRUE
              SET RefundCancelled TO TRUE
              MOVE WS-POST-DATE TO RefundPaidDate
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
    END-PERFORM
    CLOSE RefundFile
    CLOSE NewRefundFile

    EVALUATE TRUE
        WHEN WS-QUEUE-CANCELLED
            PERFORM InstallRefundSideFile
            DISPLAY "Overpayment refund from the repayment cancelled"
        WHEN WS-QUEUE-ALREADY-PAID
            DISPLAY "WARNING - the overpayment refund went to the bank "
                    "on " WS-QUEUE-PAID-DATE " - recover it by hand"
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*>  ---------------------------------------------------------------
*>  InstallRefundSideFile - copies the side file back over the live
*>  refunds file record by record.
*>  ---------------------------------------------------------------
InstallRefundSideFile.
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
    MOVE SPACES TO WS-LOANS-LEDGER-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.ledger.dat"
        DELIMITED BY SIZE INTO WS-LOANS-LEDGER-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-BALANCE-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.balance.dat"
        DELIMITED BY SIZE INTO WS-LOANS-BALANCE-PATH
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
    END-STRING.
