IDENTIFICATION DIVISION.
PROGRAM-ID. AwardApplyRun.
AUTHOR. Anton Georgescu.
*> Award application run - posts every pending scholarship and
*> bursary award on Loans.Awards.Dat (keyed through AwardEntry) to
*> Loans.Ledger.Dat as an "A" award posting, so an award takes the
*> loan balance down without looking like money the student paid.
*> Each posting updates the student's loan balance master record as
*> it is appended, the LoanInterestAccrue way - the balance and the
*> latest posting stamp move, but the last repayment date does not,
*> so LoanAgingReport still ages the student from their own last
*> payment. An award is never applied beyond the balance standing:
*> the ledger takes what the balance will bear, the award is marked
*> applied at that amount, and the rest goes back to the fund's
*> budget. An award for a student with no balance to offset yet (no
*> postings, or a balance already cleared) stays pending for a later
*> run. Applied awards are marked on Loans.Awards.Dat with the
*> amount and date, so the run is safe to repeat.
*>
*> RETURN-CODEs: 0 run complete, 8 refused (no balance master),
*> 12 file error.

*> cobc -x -free awardapplyrun.cbl      (standalone)
*> cobc -m -free awardapplyrun.cbl      (module, CALLable from OperatorConsole)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT OPTIONAL AwardFile ASSIGN WS-LOANS-AWARDS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AwardKey
             FILE STATUS IS WS-AWARD-FILE-STATUS.

      SELECT OPTIONAL LedgerFile ASSIGN WS-LOANS-LEDGER-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-LEDGER-FILE-STATUS.

      SELECT BalanceFile ASSIGN WS-LOANS-BALANCE-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS BalStudentId
             FILE STATUS IS WS-BALANCE-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD AwardFile.
01 AwardRecord.
   88 EndOfAwardFile       VALUE HIGH-VALUES.
   COPY awardrec.

FD LedgerFile.
01 LedgerRecord.
   COPY ledgrec.

FD BalanceFile.
01 BalanceRecord.
   COPY loanbal.

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>   comes from the STUDENT_DATA_DIR environment variable (default
*>   "data"), so the same compiled programs run against the
*>   production directory tonight and a test copy tomorrow morning
*>   without recompiling.
01  WS-DATA-DIR              PIC X(64).
01  WS-LOANS-AWARDS-PATH     PIC X(160).
01  WS-LOANS-LEDGER-PATH     PIC X(160).
01  WS-LOANS-BALANCE-PATH    PIC X(160).

01  WS-AWARD-FILE-STATUS     PIC XX.
01  WS-LEDGER-FILE-STATUS    PIC XX.
01  WS-BALANCE-FILE-STATUS   PIC XX.
    88  WS-BALANCE-FOUND         VALUE "00".
*>   File-status hardening - a required file that fails to open
*>   abandons the run with a clear operator message and RETURN-CODE
*>   12, instead of a runtime abort partway through.
01  WS-ABORT-FILE-NAME        PIC X(30).
01  WS-ABORT-FILE-STATUS      PIC XX.

*>   Posting stamps, compared so the master's last-posting stamp
*>   only ever moves forward.
01  WS-POST-STAMP.
    02  WS-POST-DATE            PIC 9(8).
    02  WS-POST-TIME            PIC 9(8).
01  WS-MASTER-STAMP.
    02  WS-MASTER-DATE          PIC 9(8).
    02  WS-MASTER-TIME          PIC 9(8).

01  WS-APPLIED-AMOUNT        PIC 9(5).
01  WS-RETURNED-AMOUNT       PIC 9(5).

*>   Control totals for the end-of-run summary.
01  WS-AWARDS-READ-COUNT     PIC 9(7) VALUE ZERO.
01  WS-ALREADY-APPLIED-COUNT PIC 9(7) VALUE ZERO.
01  WS-APPLIED-COUNT         PIC 9(7) VALUE ZERO.
01  WS-HELD-COUNT            PIC 9(7) VALUE ZERO.
01  WS-APPLIED-TOTAL         PIC 9(9) VALUE ZERO.
01  WS-RETURNED-TOTAL        PIC 9(9) VALUE ZERO.
01  WS-HELD-TOTAL            PIC 9(9) VALUE ZERO.

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
    OPEN I-O AwardFile
    *>   Status 05 means the OPTIONAL file was absent and is now open
    *>   and empty - no awards have been keyed yet.
    IF WS-AWARD-FILE-STATUS NOT = "00" AND WS-AWARD-FILE-STATUS NOT = "05"
       MOVE "loans.awards.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-AWARD-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN EXTEND LedgerFile
    IF WS-LEDGER-FILE-STATUS NOT = "00" AND WS-LEDGER-FILE-STATUS NOT = "05"
       MOVE "loans.ledger.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-LEDGER-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF

    READ AwardFile NEXT RECORD
        AT END SET EndOfAwardFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfAwardFile
       ADD 1 TO WS-AWARDS-READ-COUNT
       IF AwardPending
          PERFORM ApplyOneAward
       ELSE
          ADD 1 TO WS-ALREADY-APPLIED-COUNT
       END-IF
       READ AwardFile NEXT RECORD
           AT END SET EndOfAwardFile TO TRUE
       END-READ
    END-PERFORM

    CLOSE AwardFile
    CLOSE LedgerFile
    CLOSE BalanceFile

    DISPLAY " "
    DISPLAY "=============== AwardApplyRun Control Totals ==============="
    DISPLAY "Awards on file........................ : " WS-AWARDS-READ-COUNT
    DISPLAY "Already applied (passed over)......... : " WS-ALREADY-APPLIED-COUNT
    DISPLAY "Awards applied this run............... : " WS-APPLIED-COUNT
    DISPLAY "Held - no balance to offset........... : " WS-HELD-COUNT
    DISPLAY "Total posted to the ledger............ : " WS-APPLIED-TOTAL
    DISPLAY "Returned to fund budgets.............. : " WS-RETURNED-TOTAL
    DISPLAY "Total still pending................... : " WS-HELD-TOTAL
    DISPLAY "============================================================"

    PERFORM WriteRunControl

    GOBACK.

*>  ---------------------------------------------------------------
*>  WriteRunControl - this run's record counts and final
*>  RETURN-CODE, appended to Runs.Dat through runlogger.
*>  ---------------------------------------------------------------
WriteRunControl.
    MOVE "AwardApplyRun" TO RunProgramName
    MOVE WS-RUN-START-DATE TO RunStartDate
    MOVE WS-RUN-START-TIME TO RunStartTime
    MOVE WS-AWARDS-READ-COUNT TO RunRecordsRead
    MOVE WS-APPLIED-COUNT TO RunRecordsWritten
    MOVE WS-HELD-COUNT TO RunRejectedCount
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
*>  ApplyOneAward - the pending award in the buffer: find the
*>  student's balance, post what it will bear as an "A" posting,
*>  carry it onto the master and mark the award applied. No balance
*>  to offset leaves the award pending.
*>  ---------------------------------------------------------------
ApplyOneAward.
    MOVE AwardStudentId TO BalStudentId
    READ BalanceFile
        INVALID KEY CONTINUE
    END-READ
    IF NOT WS-BALANCE-FOUND OR BalCurrentBalance = ZERO
       ADD 1 TO WS-HELD-COUNT
       ADD AwardAmount TO WS-HELD-TOTAL
       DISPLAY "Held - " AwardStudentId " fund " AwardFundCode
               " award " AwardAmount " - no loan balance to offset"
       EXIT PARAGRAPH
    END-IF

    MOVE AwardAmount TO WS-APPLIED-AMOUNT
    MOVE ZERO TO WS-RETURNED-AMOUNT
    IF AwardAmount > BalCurrentBalance
       MOVE BalCurrentBalance TO WS-APPLIED-AMOUNT
       COMPUTE WS-RETURNED-AMOUNT = AwardAmount - WS-APPLIED-AMOUNT
    END-IF

    MOVE AwardStudentId      TO LedgerStudentId
    MOVE FUNCTION CURRENT-DATE(1:8)  TO LedgerPostDate
    MOVE FUNCTION CURRENT-DATE(9:8)  TO LedgerPostTime
    MOVE "A"                 TO LedgerPostType
    MOVE WS-APPLIED-AMOUNT   TO LedgerPostAmount
    COMPUTE LedgerBalance = BalCurrentBalance - WS-APPLIED-AMOUNT
    MOVE SPACES              TO LedgerReversalRef
    WRITE LedgerRecord
    IF WS-LEDGER-FILE-STATUS NOT = "00"
       MOVE "loans.ledger.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-LEDGER-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF
    PERFORM UpdateBalanceMaster

    SET AwardApplied TO TRUE
    MOVE WS-APPLIED-AMOUNT TO AwardAppliedAmount
    MOVE LedgerPostDate    TO AwardAppliedDate
    REWRITE AwardRecord
    IF WS-AWARD-FILE-STATUS NOT = "00"
       MOVE "loans.awards.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-AWARD-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF

    ADD 1 TO WS-APPLIED-COUNT
    ADD WS-APPLIED-AMOUNT TO WS-APPLIED-TOTAL
    ADD WS-RETURNED-AMOUNT TO WS-RETURNED-TOTAL
    IF WS-RETURNED-AMOUNT > ZERO
       DISPLAY "Applied - " LedgerStudentId " fund " AwardFundCode
               " award " LedgerPostAmount " of " AwardAmount
               " (balance cleared, " WS-RETURNED-AMOUNT
               " back to the fund)"
    ELSE
       DISPLAY "Applied - " LedgerStudentId " fund " AwardFundCode
               " award " LedgerPostAmount " new balance " LedgerBalance
    END-IF.

*>  ---------------------------------------------------------------
*>  UpdateBalanceMaster - carries the "A" posting just written onto
*>  the student's balance master record: the new balance and the
*>  posting stamp when it is the latest the student has had. The
*>  last repayment date is left alone - an award is not a payment.
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
*>  SetFileAssignments - builds every data-file path from the
*>  STUDENT_DATA_DIR environment variable (default "data"), so the
*>  dataset directory is chosen at run time, not compile time.
*>  ---------------------------------------------------------------
SetFileAssignments.
    ACCEPT WS-DATA-DIR FROM ENVIRONMENT "STUDENT_DATA_DIR"
    IF WS-DATA-DIR = SPACES
       MOVE "data" TO WS-DATA-DIR
    END-IF
    MOVE SPACES TO WS-LOANS-AWARDS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.awards.dat"
        DELIMITED BY SIZE INTO WS-LOANS-AWARDS-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-LEDGER-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.ledger.dat"
        DELIMITED BY SIZE INTO WS-LOANS-LEDGER-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-BALANCE-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.balance.dat"
        DELIMITED BY SIZE INTO WS-LOANS-BALANCE-PATH
    END-STRING.
