IDENTIFICATION DIVISION.
PROGRAM-ID. LoanWriteOffEntry.
AUTHOR. Anton Georgescu.
*> Supervised write-off of uncollectable loan balances - the end of
*> the collections road, so the loan book stops carrying money that
*> will never be seen. Every loan the collection agency has closed
*> as uncollectable (CollectionsImport marks it so on
*> Loans.Collections.Dat) is put to the supervisor at the console
*> with what was referred, what the agency recovered and the balance
*> still standing on the loan balance master. An approved write-off
*> is queued on Loans.Post.Dat as a "W" posting for the balance
*> standing - LoanPost applies it as a distinct write-off posting on
*> Loans.Ledger.Dat, writing off no more than the balance left once
*> any recoveries queued ahead of it are applied - and the
*> collections record is marked written off with the date, amount
*> and supervisor. A loan whose balance the recoveries have already
*> cleared needs no write-off and is closed as recovered.
*>
*> RETURN-CODEs: 0 session complete, 8 refused (no approving
*> supervisor, no balance master), 12 file error.

*> cobc -x -free loanwriteoffentry.cbl      (standalone)
*> cobc -m -free loanwriteoffentry.cbl      (module, CALLable from OperatorConsole)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT OPTIONAL CollectionsFile ASSIGN WS-LOANS-COLLECTIONS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CollStudentId
             FILE STATUS IS WS-COLLECTIONS-FILE-STATUS.

      SELECT BalanceFile ASSIGN WS-LOANS-BALANCE-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS BalStudentId
             FILE STATUS IS WS-BALANCE-FILE-STATUS.

      SELECT OPTIONAL PostingFile ASSIGN WS-LOANS-POST-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-POSTING-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD CollectionsFile.
01 CollectionsRecord.
   88 EndOfCollectionsFile VALUE HIGH-VALUES.
   COPY collrec.

FD BalanceFile.
01 BalanceRecord.
   COPY loanbal.

FD PostingFile.
01 PostingRecord.
   02 PostingStudentID     PIC 9(7).
   02 PostingType          PIC X.
   02 PostingAmount        PIC 9(5).

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>   comes from the STUDENT_DATA_DIR environment variable (default
*>   "data"), so the same compiled programs run against the
*>   production directory tonight and a test copy tomorrow morning
*>   without recompiling.
01  WS-DATA-DIR              PIC X(64).
01  WS-LOANS-COLLECTIONS-PATH PIC X(160).
01  WS-LOANS-BALANCE-PATH    PIC X(160).
01  WS-LOANS-POST-PATH       PIC X(160).

01  WS-COLLECTIONS-FILE-STATUS PIC XX.
01  WS-BALANCE-FILE-STATUS   PIC XX.
    88  WS-BALANCE-FOUND         VALUE "00".
01  WS-POSTING-FILE-STATUS   PIC XX.
*>   File-status hardening - a required file that fails to open
*>   abandons the run with a clear operator message and RETURN-CODE
*>   12, instead of a runtime abort partway through.
01  WS-ABORT-FILE-NAME        PIC X(30).
01  WS-ABORT-FILE-STATUS      PIC XX.

01  WS-TODAY-DATE-NUM        PIC 9(8).
01  WS-ENTRY-SUPERVISOR      PIC X(8).
01  WS-DECISION              PIC X.
    88  WS-DECISION-WRITE-OFF    VALUE 'Y' 'y'.
    88  WS-DECISION-SKIP         VALUE 'N' 'n'.
    88  WS-DECISION-STOP         VALUE 'S' 's'.
01  WS-STOP-REVIEW-SW        PIC X VALUE 'N'.
    88  WS-STOP-REVIEW           VALUE 'Y'.

*>   The balance being written off, queued as postings of no more
*>   than a posting amount can carry.
01  WS-WRITE-OFF-AMOUNT      PIC 9(7).
01  WS-LEFT-TO-QUEUE         PIC 9(7).

*>   Control totals for the end-of-session summary.
01  WS-AWAITING-COUNT        PIC 9(7) VALUE ZERO.
01  WS-WRITTEN-OFF-COUNT     PIC 9(7) VALUE ZERO.
01  WS-WRITTEN-OFF-TOTAL     PIC 9(9) VALUE ZERO.
01  WS-CLEARED-COUNT         PIC 9(7) VALUE ZERO.
01  WS-DECLINED-COUNT        PIC 9(7) VALUE ZERO.
01  WS-LEFT-COUNT            PIC 9(7) VALUE ZERO.
01  WS-POSTINGS-QUEUED-COUNT PIC 9(7) VALUE ZERO.

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

    *>   Signed on at the console, the supervisor is the operator -
    *>   only a supervisor is offered this function there.
    ACCEPT WS-ENTRY-SUPERVISOR FROM ENVIRONMENT "STUDENT_OPERATOR_ID"
    IF WS-ENTRY-SUPERVISOR NOT = SPACES
       DISPLAY "Write-offs approved by " WS-ENTRY-SUPERVISOR
               " (signed on)"
    ELSE
       DISPLAY "Supervisor approving write-offs (initials): "
               WITH NO ADVANCING
       ACCEPT WS-ENTRY-SUPERVISOR
    END-IF
    IF WS-ENTRY-SUPERVISOR = SPACES
       DISPLAY "RUN REFUSED - a write-off needs an approving supervisor"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF

    OPEN INPUT BalanceFile
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
    *>   Status 05 means the OPTIONAL file was absent and is now open
    *>   and empty - nothing has been referred, so nothing is waiting.
    OPEN I-O CollectionsFile
    IF WS-COLLECTIONS-FILE-STATUS NOT = "00"
       AND WS-COLLECTIONS-FILE-STATUS NOT = "05"
       MOVE "loans.collections.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-COLLECTIONS-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN EXTEND PostingFile
    IF WS-POSTING-FILE-STATUS NOT = "00" AND WS-POSTING-FILE-STATUS NOT = "05"
       MOVE "loans.post.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-POSTING-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF

    READ CollectionsFile
        AT END SET EndOfCollectionsFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfCollectionsFile
       IF CollClosedUncollectable
          ADD 1 TO WS-AWAITING-COUNT
          IF WS-STOP-REVIEW
             ADD 1 TO WS-LEFT-COUNT
          ELSE
             PERFORM ReviewUncollectable
          END-IF
       END-IF
       READ CollectionsFile
           AT END SET EndOfCollectionsFile TO TRUE
       END-READ
    END-PERFORM

    CLOSE PostingFile
    CLOSE CollectionsFile
    CLOSE BalanceFile

    DISPLAY " "
    DISPLAY "============= LoanWriteOffEntry Control Totals ============="
    DISPLAY "Closed uncollectable by the agency.... : " WS-AWAITING-COUNT
    DISPLAY "  written off......................... : " WS-WRITTEN-OFF-COUNT
    DISPLAY "  already cleared by recoveries....... : " WS-CLEARED-COUNT
    DISPLAY "  declined by the supervisor.......... : " WS-DECLINED-COUNT
    DISPLAY "  left for the next session........... : " WS-LEFT-COUNT
    DISPLAY "Amount written off.................... : " WS-WRITTEN-OFF-TOTAL
    DISPLAY "Write-off postings queued............. : " WS-POSTINGS-QUEUED-COUNT
    DISPLAY "============================================================"
    IF WS-POSTINGS-QUEUED-COUNT > ZERO
       DISPLAY "Write-offs queued on Loans.Post.Dat - run LoanPost to "
               "apply them"
    END-IF

    PERFORM WriteRunControl

    GOBACK.

*>  ---------------------------------------------------------------
*>  WriteRunControl - this run's record counts and final
*>  RETURN-CODE, appended to Runs.Dat through runlogger.
*>  ---------------------------------------------------------------
WriteRunControl.
    MOVE "LoanWriteOffEntry" TO RunProgramName
    MOVE WS-RUN-START-DATE TO RunStartDate
    MOVE WS-RUN-START-TIME TO RunStartTime
    MOVE WS-AWAITING-COUNT TO RunRecordsRead
    MOVE WS-POSTINGS-QUEUED-COUNT TO RunRecordsWritten
    MOVE WS-DECLINED-COUNT TO RunRejectedCount
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
*>  ReviewUncollectable - the loan closed uncollectable in the
*>  collections buffer, put to the supervisor with its history and
*>  the balance still standing.
*>  ---------------------------------------------------------------
ReviewUncollectable.
    MOVE CollStudentId TO BalStudentId
    READ BalanceFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-BALANCE-FOUND
       MOVE BalCurrentBalance TO WS-WRITE-OFF-AMOUNT
    ELSE
       MOVE ZERO TO WS-WRITE-OFF-AMOUNT
    END-IF

    DISPLAY " "
    DISPLAY "Student " CollStudentId "  agency ref " CollAgencyRef
    DISPLAY "  Referred " CollReferredDate " with balance "
            CollReferredBalance " by " CollReferredBy
    DISPLAY "  Recovered " CollRecoveredTotal " in " CollRecoveryCount
            " payments - closed uncollectable " CollClosedDate
    IF WS-WRITE-OFF-AMOUNT = ZERO
       DISPLAY "  No balance left standing - closed as recovered"
       SET CollClosedRecovered TO TRUE
       PERFORM RewriteCollections
       ADD 1 TO WS-CLEARED-COUNT
       EXIT PARAGRAPH
    END-IF
    DISPLAY "  Balance standing " WS-WRITE-OFF-AMOUNT

    MOVE SPACE TO WS-DECISION
    PERFORM UNTIL WS-DECISION-WRITE-OFF OR WS-DECISION-SKIP
                  OR WS-DECISION-STOP
       DISPLAY "Write off the balance (Y/N, S to stop reviewing): "
               WITH NO ADVANCING
       ACCEPT WS-DECISION
    END-PERFORM
    EVALUATE TRUE
        WHEN WS-DECISION-WRITE-OFF
            PERFORM QueueWriteOff
        WHEN WS-DECISION-SKIP
            ADD 1 TO WS-DECLINED-COUNT
        WHEN WS-DECISION-STOP
            SET WS-STOP-REVIEW TO TRUE
            ADD 1 TO WS-LEFT-COUNT
    END-EVALUATE.

*>  ---------------------------------------------------------------
*>  QueueWriteOff - the approved balance onto Loans.Post.Dat as "W"
*>  postings (a balance beyond one posting's amount is split), and
*>  the collections record marked written off.
*>  ---------------------------------------------------------------
QueueWriteOff.
    MOVE WS-WRITE-OFF-AMOUNT TO WS-LEFT-TO-QUEUE
    PERFORM UNTIL WS-LEFT-TO-QUEUE = ZERO
       MOVE CollStudentId TO PostingStudentID
       MOVE "W" TO PostingType
       IF WS-LEFT-TO-QUEUE > 99999
          MOVE 99999 TO PostingAmount
       ELSE
          MOVE WS-LEFT-TO-QUEUE TO PostingAmount
       END-IF
       SUBTRACT PostingAmount FROM WS-LEFT-TO-QUEUE
       WRITE PostingRecord
       IF WS-POSTING-FILE-STATUS NOT = "00"
          MOVE "loans.post.dat" TO WS-ABORT-FILE-NAME
          MOVE WS-POSTING-FILE-STATUS TO WS-ABORT-FILE-STATUS
          PERFORM FileWriteAbort
       END-IF
       ADD 1 TO WS-POSTINGS-QUEUED-COUNT
    END-PERFORM

    SET CollWrittenOff TO TRUE
    MOVE WS-TODAY-DATE-NUM TO CollWriteOffDate
    MOVE WS-WRITE-OFF-AMOUNT TO CollWriteOffAmount
    MOVE WS-ENTRY-SUPERVISOR TO CollWriteOffBy
    PERFORM RewriteCollections
    ADD 1 TO WS-WRITTEN-OFF-COUNT
    ADD WS-WRITE-OFF-AMOUNT TO WS-WRITTEN-OFF-TOTAL
    DISPLAY "Written off - " CollStudentId " " WS-WRITE-OFF-AMOUNT.

*>  ---------------------------------------------------------------
*>  RewriteCollections - the collections record in the buffer back
*>  onto Loans.Collections.Dat.
*>  ---------------------------------------------------------------
RewriteCollections.
    REWRITE CollectionsRecord
    IF WS-COLLECTIONS-FILE-STATUS NOT = "00"
       MOVE "loans.collections.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-COLLECTIONS-FILE-STATUS TO WS-ABORT-FILE-STATUS
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
    MOVE SPACES TO WS-LOANS-COLLECTIONS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.collections.dat"
        DELIMITED BY SIZE INTO WS-LOANS-COLLECTIONS-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-BALANCE-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.balance.dat"
        DELIMITED BY SIZE INTO WS-LOANS-BALANCE-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-POST-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.post.dat"
        DELIMITED BY SIZE INTO WS-LOANS-POST-PATH
    END-STRING.
