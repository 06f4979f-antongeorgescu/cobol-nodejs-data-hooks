PROGRAM-ID. LoanPeriodClose.
AUTHOR. Anton Georgescu.
*> Ledger period-end close - Loans.Ledger.Dat is append-only and
*> never shrinks, so the ledger reports got slower every night.
*> This run cuts the closed period's
*> postings to a dated ledger archive file and restarts the live
*> ledger with one carried-forward "C" opening-balance record per
*> student, so the live file only ever holds the current period.
*> LoanAgingReport keeps aging from the real payment date instead
*> of flagging everyone 90+), and an "I" dated at the last accrued
*> month-end (so LoanInterestAccrue's re-run guard still sees the
*> month was accrued and cannot double-accrue it). The balances,
*> repayment and accrual dates carried come from the loan balance
*> master Loans.Balance.Dat, which the archive pass first checks is
*> in step with the postings being closed (every student on it, no
*> posting later than the master's last-posting stamp) - a master
*> out of step refuses the close until LoanBalanceRebuild has
*> proved it. The cutover is proved before anything is moved: the
*> replacement file is written to the side, re-read, and its
*> student count and balance total must equal the master's exactly
*> - only then is it installed over the live ledger, and the
*> master's last-posting stamps moved on to the carry-forward. The
*> old postings are already safe in the archive before the live
*> file is touched. A "V" reversal is archived with the rest, next to
*> the posting it cancelled; the master it is checked against
*> already carries the reversal's balance and, for a reversed
*> repayment, the repayment date it fell back to, so the memo "R"
*> is dated at the last repayment that still stands. Once a posting
*> is in the archive it can no longer be reversed. Each installed
*> close adds its archive to Loans.Ledger.Archives.Dat, the list
*> the whole-history readers (LoanTaxReceiptRun) work from.
*>
*> RETURN-CODEs: 0 closed, 8 refused (no balance master, master out
*> of step with the ledger, or carry-forward proof failed),
*> 12 file error (live ledger left untouched unless installation
*> itself failed - then restore it from the archive just written).

             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-NEW-LEDGER-FILE-STATUS.

      SELECT BalanceFile ASSIGN WS-LOANS-BALANCE-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BalStudentId
             FILE STATUS IS WS-BALANCE-FILE-STATUS.

      *>   Every archive a close has cut, oldest first.
      SELECT OPTIONAL ArchiveListFile ASSIGN WS-LEDGER-ARCHIVES-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-ARCHIVE-LIST-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
   COPY ledgrec.

FD ArchiveFile.
01 ArchiveLedgerRecord     PIC X(73).

FD NewLedgerFile.
01 NewLedgerRecord.
                          ==LedgerRepayment==    BY ==NewLedgerRepayment==
                          ==LedgerInterest==     BY ==NewLedgerInterest==
                          ==LedgerCarryForward== BY ==NewLedgerCarryForward==
                          ==LedgerReversal==     BY ==NewLedgerReversal==
                          ==LedgerWriteOff==     BY ==NewLedgerWriteOff==
                          ==LedgerAward==        BY ==NewLedgerAward==
                          ==LedgerInterestAdjUp==   BY ==NewLedgerInterestAdjUp==
                          ==LedgerInterestAdjDown== BY ==NewLedgerInterestAdjDown==
                          ==LedgerReversalRef==  BY ==NewLedgerReversalRef==
                          ==LedgerPostAmount== BY ==NewLedgerPostAmount==
                          ==LedgerBalance==    BY ==NewLedgerBalance==.

FD BalanceFile.
01 BalanceRecord.
   88 EndOfBalanceFile     VALUE HIGH-VALUES.
   COPY loanbal.

FD ArchiveListFile.
01 ArchiveListRecord.
   COPY archlist.

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>   comes from the STUDENT_DATA_DIR environment variable (default
01  WS-LOANS-LEDGER-PATH     PIC X(160).
01  WS-LEDGER-NEW-PATH       PIC X(160).
01  WS-LEDGER-ARCHIVE-NAME   PIC X(160).
01  WS-LEDGER-ARCHIVE-FILE   PIC X(60).
01  WS-LOANS-BALANCE-PATH    PIC X(160).
01  WS-LEDGER-ARCHIVES-PATH  PIC X(160).

01  WS-LEDGER-FILE-STATUS    PIC XX.
01  WS-ARCHIVE-FILE-STATUS   PIC XX.
01  WS-NEW-LEDGER-FILE-STATUS PIC XX.
01  WS-BALANCE-FILE-STATUS   PIC XX.
    88  WS-BALANCE-FOUND         VALUE "00".
01  WS-ARCHIVE-LIST-FILE-STATUS PIC XX.
*>   File-status hardening - a required file that fails to open
*>   abandons the run with a clear operator message and RETURN-CODE
*>   12, instead of a runtime abort partway through.
01  WS-ABORT-FILE-NAME        PIC X(30).
01  WS-ABORT-FILE-STATUS      PIC XX.

*>   Students on the balance master, and whether every posting
*>   being closed agreed with it.
01  WS-BALANCE-COUNT         PIC 9(7) VALUE ZERO.
01  WS-MASTER-IN-STEP-SW     PIC X VALUE 'Y'.
    88  WS-MASTER-IN-STEP        VALUE 'Y'.
    88  WS-MASTER-OUT-OF-STEP    VALUE 'N'.
01  WS-POST-STAMP.
    02  WS-POST-DATE            PIC 9(8).
    02  WS-POST-TIME            PIC 9(8).
01  WS-MASTER-STAMP.
    02  WS-MASTER-DATE          PIC 9(8).
    02  WS-MASTER-TIME          PIC 9(8).
*>   Time stamp every carry-forward record is written with.
01  WS-CLOSE-TIME            PIC 9(8).

*>   The carry-forward proof - the old file's final balances against
*>   what the replacement file actually carries, re-read from disk.
01  WS-OLD-BALANCE-TOTAL     PIC 9(11) VALUE ZERO.
01  WS-NEW-BALANCE-TOTAL     PIC 9(11) VALUE ZERO.
01  WS-NEW-RECORD-COUNT      PIC 9(7) VALUE ZERO.
01  WS-PROOF-OK-SW           PIC X VALUE 'Y'.
    88  WS-PROOF-OK              VALUE 'Y'.
    88  WS-PROOF-FAILED          VALUE 'N'.

*>   Control totals for the end-of-run summary.
01  WS-POSTINGS-ARCHIVED-COUNT PIC 9(7) VALUE ZERO.
01  WS-REVERSALS-ARCHIVED-COUNT PIC 9(7) VALUE ZERO.
01  WS-FIRST-ARCHIVED-DATE     PIC 9(8) VALUE ZERO.
01  WS-LAST-ARCHIVED-DATE      PIC 9(8) VALUE ZERO.
01  WS-CARRIED-STUDENT-COUNT   PIC 9(7) VALUE ZERO.
01  WS-INSTALLED-COUNT          PIC 9(7) VALUE ZERO.

    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA

    MOVE SPACES TO WS-LEDGER-ARCHIVE-FILE
    STRING "loans.ledger.archive."
           WS-CURRENT-DATE "-" WS-CURRENT-TIME ".dat"
           DELIMITED BY SIZE
      INTO WS-LEDGER-ARCHIVE-FILE
    END-STRING
    MOVE SPACES TO WS-LEDGER-ARCHIVE-NAME
    STRING FUNCTION TRIM(WS-DATA-DIR) "/"
           FUNCTION TRIM(WS-LEDGER-ARCHIVE-FILE)
           DELIMITED BY SIZE
      INTO WS-LEDGER-ARCHIVE-NAME
    END-STRING

    STRING WS-CURRENT-HOURS, WS-CURRENT-MINUTE, WS-CURRENT-SECOND, WS-CURRENT-MILLISECONDS
        DELIMITED BY SIZE INTO WS-CLOSE-TIME
    END-STRING

    OPEN I-O BalanceFile
    IF WS-BALANCE-FILE-STATUS = "35"
       DISPLAY "CLOSE REFUSED - the loan balance master "
               "Loans.Balance.Dat is not on file - create it from the "
               "ledger with LoanBalanceRebuild first"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF
    IF WS-BALANCE-FILE-STATUS NOT = "00"
       MOVE "loans.balance.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-BALANCE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF

    PERFORM ArchiveAndCheckLedger
    IF WS-MASTER-OUT-OF-STEP
       DISPLAY "CLOSE REFUSED - the loan balance master is out of "
               "step with the ledger - prove it with LoanBalanceRebuild "
               "and rebuild it if need be - the live ledger is untouched"
       CLOSE BalanceFile
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    PERFORM ProveCarryForwardFile
    IF WS-PROOF-FAILED
       DISPLAY "CLOSE REFUSED - the carry-forward file does not "
               "reproduce the balance master's balances - the live "
               "ledger is untouched"
       CLOSE BalanceFile
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF

    PERFORM InstallCarryForwardFile
    PERFORM RecordArchiveOnList
    PERFORM StampBalanceMaster
    CLOSE BalanceFile

    DISPLAY " "
    DISPLAY "=============== LoanPeriodClose Control Totals ==============="
    DISPLAY "Postings cut to the archive........... : " WS-POSTINGS-ARCHIVED-COUNT
    DISPLAY "  of which reversal postings.......... : " WS-REVERSALS-ARCHIVED-COUNT
    DISPLAY "Students carried forward.............. : " WS-CARRIED-STUDENT-COUNT
    DISPLAY "Balance total carried forward......... : " WS-OLD-BALANCE-TOTAL
    DISPLAY "Archive file.......................... : "
    GOBACK.

*>  ---------------------------------------------------------------
*>  ArchiveAndCheckLedger - one pass over the live ledger copying
*>  every posting to the dated archive and checking each against
*>  the student's balance master record on the way through: a
*>  student missing from the master, or a posting stamped later
*>  than the master's last posting, means the master never saw it
*>  and sets WS-MASTER-OUT-OF-STEP. When this finishes, the closed
*>  period is already safe on disk before the live file is
*>  disturbed.
*>  ---------------------------------------------------------------
ArchiveAndCheckLedger.
    OPEN INPUT LedgerFile
    IF WS-LEDGER-FILE-STATUS NOT = "00"
       MOVE "loans.ledger.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-ARCHIVE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    MOVE ZERO TO BalStudentId
    READ LedgerFile
        AT END SET EndOfLedgerFile TO TRUE
    END-READ
           PERFORM FileWriteAbort
        END-IF
        ADD 1 TO WS-POSTINGS-ARCHIVED-COUNT
        IF WS-FIRST-ARCHIVED-DATE = ZERO
           OR LedgerPostDate OF LedgerRecord < WS-FIRST-ARCHIVED-DATE
           MOVE LedgerPostDate OF LedgerRecord TO WS-FIRST-ARCHIVED-DATE
        END-IF
        IF LedgerPostDate OF LedgerRecord > WS-LAST-ARCHIVED-DATE
           MOVE LedgerPostDate OF LedgerRecord TO WS-LAST-ARCHIVED-DATE
        END-IF
        IF LedgerReversal OF LedgerRecord
           ADD 1 TO WS-REVERSALS-ARCHIVED-COUNT
        END-IF
        PERFORM CheckPostingAgainstMaster
        READ LedgerFile
            AT END SET EndOfLedgerFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE ArchiveFile
    CLOSE LedgerFile.

*>  ---------------------------------------------------------------
*>  CheckPostingAgainstMaster - the posting in LedgerRecord must
*>  belong to a student on the balance master and be no later than
*>  that student's last-posting stamp.
*>  ---------------------------------------------------------------
CheckPostingAgainstMaster.
    IF BalStudentId NOT = LedgerStudentId
       MOVE LedgerStudentId TO BalStudentId
       READ BalanceFile
           INVALID KEY CONTINUE
       END-READ
       IF NOT WS-BALANCE-FOUND
          SET WS-MASTER-OUT-OF-STEP TO TRUE
          DISPLAY "OUT OF STEP - " LedgerStudentId
                  " has ledger postings but no balance master record"
          MOVE ZERO TO BalStudentId
          EXIT PARAGRAPH
       END-IF
    END-IF
    MOVE LedgerPostDate TO WS-POST-DATE
    MOVE LedgerPostTime TO WS-POST-TIME
    MOVE BalLastPostDate TO WS-MASTER-DATE
    MOVE BalLastPostTime TO WS-MASTER-TIME
    IF WS-POST-STAMP > WS-MASTER-STAMP
       SET WS-MASTER-OUT-OF-STEP TO TRUE
       DISPLAY "OUT OF STEP - " LedgerStudentId " posting of "
               LedgerPostDate " " LedgerPostTime
               " is later than the balance master's last posting"
    END-IF.

*>  ---------------------------------------------------------------
*>  BuildCarryForwardFile - the replacement ledger, written to the
*>  side from the balance master in StudentId order, totalling the
*>  master's balances for the proof as it goes. Per student: a
*>  zero-amount "R" memo dated at their last
*>  repayment (when they have one), a zero-amount "I" memo dated at
*>  the last accrued month-end (when one exists), then the "C"
*>  record with the balance picking up where the archived period
       MOVE WS-NEW-LEDGER-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    MOVE ZERO TO WS-OLD-BALANCE-TOTAL
    MOVE LOW-VALUES TO BalanceRecord
    START BalanceFile KEY IS NOT LESS THAN BalStudentId
        INVALID KEY SET EndOfBalanceFile TO TRUE
    END-START
    IF NOT EndOfBalanceFile
       READ BalanceFile NEXT RECORD
           AT END SET EndOfBalanceFile TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfBalanceFile
       ADD 1 TO WS-BALANCE-COUNT
       ADD BalCurrentBalance TO WS-OLD-BALANCE-TOTAL
       IF BalLastRepayDate NOT = ZERO
          MOVE BalLastRepayDate TO NewLedgerPostDate
          MOVE "R" TO NewLedgerPostType
          PERFORM WriteOneCarryRecord
       END-IF
       IF BalLastAccrueDate NOT = ZERO
          MOVE BalLastAccrueDate TO NewLedgerPostDate
          MOVE "I" TO NewLedgerPostType
          PERFORM WriteOneCarryRecord
       END-IF
       MOVE "C" TO NewLedgerPostType
       PERFORM WriteOneCarryRecord
       ADD 1 TO WS-CARRIED-STUDENT-COUNT
       READ BalanceFile NEXT RECORD
           AT END SET EndOfBalanceFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE NewLedgerFile.

*>  ---------------------------------------------------------------
*>  WriteOneCarryRecord - one record of the replacement ledger for
*>  the balance master record in the buffer; the caller has set the
*>  posting type and date, everything else is common: amount zero,
*>  the student's final balance, the run's time stamp.
*>  ---------------------------------------------------------------
WriteOneCarryRecord.
    MOVE BalStudentId TO NewLedgerStudentId
    MOVE WS-CLOSE-TIME TO NewLedgerPostTime
    MOVE ZERO TO NewLedgerPostAmount
    MOVE BalCurrentBalance TO NewLedgerBalance
    MOVE SPACES TO NewLedgerReversalRef
    WRITE NewLedgerRecord
    IF WS-NEW-LEDGER-FILE-STATUS NOT = "00"
       MOVE "loans.ledger.new.dat" TO WS-ABORT-FILE-NAME

*>  ---------------------------------------------------------------
*>  ProveCarryForwardFile - re-reads the replacement file from disk
*>  and proves its "C" count and balance total equal the balance
*>  master's, before the live file is touched. The
*>  zero-amount "R"/"I" memo records carry history, not money, and
*>  stand outside the totals; anything else in the file fails the
*>  proof. The proof runs against what actually landed on disk, not
*>  the master it was written from, so a short write is caught too.
*>  ---------------------------------------------------------------
ProveCarryForwardFile.
    OPEN INPUT NewLedgerFile

    IF WS-NEW-RECORD-COUNT NOT = WS-BALANCE-COUNT
       SET WS-PROOF-FAILED TO TRUE
       DISPLAY "PROOF ERROR - " WS-BALANCE-COUNT " students "
               "on the master but the carry-forward file holds "
               WS-NEW-RECORD-COUNT
    END-IF
    IF WS-NEW-BALANCE-TOTAL NOT = WS-OLD-BALANCE-TOTAL
       SET WS-PROOF-FAILED TO TRUE
       DISPLAY "PROOF ERROR - balance master total "
               WS-OLD-BALANCE-TOTAL " but the carry-forward file "
               "totals " WS-NEW-BALANCE-TOTAL
    END-IF
    DISPLAY "Live ledger restarted with " WS-INSTALLED-COUNT
            " carry-forward records".

*>  ---------------------------------------------------------------
*>  RecordArchiveOnList - the archive just cut goes on the end of
*>  Loans.Ledger.Archives.Dat. Only reached once the carry-forward
*>  is installed, so an abandoned close never lists an archive whose
*>  postings are still on the live ledger. The close itself is
*>  complete by now; a list that cannot be written is a warning,
*>  and the archive must then be added to the list by hand.
*>  ---------------------------------------------------------------
RecordArchiveOnList.
    OPEN EXTEND ArchiveListFile
    IF WS-ARCHIVE-LIST-FILE-STATUS NOT = "00"
       AND WS-ARCHIVE-LIST-FILE-STATUS NOT = "05"
       DISPLAY "WARNING - cannot open loans.ledger.archives.dat (file "
               "status " WS-ARCHIVE-LIST-FILE-STATUS ") - add "
               FUNCTION TRIM(WS-LEDGER-ARCHIVE-FILE) " to it by hand"
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO ArchiveListRecord
    MOVE WS-LEDGER-ARCHIVE-FILE TO ArchListFileName
    MOVE WS-CURRENT-DATE TO ArchListCloseDate
    MOVE WS-FIRST-ARCHIVED-DATE TO ArchListFirstPostDate
    MOVE WS-LAST-ARCHIVED-DATE TO ArchListLastPostDate
    MOVE WS-POSTINGS-ARCHIVED-COUNT TO ArchListPostingCount
    WRITE ArchiveListRecord
    IF WS-ARCHIVE-LIST-FILE-STATUS NOT = "00"
       DISPLAY "WARNING - write to loans.ledger.archives.dat failed "
               "(file status " WS-ARCHIVE-LIST-FILE-STATUS ") - add "
               FUNCTION TRIM(WS-LEDGER-ARCHIVE-FILE) " to it by hand"
    END-IF
    CLOSE ArchiveListFile.

*>  ---------------------------------------------------------------
*>  StampBalanceMaster - once the carry-forward is the live ledger,
*>  each master record's last-posting stamp moves on to the "C"
*>  record just installed, the latest posting the student now has.
*>  Balances and dates are unchanged - the memos carried them.
*>  ---------------------------------------------------------------
StampBalanceMaster.
    MOVE LOW-VALUES TO BalanceRecord
    START BalanceFile KEY IS NOT LESS THAN BalStudentId
        INVALID KEY SET EndOfBalanceFile TO TRUE
    END-START
    IF NOT EndOfBalanceFile
       READ BalanceFile NEXT RECORD
           AT END SET EndOfBalanceFile TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfBalanceFile
       MOVE WS-CURRENT-DATE TO BalLastPostDate
       MOVE WS-CLOSE-TIME TO BalLastPostTime
       REWRITE BalanceRecord
       IF WS-BALANCE-FILE-STATUS NOT = "00"
          MOVE "loans.balance.dat" TO WS-ABORT-FILE-NAME
          MOVE WS-BALANCE-FILE-STATUS TO WS-ABORT-FILE-STATUS
          PERFORM FileWriteAbort
       END-IF
       READ BalanceFile NEXT RECORD
           AT END SET EndOfBalanceFile TO TRUE
       END-READ
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  SetFileAssignments - builds every data-file path from the
*>  STUDENT_DATA_DIR environment variable (default "data"), so the
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.ledger.dat"
        DELIMITED BY SIZE INTO WS-LOANS-LEDGER-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-BALANCE-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.balance.dat"
        DELIMITED BY SIZE INTO WS-LOANS-BALANCE-PATH
    END-STRING
    MOVE SPACES TO WS-LEDGER-NEW-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.ledger.new.dat"
        DELIMITED BY SIZE INTO WS-LEDGER-NEW-PATH
    END-STRING
    MOVE SPACES TO WS-LEDGER-ARCHIVES-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.ledger.archives.dat"
        DELIMITED BY SIZE INTO WS-LEDGER-ARCHIVES-PATH
    END-STRING.
