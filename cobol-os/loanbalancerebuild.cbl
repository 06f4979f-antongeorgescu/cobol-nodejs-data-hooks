IDENTIFICATION DIVISION.
PROGRAM-ID. LoanBalanceRebuild.
AUTHOR. Anton Georgescu.
*> Proves the loan balance master Loans.Balance.Dat against the
*> posting history on Loans.Ledger.Dat, and recreates it from that
*> history when asked. Every run replays the whole ledger into a
*> proof copy (loans.balance.proof.dat, left on disk) by the same
*> rules the posting programs keep the master with - the latest
*> posting's balance, the latest repayment date, the latest accrual
*> month-end and the latest posting stamp - and then matches the
*> proof against the master student by student, listing every
*> student the two disagree on, every student the master is missing
*> and every master record the ledger knows nothing of. A repayment
*> cancelled by a "V" reversal does not count as the student's last
*> repayment - the reversals are gathered first so the replay can
*> pass over the repayments they cancelled, the way
*> LoanReversalEntry falls the date back when it posts one.
*>   V)erify - report only; the master is not touched.
*>   R)ebuild - after the report, the master is recreated from the
*>              proof copy. Used once to create the master from an
*>              existing ledger, and whenever a verify shows it has
*>              drifted (a posting run abandoned between its ledger
*>              write and its master update, say).
*> The mode comes from LOANBAL-MODE on RunParms.Dat when present,
*> otherwise the console prompt.
*>
*> RETURN-CODEs: 0 master agrees (or rebuilt), 4 verify found
*> differences, 8 refused (bad mode, reversal table full), 12 file
*> error.

*> cobc -x -free loanbalancerebuild.cbl      (standalone)
*> cobc -m -free loanbalancerebuild.cbl      (module, CALLable from OperatorConsole)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT OPTIONAL LedgerFile ASSIGN WS-LOANS-LEDGER-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-LEDGER-FILE-STATUS.

      *>   The master as the posting programs left it.
      SELECT OPTIONAL BalanceFile ASSIGN WS-LOANS-BALANCE-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BalStudentId OF BalanceRecord
             FILE STATUS IS WS-BALANCE-FILE-STATUS.

      *>   The master as the ledger says it should be - rebuilt from
      *>   scratch every run and left on disk for inspection.
      SELECT ProofFile ASSIGN WS-LOANS-BALANCE-PROOF-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BalStudentId OF ProofRecord
             FILE STATUS IS WS-PROOF-FILE-STATUS.

      SELECT OPTIONAL RunParmFile ASSIGN WS-RUNPARMS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-RUNPARM-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD LedgerFile.
01 LedgerRecord.
   88 EndOfLedgerFile      VALUE HIGH-VALUES.
   COPY ledgrec.

FD BalanceFile.
01 BalanceRecord.
   88 EndOfBalanceFile     VALUE HIGH-VALUES.
   COPY loanbal.

FD ProofFile.
01 ProofRecord.
   88 EndOfProofFile       VALUE HIGH-VALUES.
   COPY loanbal.

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
01  WS-LOANS-LEDGER-PATH     PIC X(160).
01  WS-LOANS-BALANCE-PATH    PIC X(160).
01  WS-LOANS-BALANCE-PROOF-PATH PIC X(160).
01  WS-RUNPARMS-PATH         PIC X(160).

01  WS-LEDGER-FILE-STATUS    PIC XX.
01  WS-BALANCE-FILE-STATUS   PIC XX.
01  WS-PROOF-FILE-STATUS     PIC XX.
    88  WS-PROOF-FOUND           VALUE "00".
*>   File-status hardening - a required file that fails to open
*>   abandons the run with a clear operator message and RETURN-CODE
*>   12, instead of a runtime abort partway through.
01  WS-ABORT-FILE-NAME        PIC X(30).
01  WS-ABORT-FILE-STATUS      PIC XX.

*>   Verify or rebuild - from RunParms.Dat when the control file
*>   supplied LOANBAL-MODE, otherwise the console prompt.
01  WS-RUNPARM-FILE-STATUS   PIC XX.
01  WS-PARM-SOURCE           PIC X(12) VALUE "console".
01  WS-MODE-PARM-SW          PIC X VALUE 'N'.
    88  WS-MODE-FROM-PARMS       VALUE 'Y'.
01  WS-RUN-MODE              PIC X.
    88  WS-VERIFY-ONLY           VALUE 'V' 'v'.
    88  WS-REBUILD-MASTER        VALUE 'R' 'r'.

*>   A posting's stamp laid out like the master's, for comparison.
01  WS-POST-STAMP.
    02  WS-POST-DATE            PIC 9(8).
    02  WS-POST-TIME            PIC 9(8).
01  WS-PROOF-STAMP.
    02  WS-PROOF-DATE           PIC 9(8).
    02  WS-PROOF-TIME           PIC 9(8).

*>   Every reversed repayment on the ledger - student, stamp and
*>   amount of the "R" each "V" cancelled - matched off against the
*>   repayments as they are replayed. Capped at 1000; a ledger with
*>   more refuses the run rather than replaying them wrongly.
01  WS-REVERSAL-TABLE.
    02  WS-REVERSAL-COUNT      PIC 9(4) VALUE ZERO.
    02  WS-REVERSAL-ENTRY OCCURS 1000 TIMES INDEXED BY WS-REVERSAL-IX.
        03  WS-RV-STUDENT-ID      PIC 9(7).
        03  WS-RV-DATE            PIC 9(8).
        03  WS-RV-TIME            PIC 9(8).
        03  WS-RV-AMOUNT          PIC 9(5).
        03  WS-RV-MATCHED-SW      PIC X.
            88  WS-RV-MATCHED         VALUE 'Y'.
01  WS-REVERSAL-TABLE-FULL-SW PIC X VALUE 'N'.
    88  WS-REVERSAL-TABLE-FULL   VALUE 'Y'.
01  WS-REPAYMENT-REVERSED-SW PIC X.
    88  WS-REPAYMENT-REVERSED    VALUE 'Y'.

*>   The student-by-student match of proof against master.
01  WS-DIFFER-SW             PIC X.
    88  WS-RECORDS-DIFFER        VALUE 'Y'.

*>   Control totals for the end-of-run summary.
01  WS-POSTINGS-READ-COUNT   PIC 9(7) VALUE ZERO.
01  WS-PROOF-STUDENT-COUNT   PIC 9(7) VALUE ZERO.
01  WS-AGREED-COUNT          PIC 9(7) VALUE ZERO.
01  WS-DIFFERING-COUNT       PIC 9(7) VALUE ZERO.
01  WS-MISSING-COUNT         PIC 9(7) VALUE ZERO.
01  WS-EXTRA-COUNT           PIC 9(7) VALUE ZERO.
01  WS-REBUILT-COUNT         PIC 9(7) VALUE ZERO.
01  WS-PROOF-BALANCE-TOTAL   PIC 9(11) VALUE ZERO.
01  WS-MASTER-BALANCE-TOTAL  PIC 9(11) VALUE ZERO.

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

    PERFORM GetRunParms
    IF WS-MODE-FROM-PARMS
       DISPLAY "Run mode " WS-RUN-MODE " taken from RunParms.Dat"
    ELSE
       DISPLAY "V)erify the balance master, or R)ebuild it from the "
               "ledger: " WITH NO ADVANCING
       ACCEPT WS-RUN-MODE
    END-IF
    IF NOT WS-VERIFY-ONLY AND NOT WS-REBUILD-MASTER
       DISPLAY "RUN REFUSED - " WS-RUN-MODE " is not V or R"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF

    PERFORM LoadReversedRepayments
    IF WS-REVERSAL-TABLE-FULL
       DISPLAY "RUN REFUSED - more than 1000 reversed repayments on the "
               "ledger - the reversal table is full"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF
    PERFORM BuildProofFile
    PERFORM CompareWithMaster
    IF WS-REBUILD-MASTER
       PERFORM RebuildMaster
    END-IF

    DISPLAY " "
    DISPLAY "============= LoanBalanceRebuild Control Totals ============="
    DISPLAY "Run mode (" WS-PARM-SOURCE ").............. : " WS-RUN-MODE
    DISPLAY "Ledger postings replayed.............. : " WS-POSTINGS-READ-COUNT
    DISPLAY "Students on the ledger................ : " WS-PROOF-STUDENT-COUNT
    DISPLAY "Master records agreeing............... : " WS-AGREED-COUNT
    DISPLAY "Master records differing.............. : " WS-DIFFERING-COUNT
    DISPLAY "Students missing from the master...... : " WS-MISSING-COUNT
    DISPLAY "Master records not on the ledger...... : " WS-EXTRA-COUNT
    DISPLAY "Balance total per the ledger.......... : " WS-PROOF-BALANCE-TOTAL
    DISPLAY "Balance total per the master.......... : " WS-MASTER-BALANCE-TOTAL
    IF WS-REBUILD-MASTER
       DISPLAY "Master records rebuilt................ : " WS-REBUILT-COUNT
    END-IF
    DISPLAY "============================================================="

    IF WS-VERIFY-ONLY
       AND (WS-DIFFERING-COUNT > ZERO OR WS-MISSING-COUNT > ZERO
            OR WS-EXTRA-COUNT > ZERO)
       DISPLAY "The balance master does NOT agree with the ledger - "
               "run again in R)ebuild mode to recreate it"
       MOVE 4 TO RETURN-CODE
    END-IF

    PERFORM WriteRunControl

    GOBACK.

*>  ---------------------------------------------------------------
*>  WriteRunControl - this run's record counts and final
*>  RETURN-CODE, appended to Runs.Dat through runlogger.
*>  ---------------------------------------------------------------
WriteRunControl.
    MOVE "LoanBalanceRebuild" TO RunProgramName
    MOVE WS-RUN-START-DATE TO RunStartDate
    MOVE WS-RUN-START-TIME TO RunStartTime
    MOVE WS-POSTINGS-READ-COUNT TO RunRecordsRead
    MOVE WS-REBUILT-COUNT TO RunRecordsWritten
    COMPUTE RunRejectedCount =
            WS-DIFFERING-COUNT + WS-MISSING-COUNT + WS-EXTRA-COUNT
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
*>  program's LOANBAL-MODE keyword, so a nightly verify needs nobody
*>  at the console. A missing file, or a file without the keyword,
*>  leaves the program prompting.
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
        IF ParmKeyword = "LOANBAL-MODE"
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
*>  LoadReversedRepayments - a first pass over the ledger picking
*>  out the repayment each reversal of a repayment cancelled.
*>  ---------------------------------------------------------------
LoadReversedRepayments.
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
        IF LedgerReversal AND LedgerRevOfRepayment
           IF WS-REVERSAL-COUNT < 1000
              ADD 1 TO WS-REVERSAL-COUNT
              SET WS-REVERSAL-IX TO WS-REVERSAL-COUNT
              MOVE LedgerStudentId TO WS-RV-STUDENT-ID(WS-REVERSAL-IX)
              MOVE LedgerRevOrigDate TO WS-RV-DATE(WS-REVERSAL-IX)
              MOVE LedgerRevOrigTime TO WS-RV-TIME(WS-REVERSAL-IX)
              MOVE LedgerRevOrigAmount TO WS-RV-AMOUNT(WS-REVERSAL-IX)
              MOVE 'N' TO WS-RV-MATCHED-SW(WS-REVERSAL-IX)
           ELSE
              SET WS-REVERSAL-TABLE-FULL TO TRUE
           END-IF
        END-IF
        READ LedgerFile
            AT END SET EndOfLedgerFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE LedgerFile.

*>  ---------------------------------------------------------------
*>  CheckRepaymentReversed - is the repayment in the ledger buffer
*>  one a reversal cancelled? The first unmatched reversal of the
*>  same student, stamp and amount claims it.
*>  ---------------------------------------------------------------
CheckRepaymentReversed.
    MOVE 'N' TO WS-REPAYMENT-REVERSED-SW
    PERFORM VARYING WS-REVERSAL-IX FROM 1 BY 1
            UNTIL WS-REVERSAL-IX > WS-REVERSAL-COUNT
               OR WS-REPAYMENT-REVERSED
       IF NOT WS-RV-MATCHED(WS-REVERSAL-IX)
          AND WS-RV-STUDENT-ID(WS-REVERSAL-IX) = LedgerStudentId
          AND WS-RV-DATE(WS-REVERSAL-IX) = LedgerPostDate
          AND WS-RV-TIME(WS-REVERSAL-IX) = LedgerPostTime
          AND WS-RV-AMOUNT(WS-REVERSAL-IX) = LedgerPostAmount
          SET WS-RV-MATCHED(WS-REVERSAL-IX) TO TRUE
          SET WS-REPAYMENT-REVERSED TO TRUE
       END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  BuildProofFile - replays every ledger posting, front to back,
*>  into a freshly emptied proof copy of the master. A missing
*>  ledger gives an empty proof - nobody owes anything.
*>  ---------------------------------------------------------------
BuildProofFile.
    OPEN OUTPUT ProofFile
    IF WS-PROOF-FILE-STATUS NOT = "00"
       MOVE "loans.balance.proof.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-PROOF-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    CLOSE ProofFile
    OPEN I-O ProofFile
    IF WS-PROOF-FILE-STATUS NOT = "00"
       MOVE "loans.balance.proof.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-PROOF-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF

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
        PERFORM ReplayOnePosting
        READ LedgerFile
            AT END SET EndOfLedgerFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE LedgerFile
    CLOSE ProofFile.

*>  ---------------------------------------------------------------
*>  ReplayOnePosting - applies the posting in the ledger buffer to
*>  its student's proof record, by the rules the posting programs
*>  keep the master with: the balance is the latest posting's, the
*>  repayment, accrual and posting dates only ever move forward, and
*>  a reversed repayment never counts as a repayment.
*>  ---------------------------------------------------------------
ReplayOnePosting.
    MOVE LedgerStudentId TO BalStudentId OF ProofRecord
    READ ProofFile
        INVALID KEY CONTINUE
    END-READ
    IF NOT WS-PROOF-FOUND
       MOVE SPACES TO ProofRecord
       MOVE LedgerStudentId TO BalStudentId OF ProofRecord
       MOVE ZERO TO BalLastRepayDate OF ProofRecord
       MOVE ZERO TO BalLastAccrueDate OF ProofRecord
       MOVE ZERO TO BalLastPostDate OF ProofRecord
       MOVE ZERO TO BalLastPostTime OF ProofRecord
    END-IF

    MOVE LedgerBalance TO BalCurrentBalance OF ProofRecord
    IF LedgerRepayment
       MOVE 'N' TO WS-REPAYMENT-REVERSED-SW
       IF LedgerPostAmount > ZERO
          PERFORM CheckRepaymentReversed
       END-IF
       IF NOT WS-REPAYMENT-REVERSED
          AND LedgerPostDate > BalLastRepayDate OF ProofRecord
          MOVE LedgerPostDate TO BalLastRepayDate OF ProofRecord
       END-IF
    END-IF
    IF LedgerInterest
       AND LedgerPostDate > BalLastAccrueDate OF ProofRecord
       MOVE LedgerPostDate TO BalLastAccrueDate OF ProofRecord
    END-IF
    MOVE LedgerPostDate TO WS-POST-DATE
    MOVE LedgerPostTime TO WS-POST-TIME
    MOVE BalLastPostDate OF ProofRecord TO WS-PROOF-DATE
    MOVE BalLastPostTime OF ProofRecord TO WS-PROOF-TIME
    IF WS-POST-STAMP > WS-PROOF-STAMP
       MOVE WS-POST-DATE TO BalLastPostDate OF ProofRecord
       MOVE WS-POST-TIME TO BalLastPostTime OF ProofRecord
    END-IF

    IF WS-PROOF-FOUND
       REWRITE ProofRecord
    ELSE
       WRITE ProofRecord
    END-IF
    IF WS-PROOF-FILE-STATUS NOT = "00"
       MOVE "loans.balance.proof.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-PROOF-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF.

*>  ---------------------------------------------------------------
*>  CompareWithMaster - walks the proof copy and the master side by
*>  side in StudentId order, the way the roster difference report
*>  matches its two files, reporting every student the two do not
*>  agree on.
*>  ---------------------------------------------------------------
CompareWithMaster.
    OPEN INPUT ProofFile
    IF WS-PROOF-FILE-STATUS NOT = "00"
       MOVE "loans.balance.proof.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-PROOF-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN INPUT BalanceFile
    *>   Status 05 means there is no master yet - every student on
    *>   the ledger will show as missing from it.
    IF WS-BALANCE-FILE-STATUS NOT = "00" AND WS-BALANCE-FILE-STATUS NOT = "05"
       MOVE "loans.balance.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-BALANCE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF

    PERFORM ReadNextProof
    PERFORM ReadNextMaster
    PERFORM UNTIL EndOfProofFile AND EndOfBalanceFile
       EVALUATE TRUE
           WHEN EndOfBalanceFile
               PERFORM ReportMissingFromMaster
               PERFORM ReadNextProof
           WHEN EndOfProofFile
               PERFORM ReportNotOnLedger
               PERFORM ReadNextMaster
           WHEN BalStudentId OF ProofRecord < BalStudentId OF BalanceRecord
               PERFORM ReportMissingFromMaster
               PERFORM ReadNextProof
           WHEN BalStudentId OF ProofRecord > BalStudentId OF BalanceRecord
               PERFORM ReportNotOnLedger
               PERFORM ReadNextMaster
           WHEN OTHER
               PERFORM CompareOneStudent
               PERFORM ReadNextProof
               PERFORM ReadNextMaster
       END-EVALUATE
    END-PERFORM

    CLOSE ProofFile
    CLOSE BalanceFile.

*>  ---------------------------------------------------------------
*>  ReadNextProof / ReadNextMaster - the next record of each side
*>  of the match, totalling balances as they go past.
*>  ---------------------------------------------------------------
ReadNextProof.
    READ ProofFile NEXT RECORD
        AT END SET EndOfProofFile TO TRUE
    END-READ
    IF NOT EndOfProofFile
       ADD 1 TO WS-PROOF-STUDENT-COUNT
       ADD BalCurrentBalance OF ProofRecord TO WS-PROOF-BALANCE-TOTAL
    END-IF.

ReadNextMaster.
    READ BalanceFile NEXT RECORD
        AT END SET EndOfBalanceFile TO TRUE
    END-READ
    IF NOT EndOfBalanceFile
       ADD BalCurrentBalance OF BalanceRecord TO WS-MASTER-BALANCE-TOTAL
    END-IF.

*>  ---------------------------------------------------------------
*>  CompareOneStudent - the same student on both sides; every field
*>  the ledger determines must agree.
*>  ---------------------------------------------------------------
CompareOneStudent.
    MOVE 'N' TO WS-DIFFER-SW
    IF BalCurrentBalance OF ProofRecord
       NOT = BalCurrentBalance OF BalanceRecord
       SET WS-RECORDS-DIFFER TO TRUE
       DISPLAY "Differs - " BalStudentId OF ProofRecord
               " balance: ledger " BalCurrentBalance OF ProofRecord
               " master " BalCurrentBalance OF BalanceRecord
    END-IF
    IF BalLastRepayDate OF ProofRecord
       NOT = BalLastRepayDate OF BalanceRecord
       SET WS-RECORDS-DIFFER TO TRUE
       DISPLAY "Differs - " BalStudentId OF ProofRecord
               " last repayment: ledger " BalLastRepayDate OF ProofRecord
               " master " BalLastRepayDate OF BalanceRecord
    END-IF
    IF BalLastAccrueDate OF ProofRecord
       NOT = BalLastAccrueDate OF BalanceRecord
       SET WS-RECORDS-DIFFER TO TRUE
       DISPLAY "Differs - " BalStudentId OF ProofRecord
               " last accrual: ledger " BalLastAccrueDate OF ProofRecord
               " master " BalLastAccrueDate OF BalanceRecord
    END-IF
    IF BalLastPostDate OF ProofRecord NOT = BalLastPostDate OF BalanceRecord
       OR BalLastPostTime OF ProofRecord
          NOT = BalLastPostTime OF BalanceRecord
       SET WS-RECORDS-DIFFER TO TRUE
       DISPLAY "Differs - " BalStudentId OF ProofRecord
               " last posting: ledger " BalLastPostDate OF ProofRecord
               "-" BalLastPostTime OF ProofRecord
               " master " BalLastPostDate OF BalanceRecord
               "-" BalLastPostTime OF BalanceRecord
    END-IF
    IF WS-RECORDS-DIFFER
       ADD 1 TO WS-DIFFERING-COUNT
    ELSE
       ADD 1 TO WS-AGREED-COUNT
    END-IF.

*>  ---------------------------------------------------------------
*>  ReportMissingFromMaster / ReportNotOnLedger - a StudentId on
*>  one side of the match only.
*>  ---------------------------------------------------------------
ReportMissingFromMaster.
    ADD 1 TO WS-MISSING-COUNT
    DISPLAY "Missing - " BalStudentId OF ProofRecord
            " has ledger postings (balance "
            BalCurrentBalance OF ProofRecord ") but no master record".

ReportNotOnLedger.
    ADD 1 TO WS-EXTRA-COUNT
    DISPLAY "Extra   - " BalStudentId OF BalanceRecord
            " is on the master (balance "
            BalCurrentBalance OF BalanceRecord ") but has no postings".

*>  ---------------------------------------------------------------
*>  RebuildMaster - recreates Loans.Balance.Dat from the proof copy,
*>  which stays on disk afterwards as the record of what was loaded.
*>  ---------------------------------------------------------------
RebuildMaster.
    OPEN INPUT ProofFile
    IF WS-PROOF-FILE-STATUS NOT = "00"
       MOVE "loans.balance.proof.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-PROOF-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN OUTPUT BalanceFile
    IF WS-BALANCE-FILE-STATUS NOT = "00" AND WS-BALANCE-FILE-STATUS NOT = "05"
       MOVE "loans.balance.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-BALANCE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    READ ProofFile NEXT RECORD
        AT END SET EndOfProofFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfProofFile
        WRITE BalanceRecord FROM ProofRecord
        IF WS-BALANCE-FILE-STATUS NOT = "00"
           MOVE "loans.balance.dat" TO WS-ABORT-FILE-NAME
           MOVE WS-BALANCE-FILE-STATUS TO WS-ABORT-FILE-STATUS
           PERFORM FileWriteAbort
        END-IF
        ADD 1 TO WS-REBUILT-COUNT
        READ ProofFile NEXT RECORD
            AT END SET EndOfProofFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE ProofFile
    CLOSE BalanceFile
    DISPLAY "Balance master rebuilt with " WS-REBUILT-COUNT
            " students from the ledger".

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
    MOVE SPACES TO WS-LOANS-LEDGER-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.ledger.dat"
        DELIMITED BY SIZE INTO WS-LOANS-LEDGER-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-BALANCE-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.balance.dat"
        DELIMITED BY SIZE INTO WS-LOANS-BALANCE-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-BALANCE-PROOF-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.balance.proof.dat"
        DELIMITED BY SIZE INTO WS-LOANS-BALANCE-PROOF-PATH
    END-STRING
    MOVE SPACES TO WS-RUNPARMS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/runparms.dat"
        DELIMITED BY SIZE INTO WS-RUNPARMS-PATH
    END-STRING.
