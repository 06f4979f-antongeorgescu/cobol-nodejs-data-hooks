IDENTIFICATION DIVISION.
PROGRAM-ID. CollectionsImport.
AUTHOR. Anton Georgescu.
*> Collection agency return import - takes back the agency's
*> recovery and closure file Collections.Return.Dat for the loans
*> CollectionsReferral sent them. Each "REC" line is money the
*> agency recovered: it becomes an "R" posting appended to
*> Loans.Post.Dat for LoanPost to apply like any repayment, and is
*> added to the loan's recovered total on Loans.Collections.Dat.
*> Each "CLS" line closes the account with the agency - paid in
*> full ("P"), or uncollectable ("U"), which leaves the balance
*> waiting on a supervisor's write-off approval in LoanWriteOffEntry.
*> The file is proved against the agency's TRL count and recovered
*> total before anything is applied; a file that does not agree is
*> refused whole. A line for a loan that was never referred, is
*> already closed or written off, or carries a bad amount or code,
*> goes to Collections.Return.Reject.Dat with its reason - never
*> applied and never dropped.
*>
*> RETURN-CODEs: 0 applied (rejects, if any, listed), 8 refused (no
*> trailer, or the file disagrees with its trailer), 12 file error.

*> cobc -x -free collectionsimport.cbl      (standalone)
*> cobc -m -free collectionsimport.cbl      (module, CALLable from OperatorConsole)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT ReturnFile ASSIGN WS-COLLECTIONS-RETURN-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-RETURN-FILE-STATUS.

      SELECT OPTIONAL CollectionsFile ASSIGN WS-LOANS-COLLECTIONS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CollStudentId
             FILE STATUS IS WS-COLLECTIONS-FILE-STATUS.

      SELECT OPTIONAL PostingFile ASSIGN WS-LOANS-POST-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-POSTING-FILE-STATUS.

      SELECT RejectFile ASSIGN WS-COLLECTIONS-REJECT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-REJECT-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
*>   The agency's fixed-format return record set, told apart by the
*>   three-byte type in front - one REC per recovery, one CLS per
*>   account closed, TRL last with the agency's own count of REC and
*>   CLS lines and total recovered.
FD ReturnFile.
01 ReturnRecord.
   88 EndOfReturnFile      VALUE HIGH-VALUES.
   02 RetRecordType        PIC X(3).
      88 RetRecovery          VALUE "REC".
      88 RetClosure           VALUE "CLS".
      88 RetTrailer           VALUE "TRL".
   02 RetRecordBody        PIC X(47).
01 ReturnItem.
   02 FILLER               PIC X(3).
   02 RetStudentId         PIC X(7).
   02 RetStudentId-N REDEFINES RetStudentId PIC 9(7).
   02 RetAgencyRef         PIC X(16).
   02 RetItemDate          PIC X(8).
   02 RetItemDate-N REDEFINES RetItemDate PIC 9(8).
*>     REC only - the amount recovered.
   02 RetAmount            PIC X(5).
   02 RetAmount-N REDEFINES RetAmount PIC 9(5).
*>     CLS only - how the agency closed the account.
   02 RetClosureCode       PIC X.
      88 RetClosedPaid        VALUE "P".
      88 RetClosedUncollectable VALUE "U".
01 ReturnTrailer.
   02 FILLER               PIC X(3).
   02 RetTrlItemCount      PIC 9(7).
   02 RetTrlRecoveredTotal PIC 9(11).

FD CollectionsFile.
01 CollectionsRecord.
   COPY collrec.

FD PostingFile.
01 PostingRecord.
   02 PostingStudentID     PIC X(7).
   02 PostingType          PIC X.
   02 PostingAmount        PIC 9(5).

FD RejectFile.
01 RejectLine              PIC X(80).

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>   comes from the STUDENT_DATA_DIR environment variable (default
*>   "data"), so the same compiled programs run against the
*>   production directory tonight and a test copy tomorrow morning
*>   without recompiling.
01  WS-DATA-DIR              PIC X(64).
01  WS-COLLECTIONS-RETURN-PATH PIC X(160).
01  WS-LOANS-COLLECTIONS-PATH PIC X(160).
01  WS-LOANS-POST-PATH       PIC X(160).
01  WS-COLLECTIONS-REJECT-PATH PIC X(160).

01  WS-RETURN-FILE-STATUS    PIC XX.
01  WS-COLLECTIONS-FILE-STATUS PIC XX.
    88  WS-COLLECTIONS-FOUND     VALUE "00".
01  WS-POSTING-FILE-STATUS   PIC XX.
01  WS-REJECT-FILE-STATUS    PIC XX.
*>   File-status hardening - a required file that fails to open
*>   abandons the run with a clear operator message and RETURN-CODE
*>   12, instead of a runtime abort partway through.
01  WS-ABORT-FILE-NAME        PIC X(30).
01  WS-ABORT-FILE-STATUS      PIC XX.

01  WS-TODAY-DATE-NUM        PIC 9(8).

*>   The proving pass - what the file holds against what its
*>   trailer says it holds.
01  WS-PROVE-ITEM-COUNT      PIC 9(7) VALUE ZERO.
01  WS-PROVE-RECOVERED-TOTAL PIC 9(11) VALUE ZERO.
01  WS-STATED-ITEM-COUNT     PIC 9(7) VALUE ZERO.
01  WS-STATED-RECOVERED-TOTAL PIC 9(11) VALUE ZERO.
01  WS-TRAILER-SEEN-SW       PIC X VALUE 'N'.
    88  WS-TRAILER-SEEN          VALUE 'Y'.

01  WS-ITEM-VALID-SW         PIC X.
    88  WS-ITEM-VALID            VALUE 'Y'.
    88  WS-ITEM-INVALID          VALUE 'N'.
01  WS-REJECT-REASON         PIC X(30).
01  WS-REJECT-LINE           PIC X(80).

*>   Control totals for the end-of-run summary.
01  WS-ITEMS-READ-COUNT      PIC 9(7) VALUE ZERO.
01  WS-RECOVERY-COUNT        PIC 9(7) VALUE ZERO.
01  WS-RECOVERED-TOTAL       PIC 9(9) VALUE ZERO.
01  WS-CLOSED-PAID-COUNT     PIC 9(7) VALUE ZERO.
01  WS-CLOSED-UNCOLL-COUNT   PIC 9(7) VALUE ZERO.
01  WS-REJECTED-COUNT        PIC 9(7) VALUE ZERO.
01  WS-REJECTED-TOTAL        PIC 9(9) VALUE ZERO.

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

    PERFORM ProveReturnFile
    IF NOT WS-TRAILER-SEEN
       DISPLAY "RUN REFUSED - Collections.Return.Dat has no TRL "
               "trailer - the file may be incomplete"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF
    IF WS-PROVE-ITEM-COUNT NOT = WS-STATED-ITEM-COUNT
       OR WS-PROVE-RECOVERED-TOTAL NOT = WS-STATED-RECOVERED-TOTAL
       DISPLAY "RUN REFUSED - Collections.Return.Dat holds "
               WS-PROVE-ITEM-COUNT " lines recovering "
               WS-PROVE-RECOVERED-TOTAL
       DISPLAY "              its trailer states "
               WS-STATED-ITEM-COUNT " lines recovering "
               WS-STATED-RECOVERED-TOTAL " - nothing applied"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF

    OPEN INPUT ReturnFile
    IF WS-RETURN-FILE-STATUS NOT = "00"
       MOVE "collections.return.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-RETURN-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
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
    OPEN OUTPUT RejectFile
    IF WS-REJECT-FILE-STATUS NOT = "00" AND WS-REJECT-FILE-STATUS NOT = "05"
       MOVE "collections.return.reject.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-REJECT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF

    READ ReturnFile
        AT END SET EndOfReturnFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfReturnFile
        IF RetRecovery OR RetClosure
           ADD 1 TO WS-ITEMS-READ-COUNT
           PERFORM ValidateItem
           IF WS-ITEM-VALID
              PERFORM ApplyItem
           ELSE
              PERFORM RejectItem
           END-IF
        END-IF
        READ ReturnFile
            AT END SET EndOfReturnFile TO TRUE
        END-READ
    END-PERFORM

    CLOSE ReturnFile
    CLOSE CollectionsFile
    CLOSE PostingFile
    CLOSE RejectFile

    DISPLAY " "
    DISPLAY "============= CollectionsImport Control Totals ============="
    DISPLAY "Agency lines read..................... : " WS-ITEMS-READ-COUNT
    DISPLAY "Recoveries posted to Loans.Post.Dat... : " WS-RECOVERY-COUNT
    DISPLAY "Amount recovered...................... : " WS-RECOVERED-TOTAL
    DISPLAY "Accounts closed paid in full.......... : " WS-CLOSED-PAID-COUNT
    DISPLAY "Accounts closed uncollectable......... : " WS-CLOSED-UNCOLL-COUNT
    DISPLAY "Lines rejected........................ : " WS-REJECTED-COUNT
    DISPLAY "Recoveries rejected (amount).......... : " WS-REJECTED-TOTAL
    DISPLAY "Agency trailer total.................. : " WS-STATED-RECOVERED-TOTAL
    DISPLAY "============================================================"
    IF WS-RECOVERY-COUNT > ZERO
       DISPLAY "Recoveries queued on Loans.Post.Dat - run LoanPost to "
               "apply them"
    END-IF
    IF WS-CLOSED-UNCOLL-COUNT > ZERO
       DISPLAY "Uncollectable accounts wait on write-off approval in "
               "LoanWriteOffEntry"
    END-IF
    IF WS-REJECTED-COUNT > ZERO
       DISPLAY "Rejected lines are on Collections.Return.Reject.Dat - "
               "take them up with the agency"
    END-IF

    PERFORM WriteRunControl

    GOBACK.

*>  ---------------------------------------------------------------
*>  WriteRunControl - this run's record counts and final
*>  RETURN-CODE, appended to Runs.Dat through runlogger.
*>  ---------------------------------------------------------------
WriteRunControl.
    MOVE "CollectionsImport" TO RunProgramName
    MOVE WS-RUN-START-DATE TO RunStartDate
    MOVE WS-RUN-START-TIME TO RunStartTime
    MOVE WS-ITEMS-READ-COUNT TO RunRecordsRead
    COMPUTE RunRecordsWritten = WS-RECOVERY-COUNT + WS-CLOSED-PAID-COUNT
                              + WS-CLOSED-UNCOLL-COUNT
    MOVE WS-REJECTED-COUNT TO RunRejectedCount
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
*>  ProveReturnFile - a first pass over the agency's file counting
*>  its REC and CLS lines and totalling the recoveries, to hold
*>  against its trailer before anything is applied.
*>  ---------------------------------------------------------------
ProveReturnFile.
    OPEN INPUT ReturnFile
    IF WS-RETURN-FILE-STATUS NOT = "00"
       MOVE "collections.return.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-RETURN-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    READ ReturnFile
        AT END SET EndOfReturnFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfReturnFile
        EVALUATE TRUE
            WHEN RetRecovery
                ADD 1 TO WS-PROVE-ITEM-COUNT
                IF RetAmount-N IS NUMERIC
                   ADD RetAmount-N TO WS-PROVE-RECOVERED-TOTAL
                END-IF
            WHEN RetClosure
                ADD 1 TO WS-PROVE-ITEM-COUNT
            WHEN RetTrailer
                SET WS-TRAILER-SEEN TO TRUE
                MOVE RetTrlItemCount TO WS-STATED-ITEM-COUNT
                MOVE RetTrlRecoveredTotal TO WS-STATED-RECOVERED-TOTAL
            WHEN OTHER
                DISPLAY "WARNING - unrecognized line type '"
                        RetRecordType "' ignored"
        END-EVALUATE
        READ ReturnFile
            AT END SET EndOfReturnFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE ReturnFile.

*>  ---------------------------------------------------------------
*>  ValidateItem - the agency line in the buffer must name a loan
*>  referred to them and still open with them; a recovery needs an
*>  amount, a closure a known closure code.
*>  ---------------------------------------------------------------
ValidateItem.
    SET WS-ITEM-VALID TO TRUE
    IF RetStudentId-N NOT NUMERIC
       SET WS-ITEM-INVALID TO TRUE
       MOVE "NON-NUMERIC STUDENT ID" TO WS-REJECT-REASON
       EXIT PARAGRAPH
    END-IF
    MOVE RetStudentId-N TO CollStudentId
    READ CollectionsFile
        INVALID KEY CONTINUE
    END-READ
    IF NOT WS-COLLECTIONS-FOUND
       SET WS-ITEM-INVALID TO TRUE
       MOVE "NOT REFERRED TO THE AGENCY" TO WS-REJECT-REASON
       EXIT PARAGRAPH
    END-IF
    IF CollWrittenOff
       SET WS-ITEM-INVALID TO TRUE
       MOVE "LOAN ALREADY WRITTEN OFF" TO WS-REJECT-REASON
       EXIT PARAGRAPH
    END-IF
    IF CollClosedRecovered
       SET WS-ITEM-INVALID TO TRUE
       MOVE "ACCOUNT ALREADY CLOSED PAID" TO WS-REJECT-REASON
       EXIT PARAGRAPH
    END-IF

    IF RetRecovery
       IF RetAmount-N NOT NUMERIC OR RetAmount-N = ZERO
          SET WS-ITEM-INVALID TO TRUE
          MOVE "BAD RECOVERY AMOUNT" TO WS-REJECT-REASON
       END-IF
       EXIT PARAGRAPH
    END-IF

    IF NOT CollReferred
       SET WS-ITEM-INVALID TO TRUE
       MOVE "ACCOUNT ALREADY CLOSED" TO WS-REJECT-REASON
       EXIT PARAGRAPH
    END-IF
    IF NOT (RetClosedPaid OR RetClosedUncollectable)
       SET WS-ITEM-INVALID TO TRUE
       MOVE "UNKNOWN CLOSURE CODE" TO WS-REJECT-REASON
    END-IF.

*>  ---------------------------------------------------------------
*>  ApplyItem - a recovery becomes an "R" posting on Loans.Post.Dat
*>  and is added to the loan's recovered total; a closure moves the
*>  loan's collections status on.
*>  ---------------------------------------------------------------
ApplyItem.
    IF CollAgencyRef = SPACES
       MOVE RetAgencyRef TO CollAgencyRef
    END-IF
    IF RetRecovery
       MOVE RetStudentId TO PostingStudentID
       MOVE "R" TO PostingType
       MOVE RetAmount-N TO PostingAmount
       WRITE PostingRecord
       IF WS-POSTING-FILE-STATUS NOT = "00"
          MOVE "loans.post.dat" TO WS-ABORT-FILE-NAME
          MOVE WS-POSTING-FILE-STATUS TO WS-ABORT-FILE-STATUS
          PERFORM FileWriteAbort
       END-IF
       ADD RetAmount-N TO CollRecoveredTotal
       ADD 1 TO CollRecoveryCount
       ADD 1 TO WS-RECOVERY-COUNT
       ADD RetAmount-N TO WS-RECOVERED-TOTAL
       DISPLAY "Recovered - " RetStudentId " " RetAmount-N
    ELSE
       IF RetItemDate-N IS NUMERIC
          MOVE RetItemDate-N TO CollClosedDate
       ELSE
          MOVE WS-TODAY-DATE-NUM TO CollClosedDate
       END-IF
       IF RetClosedPaid
          SET CollClosedRecovered TO TRUE
          ADD 1 TO WS-CLOSED-PAID-COUNT
          DISPLAY "Closed paid - " RetStudentId
       ELSE
          SET CollClosedUncollectable TO TRUE
          ADD 1 TO WS-CLOSED-UNCOLL-COUNT
          DISPLAY "Closed uncollectable - " RetStudentId
                  " - awaiting write-off approval"
       END-IF
    END-IF
    REWRITE CollectionsRecord
    IF WS-COLLECTIONS-FILE-STATUS NOT = "00"
       MOVE "loans.collections.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-COLLECTIONS-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF.

*>  ---------------------------------------------------------------
*>  RejectItem - the agency line and why it was refused, onto the
*>  reject file for the collections clerk to take up with them.
*>  ---------------------------------------------------------------
RejectItem.
    MOVE SPACES TO WS-REJECT-LINE
    STRING ReturnRecord(1:47) " - " WS-REJECT-REASON
        DELIMITED BY SIZE INTO WS-REJECT-LINE
    END-STRING
    DISPLAY "Reject - " WS-REJECT-LINE
    WRITE RejectLine FROM WS-REJECT-LINE
    IF WS-REJECT-FILE-STATUS NOT = "00"
       MOVE "collections.return.reject.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-REJECT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF
    ADD 1 TO WS-REJECTED-COUNT
    IF RetRecovery AND RetAmount-N IS NUMERIC
       ADD RetAmount-N TO WS-REJECTED-TOTAL
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
    MOVE SPACES TO WS-COLLECTIONS-RETURN-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/collections.return.dat"
        DELIMITED BY SIZE INTO WS-COLLECTIONS-RETURN-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-COLLECTIONS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.collections.dat"
        DELIMITED BY SIZE INTO WS-LOANS-COLLECTIONS-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-POST-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.post.dat"
        DELIMITED BY SIZE INTO WS-LOANS-POST-PATH
    END-STRING
    MOVE SPACES TO WS-COLLECTIONS-REJECT-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/collections.return.reject.dat"
        DELIMITED BY SIZE INTO WS-COLLECTIONS-REJECT-PATH
    END-STRING.
