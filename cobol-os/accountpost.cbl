IDENTIFICATION DIVISION.
PROGRAM-ID. AccountPost.
AUTHOR. Anton Georgescu.
*> Applies tuition payments from Students.Payments.Dat against
*> each student's account on Students.Account.Dat - the payment
*> side of the account TermBillingRun charges. One "P" posting is
*> written per payment, carrying the running balance it leaves and
*> the term of the student's latest charge, so the next invoice
*> shows it under the term it was paid against. A payment for a
*> student not on the roster, or with no account to pay into, goes
*> to Students.Payments.Reject.Dat with its reason. A payment
*> larger than the balance is taken in full and leaves the student
*> in credit, which the next invoice shows as such - tuition
*> credits are settled against the next term's charge, not
*> refunded.

*> cobc -x -free accountpost.cbl      (standalone)
*> cobc -m -free accountpost.cbl      (module, CALLable from OperatorConsole)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT StudentFile ASSIGN WS-STUDENTS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS StudentId
             ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
             FILE STATUS IS WS-STUDENT-FILE-STATUS.

      SELECT PaymentFile ASSIGN WS-ACCOUNT-POST-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-PAYMENT-FILE-STATUS.

      SELECT OPTIONAL AccountFile ASSIGN WS-STUDENTS-ACCOUNT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AcctKey
             FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

      SELECT RejectFile ASSIGN WS-ACCOUNT-REJECT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-REJECT-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD StudentFile.
01 StudentDetails.
   COPY studrec.

FD PaymentFile.
01 PaymentRecord.
   88 EndOfPaymentFile     VALUE HIGH-VALUES.
   02 PaymentStudentID     PIC X(7).
   02 PaymentStudentID-N REDEFINES PaymentStudentID PIC 9(7).
   02 PaymentAmount        PIC 9(5).

FD AccountFile.
01 AccountRecord.
   COPY acctrec.

FD RejectFile.
01 RejectLine              PIC X(60).

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>   comes from the STUDENT_DATA_DIR environment variable (default
*>   "data"), so the same compiled programs run against the
*>   production directory tonight and a test copy tomorrow morning
*>   without recompiling.
01  WS-DATA-DIR              PIC X(64).
01  WS-STUDENTS-PATH         PIC X(160).
01  WS-ACCOUNT-POST-PATH     PIC X(160).
01  WS-STUDENTS-ACCOUNT-PATH PIC X(160).
01  WS-ACCOUNT-REJECT-PATH   PIC X(160).

01  WS-STUDENT-FILE-STATUS   PIC XX.
    88  WS-STUDENT-FOUND         VALUE "00".
01  WS-PAYMENT-FILE-STATUS   PIC XX.
01  WS-ACCOUNT-FILE-STATUS   PIC XX.
    88  WS-ACCOUNT-DUPLICATE-KEY VALUE "22".
01  WS-REJECT-FILE-STATUS    PIC XX.
*>   File-status hardening - a required file that fails to open
*>   abandons the run with a clear operator message and RETURN-CODE
*>   12, instead of a runtime abort partway through.
01  WS-ABORT-FILE-NAME        PIC X(30).
01  WS-ABORT-FILE-STATUS      PIC XX.

01  WS-PAYMENT-VALID-SW      PIC X.
    88  PaymentIsValid           VALUE 'Y'.
    88  PaymentIsInvalid         VALUE 'N'.
01  WS-REJECT-REASON         PIC X(30).
01  WS-REJECT-LINE           PIC X(60).

*>   The student's account as it stands, read back by key - the
*>   latest balance and the term of their latest charge.
01  WS-ACCOUNT-EOF-SW        PIC X.
    88  WS-ACCOUNT-EOF           VALUE 'Y'.
01  WS-ACCOUNT-FOUND-SW      PIC X.
    88  WS-ACCOUNT-FOUND         VALUE 'Y'.
01  WS-ACCOUNT-BALANCE       PIC S9(7).
01  WS-ACCOUNT-TERM          PIC X(6).
01  WS-ACCOUNT-PROGRAM       PIC X(4).

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

*>   Control totals for the end-of-run summary.
01  WS-PAYMENTS-READ-COUNT   PIC 9(7) VALUE ZERO.
01  WS-APPLIED-COUNT         PIC 9(7) VALUE ZERO.
01  WS-REJECTED-COUNT        PIC 9(7) VALUE ZERO.
01  WS-IN-CREDIT-COUNT       PIC 9(7) VALUE ZERO.
01  WS-APPLIED-TOTAL         PIC 9(9) VALUE ZERO.

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

    OPEN INPUT StudentFile
    IF WS-STUDENT-FILE-STATUS NOT = "00" AND WS-STUDENT-FILE-STATUS NOT = "05"
       MOVE "students.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-STUDENT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN INPUT PaymentFile
    IF WS-PAYMENT-FILE-STATUS NOT = "00" AND WS-PAYMENT-FILE-STATUS NOT = "05"
       MOVE "students.payments.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-PAYMENT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN I-O AccountFile
    IF WS-ACCOUNT-FILE-STATUS NOT = "00" AND WS-ACCOUNT-FILE-STATUS NOT = "05"
       MOVE "students.account.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-ACCOUNT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN OUTPUT RejectFile
    IF WS-REJECT-FILE-STATUS NOT = "00" AND WS-REJECT-FILE-STATUS NOT = "05"
       MOVE "students.payments.reject.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-REJECT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF

    READ PaymentFile
        AT END SET EndOfPaymentFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfPaymentFile
        ADD 1 TO WS-PAYMENTS-READ-COUNT
        PERFORM ValidatePayment
        IF PaymentIsValid
           PERFORM ApplyPayment
        ELSE
           MOVE SPACES TO WS-REJECT-LINE
           STRING PaymentRecord, ' - ', WS-REJECT-REASON DELIMITED BY SIZE
              INTO WS-REJECT-LINE
           END-STRING
           DISPLAY "Reject - " WS-REJECT-LINE
           WRITE RejectLine FROM WS-REJECT-LINE
           ADD 1 TO WS-REJECTED-COUNT
        END-IF
        READ PaymentFile
            AT END SET EndOfPaymentFile TO TRUE
        END-READ
    END-PERFORM

    CLOSE StudentFile
    CLOSE PaymentFile
    CLOSE AccountFile
    CLOSE RejectFile

    DISPLAY " "
    DISPLAY "================ AccountPost Control Totals ================"
    DISPLAY "Payments read......................... : " WS-PAYMENTS-READ-COUNT
    DISPLAY "Payments applied...................... : " WS-APPLIED-COUNT
    DISPLAY "Payments rejected..................... : " WS-REJECTED-COUNT
    DISPLAY "Accounts left in credit............... : " WS-IN-CREDIT-COUNT
    DISPLAY "Total applied......................... : " WS-APPLIED-TOTAL
    DISPLAY "============================================================"

    PERFORM WriteRunControl

    GOBACK.

*>  ---------------------------------------------------------------
*>  WriteRunControl - this run's record counts and final
*>  RETURN-CODE, appended to Runs.Dat through runlogger.
*>  ---------------------------------------------------------------
WriteRunControl.
    MOVE "AccountPost" TO RunProgramName
    MOVE WS-RUN-START-DATE TO RunStartDate
    MOVE WS-RUN-START-TIME TO RunStartTime
    MOVE WS-PAYMENTS-READ-COUNT TO RunRecordsRead
    MOVE WS-APPLIED-COUNT TO RunRecordsWritten
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
*>  ValidatePayment - a payment needs a numeric StudentId that is
*>  on the roster, a positive numeric amount, and an account
*>  (something already billed) to pay into.
*>  ---------------------------------------------------------------
ValidatePayment.
    SET PaymentIsValid TO TRUE
    IF PaymentStudentID-N NOT NUMERIC
       SET PaymentIsInvalid TO TRUE
       MOVE "NON-NUMERIC STUDENT ID" TO WS-REJECT-REASON
       EXIT PARAGRAPH
    END-IF
    IF PaymentAmount NOT NUMERIC OR PaymentAmount = ZERO
       SET PaymentIsInvalid TO TRUE
       MOVE "INVALID PAYMENT AMOUNT" TO WS-REJECT-REASON
       EXIT PARAGRAPH
    END-IF
    MOVE PaymentStudentID-N TO StudentId
    READ StudentFile
        INVALID KEY CONTINUE
    END-READ
    IF NOT WS-STUDENT-FOUND
       SET PaymentIsInvalid TO TRUE
       MOVE "STUDENT NOT ON ROSTER" TO WS-REJECT-REASON
       EXIT PARAGRAPH
    END-IF
    PERFORM ReadAccountPosition
    IF NOT WS-ACCOUNT-FOUND
       SET PaymentIsInvalid TO TRUE
       MOVE "NO ACCOUNT ON FILE - NOT BILLED" TO WS-REJECT-REASON
    END-IF.

*>  ---------------------------------------------------------------
*>  ReadAccountPosition - reads the student's postings with a START
*>  on their id, leaving the latest balance, and the term and
*>  program of their latest charge.
*>  ---------------------------------------------------------------
ReadAccountPosition.
    MOVE ZERO TO WS-ACCOUNT-BALANCE
    MOVE SPACES TO WS-ACCOUNT-TERM
    MOVE SPACES TO WS-ACCOUNT-PROGRAM
    MOVE 'N' TO WS-ACCOUNT-FOUND-SW
    MOVE 'N' TO WS-ACCOUNT-EOF-SW

    MOVE PaymentStudentID-N TO AcctStudentId
    MOVE ZERO TO AcctPostDate
    MOVE ZERO TO AcctPostTime
    START AccountFile KEY IS >= AcctKey
        INVALID KEY SET WS-ACCOUNT-EOF TO TRUE
    END-START
    IF NOT WS-ACCOUNT-EOF
       READ AccountFile NEXT RECORD
           AT END SET WS-ACCOUNT-EOF TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL WS-ACCOUNT-EOF
        IF AcctStudentId NOT = PaymentStudentID-N
           SET WS-ACCOUNT-EOF TO TRUE
        ELSE
           SET WS-ACCOUNT-FOUND TO TRUE
           MOVE AcctBalance TO WS-ACCOUNT-BALANCE
           IF AcctTermCharge
              MOVE AcctTerm TO WS-ACCOUNT-TERM
              MOVE AcctProgramCode TO WS-ACCOUNT-PROGRAM
           END-IF
           READ AccountFile NEXT RECORD
               AT END SET WS-ACCOUNT-EOF TO TRUE
           END-READ
        END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  ApplyPayment - writes the "P" posting. Two payments for the
*>  same student inside one clock tick would share a key, so a
*>  duplicate key nudges the posting time on and tries again.
*>  ---------------------------------------------------------------
ApplyPayment.
    SUBTRACT PaymentAmount FROM WS-ACCOUNT-BALANCE
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
    MOVE PaymentStudentID-N TO AcctStudentId
    MOVE WS-CURRENT-YEAR  TO AcctPostYear
    MOVE WS-CURRENT-MONTH TO AcctPostMonth
    MOVE WS-CURRENT-DAY   TO AcctPostDay
    STRING WS-CURRENT-HOURS, WS-CURRENT-MINUTE, WS-CURRENT-SECOND,
           WS-CURRENT-MILLISECONDS
        DELIMITED BY SIZE INTO AcctPostTime
    END-STRING
    SET AcctPayment TO TRUE
    MOVE WS-ACCOUNT-TERM TO AcctTerm
    MOVE WS-ACCOUNT-PROGRAM TO AcctProgramCode
    MOVE PaymentAmount TO AcctPostAmount
    MOVE WS-ACCOUNT-BALANCE TO AcctBalance
    WRITE AccountRecord
        INVALID KEY CONTINUE
    END-WRITE
    PERFORM UNTIL NOT WS-ACCOUNT-DUPLICATE-KEY
        ADD 1 TO AcctPostTime
        WRITE AccountRecord
            INVALID KEY CONTINUE
        END-WRITE
    END-PERFORM
    IF WS-ACCOUNT-FILE-STATUS NOT = "00"
       MOVE "students.account.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-ACCOUNT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF
    ADD 1 TO WS-APPLIED-COUNT
    ADD PaymentAmount TO WS-APPLIED-TOTAL
    IF WS-ACCOUNT-BALANCE < ZERO
       ADD 1 TO WS-IN-CREDIT-COUNT
    END-IF
    DISPLAY "Payment - " PaymentStudentID " " PaymentAmount
            " against term " WS-ACCOUNT-TERM.

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
    MOVE SPACES TO WS-ACCOUNT-POST-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.payments.dat"
        DELIMITED BY SIZE INTO WS-ACCOUNT-POST-PATH
    END-STRING
    MOVE SPACES TO WS-STUDENTS-ACCOUNT-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.account.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-ACCOUNT-PATH
    END-STRING
    MOVE SPACES TO WS-ACCOUNT-REJECT-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.payments.reject.dat"
        DELIMITED BY SIZE INTO WS-ACCOUNT-REJECT-PATH
    END-STRING.
