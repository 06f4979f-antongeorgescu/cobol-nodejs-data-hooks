IDENTIFICATION DIVISION.
PROGRAM-ID. CollectionsReferral.
AUTHOR. Anton Georgescu.
*> Collections referral run - takes LoanAgingReport's "* COLLECTIONS"
*> flag through to the outside collection agency. Every balance on
*> the loan balance master Loans.Balance.Dat is aged the way
*> LoanAgingReport ages it (days since the last repayment, no
*> repayment at all counting as 90-plus); the balance of a student
*> who has left study - Inactive or Graduated - in the 90-plus
*> bucket that has never been referred is put to the supervisor at
*> the console one at a time, with the student's contact and
*> guarantor details shown, for approval.
*> A guarantee GuarantorRun has released is shown as released and
*> is not passed to the agency - the guarantor is no longer liable.
*> Each approved referral goes to the agency's referral file
*> Collections.Referral.Dat (HDR, one DTL per loan carrying the
*> Students.Contact.Dat and Students.Guarantor.Dat details, TRL with
*> the count and balance total) and is recorded on
*> Loans.Collections.Dat, so the loan is never put up again - the
*> agency's recoveries and closure come back through
*> CollectionsImport. Collections.Referral.Dat stays on disk until
*> it is sent to the agency and taken away; while it is still there
*> the run is refused, so a second session cannot overwrite
*> referrals already recorded. A session that refers nobody leaves
*> no file.
*>
*> RETURN-CODEs: 0 session complete, 8 refused (no approving
*> supervisor, the last referral file not yet sent, no balance
*> master), 12 file error.

*> cobc -x -free collectionsreferral.cbl      (standalone)
*> cobc -m -free collectionsreferral.cbl      (module, CALLable from OperatorConsole)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT StudentFile ASSIGN WS-STUDENTS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS StudentId
             ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
             FILE STATUS IS WS-STUDENT-FILE-STATUS.

      SELECT BalanceFile ASSIGN WS-LOANS-BALANCE-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS BalStudentId
             FILE STATUS IS WS-BALANCE-FILE-STATUS.

      SELECT OPTIONAL ContactFile ASSIGN WS-STUDENTS-CONTACT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS ContactStudentId
             FILE STATUS IS WS-CONTACT-FILE-STATUS.

      SELECT OPTIONAL GuarantorFile ASSIGN WS-STUDENTS-GUARANTOR-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS GuarStudentId
             FILE STATUS IS WS-GUARANTOR-FILE-STATUS.

      SELECT OPTIONAL CollectionsFile ASSIGN WS-LOANS-COLLECTIONS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CollStudentId
             FILE STATUS IS WS-COLLECTIONS-FILE-STATUS.

      SELECT ReferralFile ASSIGN WS-COLLECTIONS-REFERRAL-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-REFERRAL-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD StudentFile.
01 StudentDetails.
   COPY studrec.

FD BalanceFile.
01 BalanceRecord.
   88 EndOfBalanceFile     VALUE HIGH-VALUES.
   COPY loanbal.

FD ContactFile.
01 ContactRecord.
   COPY contactrec.

FD GuarantorFile.
01 GuarantorRecord.
   COPY guarrec.

FD CollectionsFile.
01 CollectionsRecord.
   COPY collrec.

*>   The agency's fixed-format referral record set, told apart by
*>   the three-byte type in front - HDR, one DTL per loan referred,
*>   TRL last. A student with no contact or guarantor record on file
*>   is sent with those fields blank and the on-file flag "N".
FD ReferralFile.
01 ReferralRecord.
   02 RefRecordType        PIC X(3).
      88 RefHeaderRecord      VALUE "HDR".
      88 RefDetailRecord      VALUE "DTL".
      88 RefTrailerRecord     VALUE "TRL".
   02 RefRecordBody        PIC X(297).
01 ReferralHeader.
   02 FILLER               PIC X(3).
   02 RefHdrRunDate        PIC 9(8).
   02 RefHdrFileName       PIC X(24).
01 ReferralDetail.
   02 FILLER               PIC X(3).
   02 RefStudentId         PIC 9(7).
   02 RefSurname           PIC X(8).
   02 RefInitials          PIC XX.
   02 RefDateOfBirth       PIC 9(8).
   02 RefPhoneNo           PIC 9(10).
   02 RefBalance           PIC 9(7).
*>     Date of the last repayment; zero when none was ever made.
   02 RefLastPayDate       PIC 9(8).
   02 RefContactOnFile     PIC X.
   02 RefAddressLine1      PIC X(30).
   02 RefAddressLine2      PIC X(30).
   02 RefCity              PIC X(20).
   02 RefPostalCode        PIC X(10).
   02 RefEmail             PIC X(40).
   02 RefGuarantorOnFile   PIC X.
   02 RefGuarName          PIC X(30).
   02 RefGuarRelationship  PIC X(10).
   02 RefGuarPhoneNo       PIC 9(10).
   02 RefGuarAddressLine1  PIC X(30).
   02 RefGuarCity          PIC X(20).
   02 RefGuarPostalCode    PIC X(10).
   02 RefGuarAmount        PIC 9(5).
01 ReferralTrailer.
   02 FILLER               PIC X(3).
   02 RefTrlReferralCount  PIC 9(7).
   02 RefTrlBalanceTotal   PIC 9(11).

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>   comes from the STUDENT_DATA_DIR environment variable (default
*>   "data"), so the same compiled programs run against the
*>   production directory tonight and a test copy tomorrow morning
*>   without recompiling.
01  WS-DATA-DIR              PIC X(64).
01  WS-STUDENTS-PATH         PIC X(160).
01  WS-LOANS-BALANCE-PATH    PIC X(160).
01  WS-STUDENTS-CONTACT-PATH PIC X(160).
01  WS-STUDENTS-GUARANTOR-PATH PIC X(160).
01  WS-LOANS-COLLECTIONS-PATH PIC X(160).
01  WS-COLLECTIONS-REFERRAL-PATH PIC X(160).

01  WS-STUDENT-FILE-STATUS   PIC XX.
    88  WS-STUDENT-FOUND         VALUE "00".
01  WS-BALANCE-FILE-STATUS   PIC XX.
01  WS-CONTACT-FILE-STATUS   PIC XX.
    88  WS-CONTACT-FOUND         VALUE "00".
01  WS-GUARANTOR-FILE-STATUS PIC XX.
    88  WS-GUARANTOR-FOUND       VALUE "00".
01  WS-GUARANTEE-STANDS-SW   PIC X.
    88  WS-GUARANTEE-STANDS      VALUE 'Y'.
01  WS-COLLECTIONS-FILE-STATUS PIC XX.
    88  WS-COLLECTIONS-FOUND     VALUE "00".
01  WS-REFERRAL-FILE-STATUS  PIC XX.
*>   File-status hardening - a required file that fails to open
*>   abandons the run with a clear operator message and RETURN-CODE
*>   12, instead of a runtime abort partway through.
01  WS-ABORT-FILE-NAME        PIC X(30).
01  WS-ABORT-FILE-STATUS      PIC XX.

01  WS-ENTRY-SUPERVISOR      PIC X(8).
01  WS-DECISION              PIC X.
    88  WS-DECISION-REFER        VALUE 'Y' 'y'.
    88  WS-DECISION-SKIP         VALUE 'N' 'n'.
    88  WS-DECISION-STOP         VALUE 'S' 's'.
01  WS-STOP-REVIEW-SW        PIC X VALUE 'N'.
    88  WS-STOP-REVIEW           VALUE 'Y'.

*>   Day arithmetic for the aging - today and the last payment date
*>   as day numbers, so the gap is a straight subtraction.
01  WS-TODAY-DATE-NUM        PIC 9(8).
01  WS-TODAY-INT             PIC 9(8).
01  WS-LAST-PAY-INT          PIC 9(8).
01  WS-DAYS-SINCE-PAY        PIC S9(8).
01  WS-DAYS-SHOWN            PIC Z(7)9.

*>   Control totals for the end-of-session summary.
01  WS-BALANCES-READ-COUNT   PIC 9(7) VALUE ZERO.
01  WS-CANDIDATE-COUNT       PIC 9(7) VALUE ZERO.
01  WS-ALREADY-REFERRED-COUNT PIC 9(7) VALUE ZERO.
01  WS-REFERRED-COUNT        PIC 9(7) VALUE ZERO.
01  WS-DECLINED-COUNT        PIC 9(7) VALUE ZERO.
01  WS-LEFT-COUNT            PIC 9(7) VALUE ZERO.
01  WS-REFERRED-TOTAL        PIC 9(11) VALUE ZERO.

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
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM)

    *>   Signed on at the console, the supervisor is the operator -
    *>   only a supervisor is offered this function there.
    ACCEPT WS-ENTRY-SUPERVISOR FROM ENVIRONMENT "STUDENT_OPERATOR_ID"
    IF WS-ENTRY-SUPERVISOR NOT = SPACES
       DISPLAY "Referrals approved by " WS-ENTRY-SUPERVISOR
               " (signed on)"
    ELSE
       DISPLAY "Supervisor approving referrals (initials): "
               WITH NO ADVANCING
       ACCEPT WS-ENTRY-SUPERVISOR
    END-IF
    IF WS-ENTRY-SUPERVISOR = SPACES
       DISPLAY "RUN REFUSED - a referral to the agency needs an "
               "approving supervisor"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF

    *>   The last session's referrals are already recorded as made;
    *>   writing over an unsent file would lose them from the agency.
    OPEN INPUT ReferralFile
    IF WS-REFERRAL-FILE-STATUS = "00"
       CLOSE ReferralFile
       DISPLAY "RUN REFUSED - Collections.Referral.Dat from an earlier "
               "session is still on disk - send it to the agency and "
               "remove it before running again"
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
    OPEN INPUT StudentFile
    IF WS-STUDENT-FILE-STATUS NOT = "00" AND WS-STUDENT-FILE-STATUS NOT = "05"
       MOVE "students.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-STUDENT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    *>   Status 05 on the OPTIONAL files means absent and now open
    *>   and empty - every lookup simply finds nothing on file.
    OPEN INPUT ContactFile
    IF WS-CONTACT-FILE-STATUS NOT = "00" AND WS-CONTACT-FILE-STATUS NOT = "05"
       MOVE "students.contact.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-CONTACT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN INPUT GuarantorFile
    IF WS-GUARANTOR-FILE-STATUS NOT = "00"
       AND WS-GUARANTOR-FILE-STATUS NOT = "05"
       MOVE "students.guarantor.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-GUARANTOR-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN I-O CollectionsFile
    IF WS-COLLECTIONS-FILE-STATUS NOT = "00"
       AND WS-COLLECTIONS-FILE-STATUS NOT = "05"
       MOVE "loans.collections.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-COLLECTIONS-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN OUTPUT ReferralFile
    IF WS-REFERRAL-FILE-STATUS NOT = "00" AND WS-REFERRAL-FILE-STATUS NOT = "05"
       MOVE "collections.referral.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-REFERRAL-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF

    MOVE SPACES TO ReferralHeader
    MOVE "HDR" TO RefRecordType
    MOVE WS-TODAY-DATE-NUM TO RefHdrRunDate
    MOVE "STUDENT-LOAN-REFERRALS" TO RefHdrFileName
    WRITE ReferralHeader
    IF WS-REFERRAL-FILE-STATUS NOT = "00"
       MOVE "collections.referral.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-REFERRAL-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF

    READ BalanceFile
        AT END SET EndOfBalanceFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfBalanceFile
       ADD 1 TO WS-BALANCES-READ-COUNT
       PERFORM ConsiderOneBalance
       READ BalanceFile
           AT END SET EndOfBalanceFile TO TRUE
       END-READ
    END-PERFORM

    MOVE SPACES TO ReferralTrailer
    MOVE "TRL" TO RefRecordType
    MOVE WS-REFERRED-COUNT TO RefTrlReferralCount
    MOVE WS-REFERRED-TOTAL TO RefTrlBalanceTotal
    WRITE ReferralTrailer
    IF WS-REFERRAL-FILE-STATUS NOT = "00"
       MOVE "collections.referral.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-REFERRAL-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF

    CLOSE ReferralFile
    IF WS-REFERRED-COUNT = ZERO
       *>   An empty file would only hold up the next session.
       CALL "CBL_DELETE_FILE" USING WS-COLLECTIONS-REFERRAL-PATH
       MOVE ZERO TO RETURN-CODE
    END-IF
    CLOSE CollectionsFile
    CLOSE GuarantorFile
    CLOSE ContactFile
    CLOSE StudentFile
    CLOSE BalanceFile

    DISPLAY " "
    DISPLAY "============ CollectionsReferral Control Totals ============"
    DISPLAY "Balances read......................... : " WS-BALANCES-READ-COUNT
    DISPLAY "Already referred (not put up again)... : " WS-ALREADY-REFERRED-COUNT
    DISPLAY "Left study 90+ put up for approval.... : " WS-CANDIDATE-COUNT
    DISPLAY "  referred to the agency.............. : " WS-REFERRED-COUNT
    DISPLAY "  declined by the supervisor.......... : " WS-DECLINED-COUNT
    DISPLAY "  left for the next run............... : " WS-LEFT-COUNT
    DISPLAY "Balance referred...................... : " WS-REFERRED-TOTAL
    DISPLAY "============================================================"
    IF WS-REFERRED-COUNT > ZERO
       DISPLAY "Send Collections.Referral.Dat to the agency - the "
               "next referral session waits until it is gone"
    END-IF

    PERFORM WriteRunControl

    GOBACK.

*>  ---------------------------------------------------------------
*>  WriteRunControl - this run's record counts and final
*>  RETURN-CODE, appended to Runs.Dat through runlogger.
*>  ---------------------------------------------------------------
WriteRunControl.
    MOVE "CollectionsReferral" TO RunProgramName
    MOVE WS-RUN-START-DATE TO RunStartDate
    MOVE WS-RUN-START-TIME TO RunStartTime
    MOVE WS-BALANCES-READ-COUNT TO RunRecordsRead
    MOVE WS-REFERRED-COUNT TO RunRecordsWritten
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
*>  ConsiderOneBalance - the balance master record in the buffer:
*>  a balance still owed, 90 days or more since its last repayment
*>  (or never repaid), held by an Inactive or Graduated student,
*>  and never referred before, is put to the supervisor.
*>  ---------------------------------------------------------------
ConsiderOneBalance.
    IF BalCurrentBalance = ZERO
       EXIT PARAGRAPH
    END-IF
    IF BalLastRepayDate = ZERO
       MOVE 99999 TO WS-DAYS-SINCE-PAY
    ELSE
       COMPUTE WS-LAST-PAY-INT =
               FUNCTION INTEGER-OF-DATE(BalLastRepayDate)
       COMPUTE WS-DAYS-SINCE-PAY = WS-TODAY-INT - WS-LAST-PAY-INT
    END-IF
    IF WS-DAYS-SINCE-PAY < 90
       EXIT PARAGRAPH
    END-IF

    MOVE BalStudentId TO StudentId
    READ StudentFile
        INVALID KEY CONTINUE
    END-READ
    IF NOT WS-STUDENT-FOUND OR NOT (StatusInactive OR StatusGraduated)
       EXIT PARAGRAPH
    END-IF

    MOVE BalStudentId TO CollStudentId
    READ CollectionsFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-COLLECTIONS-FOUND
       ADD 1 TO WS-ALREADY-REFERRED-COUNT
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-CANDIDATE-COUNT
    IF WS-STOP-REVIEW
       ADD 1 TO WS-LEFT-COUNT
       EXIT PARAGRAPH
    END-IF
    PERFORM ReviewCandidate.

*>  ---------------------------------------------------------------
*>  ReviewCandidate - shows the candidate with the contact and
*>  guarantor details the agency would be sent, and takes the
*>  supervisor's decision: refer, pass over for now, or stop
*>  reviewing (the rest wait for the next run).
*>  ---------------------------------------------------------------
ReviewCandidate.
    MOVE BalStudentId TO ContactStudentId
    READ ContactFile
        INVALID KEY CONTINUE
    END-READ
    MOVE BalStudentId TO GuarStudentId
    READ GuarantorFile
        INVALID KEY CONTINUE
    END-READ
    MOVE 'N' TO WS-GUARANTEE-STANDS-SW
    IF WS-GUARANTOR-FOUND AND NOT GuarReleased
       SET WS-GUARANTEE-STANDS TO TRUE
    END-IF

    DISPLAY " "
    DISPLAY "Student " StudentId " " StudentName "  program " ProgramCode
            "  balance " BalCurrentBalance
    IF BalLastRepayDate = ZERO
       DISPLAY "  No repayment ever made"
    ELSE
       MOVE WS-DAYS-SINCE-PAY TO WS-DAYS-SHOWN
       DISPLAY "  Last repayment " BalLastRepayDate " - "
               FUNCTION TRIM(WS-DAYS-SHOWN) " days ago"
    END-IF
    IF WS-CONTACT-FOUND
       DISPLAY "  Contact   " ContactAddressLine1 " "
               FUNCTION TRIM(ContactCity) " " ContactPostalCode
    ELSE
       DISPLAY "  Contact   none on file"
    END-IF
    EVALUATE TRUE
        WHEN WS-GUARANTEE-STANDS
            DISPLAY "  Guarantor " GuarName " (" FUNCTION TRIM(GuarRelationship)
                    ") stands behind " GuarAmount
        WHEN WS-GUARANTOR-FOUND
            DISPLAY "  Guarantor " GuarName " released " GuarStatusDate
        WHEN OTHER
            DISPLAY "  Guarantor none on file"
    END-EVALUATE

    MOVE SPACE TO WS-DECISION
    PERFORM UNTIL WS-DECISION-REFER OR WS-DECISION-SKIP
                  OR WS-DECISION-STOP
       DISPLAY "Refer to the agency (Y/N, S to stop reviewing): "
               WITH NO ADVANCING
       ACCEPT WS-DECISION
    END-PERFORM
    EVALUATE TRUE
        WHEN WS-DECISION-REFER
            PERFORM WriteReferral
        WHEN WS-DECISION-SKIP
            ADD 1 TO WS-DECLINED-COUNT
        WHEN WS-DECISION-STOP
            SET WS-STOP-REVIEW TO TRUE
            ADD 1 TO WS-LEFT-COUNT
    END-EVALUATE.

*>  ---------------------------------------------------------------
*>  WriteReferral - the approved loan onto the referral file, then
*>  onto Loans.Collections.Dat as referred, so it is never put up
*>  again.
*>  ---------------------------------------------------------------
WriteReferral.
    MOVE SPACES TO ReferralDetail
    MOVE "DTL" TO RefRecordType
    MOVE StudentId TO RefStudentId
    MOVE Surname TO RefSurname
    MOVE Initials TO RefInitials
    MOVE DateOfBirth TO RefDateOfBirth
    MOVE PhoneNo TO RefPhoneNo
    MOVE BalCurrentBalance TO RefBalance
    MOVE BalLastRepayDate TO RefLastPayDate
    IF WS-CONTACT-FOUND
       MOVE "Y" TO RefContactOnFile
       MOVE ContactAddressLine1 TO RefAddressLine1
       MOVE ContactAddressLine2 TO RefAddressLine2
       MOVE ContactCity TO RefCity
       MOVE ContactPostalCode TO RefPostalCode
       MOVE ContactEmail TO RefEmail
    ELSE
       MOVE "N" TO RefContactOnFile
    END-IF
    IF WS-GUARANTEE-STANDS
       MOVE "Y" TO RefGuarantorOnFile
       MOVE GuarName TO RefGuarName
       MOVE GuarRelationship TO RefGuarRelationship
       MOVE GuarPhoneNo TO RefGuarPhoneNo
       MOVE GuarAddressLine1 TO RefGuarAddressLine1
       MOVE GuarCity TO RefGuarCity
       MOVE GuarPostalCode TO RefGuarPostalCode
       MOVE GuarAmount TO RefGuarAmount
    ELSE
       MOVE "N" TO RefGuarantorOnFile
       MOVE ZERO TO RefGuarPhoneNo
       MOVE ZERO TO RefGuarAmount
    END-IF
    WRITE ReferralDetail
    IF WS-REFERRAL-FILE-STATUS NOT = "00"
       MOVE "collections.referral.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-REFERRAL-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF

    MOVE SPACES TO CollectionsRecord
    MOVE StudentId TO CollStudentId
    SET CollReferred TO TRUE
    MOVE WS-TODAY-DATE-NUM TO CollReferredDate
    MOVE BalCurrentBalance TO CollReferredBalance
    MOVE WS-ENTRY-SUPERVISOR TO CollReferredBy
    MOVE ZERO TO CollRecoveredTotal
    MOVE ZERO TO CollRecoveryCount
    MOVE ZERO TO CollClosedDate
    MOVE ZERO TO CollWriteOffDate
    MOVE ZERO TO CollWriteOffAmount
    WRITE CollectionsRecord
    IF WS-COLLECTIONS-FILE-STATUS NOT = "00"
       MOVE "loans.collections.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-COLLECTIONS-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF

    ADD 1 TO WS-REFERRED-COUNT
    ADD BalCurrentBalance TO WS-REFERRED-TOTAL
    DISPLAY "Referred - " StudentId " balance " BalCurrentBalance.

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
    MOVE SPACES TO WS-LOANS-BALANCE-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.balance.dat"
        DELIMITED BY SIZE INTO WS-LOANS-BALANCE-PATH
    END-STRING
    MOVE SPACES TO WS-STUDENTS-CONTACT-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.contact.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-CONTACT-PATH
    END-STRING
    MOVE SPACES TO WS-STUDENTS-GUARANTOR-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.guarantor.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-GUARANTOR-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-COLLECTIONS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.collections.dat"
        DELIMITED BY SIZE INTO WS-LOANS-COLLECTIONS-PATH
    END-STRING
    MOVE SPACES TO WS-COLLECTIONS-REFERRAL-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/collections.referral.dat"
        DELIMITED BY SIZE INTO WS-COLLECTIONS-REFERRAL-PATH
    END-STRING.
