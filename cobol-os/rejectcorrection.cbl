IDENTIFICATION DIVISION.
PROGRAM-ID. RejectCorrection.
AUTHOR. Anton Georgescu.
*> Reject correction and resubmission for the offices - the other
*> half of the reject worklist StudentWrite keeps on
*> Rejects.Worklist.Dat. The clerk names their office and gets its
*> open rejects, oldest first, with how many days each has been
*> waiting and why it was rejected. A reject picked from the list
*> can be:
*>   - fixed and resubmitted - the kept transaction is shown field
*>     by field, a blank answer keeping what is there, and the
*>     corrected transaction is appended to the office's own batch
*>     file (from Transbatch.List.Dat, or Transbatch1..5.Dat for
*>     offices 01 to 05) for TransConsolidate to pick up; an office
*>     with no batch of its own (the web office, or a reject with no
*>     origin) resubmits into Transbatch.Resubmit.Dat, which
*>     TransConsolidate consumes like the other system batches;
*>   - withdrawn, with a reason, when the transaction should never
*>     have been keyed.
*> Either way the reject leaves the open worklist, stamped with the
*> date and the operator. A resubmission StudentWrite rejects again
*> comes back onto the worklist under its original first-rejected
*> date, so the aging keeps counting.
*>
*> RETURN-CODEs: 0 session complete, 12 file error.

*> cobc -x -free rejectcorrection.cbl      (standalone)
*> cobc -m -free rejectcorrection.cbl      (module, CALLable from OperatorConsole)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT OPTIONAL RejectWorklistFile ASSIGN WS-REJECTS-WORKLIST-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RejKey
             ALTERNATE RECORD KEY IS RejStudentId WITH DUPLICATES
             FILE STATUS IS WS-REJECT-WORKLIST-STATUS.

      *>   The office's batch file - the name is resolved from the
      *>   batch list before the OPEN.
      SELECT OPTIONAL OfficeBatchFile ASSIGN WS-OFFICE-BATCH-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-OFFICE-BATCH-STATUS.

      SELECT OPTIONAL BatchListFile ASSIGN WS-BATCH-LIST-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-BATCH-LIST-STATUS.

DATA DIVISION.

FILE SECTION.
FD RejectWorklistFile.
01 RejectWorklistRecord.
   COPY rejectrec.

FD OfficeBatchFile.
01 OfficeBatchRecord        PIC X(56).

FD BatchListFile.
01 BatchListRecord.
   88 EndOfBatchListFile   VALUE HIGH-VALUES.
   02 BatchListOffice      PIC X(2).
   02 FILLER               PIC X.
   02 BatchListFileName    PIC X(120).

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>   comes from the STUDENT_DATA_DIR environment variable (default
*>   "data"), so the same compiled programs run against the
*>   production directory tonight and a test copy tomorrow morning
*>   without recompiling.
01  WS-DATA-DIR              PIC X(64).
01  WS-REJECTS-WORKLIST-PATH PIC X(160).
01  WS-BATCH-LIST-PATH       PIC X(160).
01  WS-OFFICE-BATCH-PATH     PIC X(160).

01  WS-REJECT-WORKLIST-STATUS PIC XX.
01  WS-OFFICE-BATCH-STATUS   PIC XX.
01  WS-BATCH-LIST-STATUS     PIC XX.

*>   The office being worked and where its resubmissions go.
01  WS-WORK-OFFICE           PIC X(2).
01  WS-OFFICE-BATCH-NAME     PIC X(120).
01  WS-BATCH-LIST-LINES      PIC 9(3) VALUE ZERO.
01  WS-SIGNED-ON-OPERATOR    PIC X(8).

*>   The office's open rejects as last listed, oldest first - the
*>   number the clerk picks is the entry here. Capped at 50 a
*>   listing; the rest show once the oldest are cleared.
01  WS-WORKLIST-TABLE.
    02  WS-WORKLIST-COUNT       PIC 9(2) VALUE ZERO.
    02  WS-WORKLIST-ENTRY OCCURS 50 TIMES INDEXED BY WS-WORKLIST-IX.
        03  WS-WL-KEY             PIC X(21).
01  WS-WORKLIST-MORE-SW      PIC X.
    88  WS-WORKLIST-MORE         VALUE 'Y'.
01  WS-BROWSE-EOF-SW         PIC X.
    88  WS-BROWSE-EOF            VALUE 'Y'.

*>   The kept transaction, broken out by field for the correction.
01  WS-CORRECTION.
    COPY transrec.

*>   Answers from the console - one per field width, so a blank
*>   answer can keep the field and a keyed one can be checked before
*>   it replaces anything.
01  WS-PICK-ANSWER           PIC X(2).
01  WS-PICK-NO               PIC 9(2).
01  WS-ACTION-ANSWER         PIC X.
01  WS-CONFIRM-ANSWER        PIC X.
01  WS-ANSWER-ID             PIC X(7).
01  WS-ANSWER-TYPE           PIC X.
01  WS-ANSWER-SURNAME        PIC X(8).
01  WS-ANSWER-INITIALS       PIC XX.
01  WS-ANSWER-YEAR           PIC X(4).
01  WS-ANSWER-MONTH          PIC XX.
01  WS-ANSWER-DAY            PIC XX.
01  WS-ANSWER-PHONE          PIC X(10).
01  WS-ANSWER-PROGRAM        PIC X(4).
01  WS-ANSWER-GENDER         PIC X.
01  WS-ANSWER-AMOUNT         PIC X(5).
01  WS-ANSWER-DATE           PIC X(8).
01  WS-ANSWER-REASON         PIC X(30).

*>   Day arithmetic for each reject's age in days.
01  WS-TODAY-DATE-NUM        PIC 9(8).
01  WS-TODAY-INT             PIC 9(8).
01  WS-AGE-DAYS              PIC S9(8).
01  WS-AGE-DAYS-EDIT         PIC ZZZZ9.
01  WS-FIRST-DATE-EDIT       PIC 9999/99/99.
01  WS-ENTRY-NO-EDIT         PIC Z9.

*>   Session totals.
01  WS-RESUBMITTED-COUNT     PIC 9(5) VALUE ZERO.
01  WS-WITHDRAWN-COUNT       PIC 9(5) VALUE ZERO.
01  WS-MORE-WORK-SW          PIC X VALUE 'Y'.
    88  WS-MORE-WORK             VALUE 'Y'.

PROCEDURE DIVISION.
main.
    PERFORM SetFileAssignments
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE-NUM
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM)

    ACCEPT WS-SIGNED-ON-OPERATOR FROM ENVIRONMENT "STUDENT_OPERATOR_ID"
    IF WS-SIGNED-ON-OPERATOR = SPACES
       MOVE "BATCH" TO WS-SIGNED-ON-OPERATOR
    END-IF

    DISPLAY "Office code to work (blank for rejects with no office): "
            WITH NO ADVANCING
    ACCEPT WS-WORK-OFFICE
    PERFORM ResolveOfficeBatch

    OPEN I-O RejectWorklistFile
    IF WS-REJECT-WORKLIST-STATUS NOT = "00"
       AND WS-REJECT-WORKLIST-STATUS NOT = "05"
       DISPLAY "FILE ERROR - cannot open rejects.worklist.dat (file "
               "status " WS-REJECT-WORKLIST-STATUS ") - run abandoned"
       MOVE 12 TO RETURN-CODE
       GOBACK
    END-IF

    PERFORM UNTIL NOT WS-MORE-WORK
       PERFORM LoadOfficeWorklist
       IF WS-WORKLIST-COUNT = ZERO
          DISPLAY "No open rejects for office " WS-WORK-OFFICE
          MOVE 'N' TO WS-MORE-WORK-SW
       ELSE
          PERFORM ShowOfficeWorklist
          DISPLAY "Reject number to work (0 to finish): "
                  WITH NO ADVANCING
          ACCEPT WS-PICK-ANSWER
          PERFORM PickReject
       END-IF
    END-PERFORM

    CLOSE RejectWorklistFile
    DISPLAY "Rejects resubmitted this session: " WS-RESUBMITTED-COUNT
            " withdrawn: " WS-WITHDRAWN-COUNT
    GOBACK.

*>  ---------------------------------------------------------------
*>  ResolveOfficeBatch - the batch file this office's corrections
*>  go into: its line on Transbatch.List.Dat when the list is on
*>  disk, otherwise the classic Transbatch1..5.Dat for offices 01 to
*>  05; an office with no batch of its own resubmits into
*>  Transbatch.Resubmit.Dat.
*>  ---------------------------------------------------------------
ResolveOfficeBatch.
    MOVE SPACES TO WS-OFFICE-BATCH-NAME
    OPEN INPUT BatchListFile
    IF WS-BATCH-LIST-STATUS = "00" OR WS-BATCH-LIST-STATUS = "05"
       READ BatchListFile
           AT END SET EndOfBatchListFile TO TRUE
       END-READ
       PERFORM UNTIL EndOfBatchListFile
           ADD 1 TO WS-BATCH-LIST-LINES
           IF BatchListOffice = WS-WORK-OFFICE
              AND WS-WORK-OFFICE NOT = SPACES
              AND WS-OFFICE-BATCH-NAME = SPACES
              MOVE BatchListFileName TO WS-OFFICE-BATCH-NAME
           END-IF
           READ BatchListFile
               AT END SET EndOfBatchListFile TO TRUE
           END-READ
       END-PERFORM
       CLOSE BatchListFile
    END-IF

    IF WS-OFFICE-BATCH-NAME = SPACES
       AND WS-BATCH-LIST-LINES = ZERO
       IF WS-WORK-OFFICE(1:1) = "0"
          AND WS-WORK-OFFICE(2:1) >= "1"
          AND WS-WORK-OFFICE(2:1) <= "5"
          STRING "transbatch" WS-WORK-OFFICE(2:1) ".dat"
              DELIMITED BY SIZE INTO WS-OFFICE-BATCH-NAME
          END-STRING
       END-IF
    END-IF

    IF WS-OFFICE-BATCH-NAME = SPACES
       MOVE "transbatch.resubmit.dat" TO WS-OFFICE-BATCH-NAME
    END-IF

    MOVE SPACES TO WS-OFFICE-BATCH-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/"
           FUNCTION TRIM(WS-OFFICE-BATCH-NAME)
        DELIMITED BY SIZE INTO WS-OFFICE-BATCH-PATH
    END-STRING
    DISPLAY "Corrections for office " WS-WORK-OFFICE " are resubmitted "
            "into " FUNCTION TRIM(WS-OFFICE-BATCH-NAME).

*>  ---------------------------------------------------------------
*>  LoadOfficeWorklist - STARTs the worklist at the office's first
*>  key and reads forward while the office matches, keeping the
*>  open rejects (oldest first, the key order) in the pick table.
*>  ---------------------------------------------------------------
LoadOfficeWorklist.
    MOVE ZERO TO WS-WORKLIST-COUNT
    MOVE 'N' TO WS-WORKLIST-MORE-SW
    MOVE 'N' TO WS-BROWSE-EOF-SW
    MOVE LOW-VALUES TO RejKey
    MOVE WS-WORK-OFFICE TO RejOffice
    START RejectWorklistFile KEY IS NOT LESS THAN RejKey
        INVALID KEY SET WS-BROWSE-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-BROWSE-EOF
        READ RejectWorklistFile NEXT
            AT END SET WS-BROWSE-EOF TO TRUE
        END-READ
        IF NOT WS-BROWSE-EOF
           IF RejOffice NOT = WS-WORK-OFFICE
              SET WS-BROWSE-EOF TO TRUE
           ELSE
              IF RejOpen
                 IF WS-WORKLIST-COUNT < 50
                    ADD 1 TO WS-WORKLIST-COUNT
                    MOVE RejKey TO WS-WL-KEY(WS-WORKLIST-COUNT)
                 ELSE
                    SET WS-WORKLIST-MORE TO TRUE
                 END-IF
              END-IF
           END-IF
        END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  ShowOfficeWorklist - one line per open reject in the pick
*>  table: its number, the date first rejected and its age in days,
*>  how many nights it has been rejected, the StudentId and type,
*>  and the latest reason.
*>  ---------------------------------------------------------------
ShowOfficeWorklist.
    DISPLAY " "
    DISPLAY "=========== Open rejects for office " WS-WORK-OFFICE
            " ==========="
    DISPLAY "No First rej. Days Nts StudentId T Reason"
    PERFORM VARYING WS-WORKLIST-IX FROM 1 BY 1
            UNTIL WS-WORKLIST-IX > WS-WORKLIST-COUNT
       MOVE WS-WL-KEY(WS-WORKLIST-IX) TO RejKey
       READ RejectWorklistFile
           INVALID KEY CONTINUE
       END-READ
       IF WS-REJECT-WORKLIST-STATUS = "00"
          PERFORM ComputeRejectAge
          SET WS-PICK-NO TO WS-WORKLIST-IX
          MOVE WS-PICK-NO TO WS-ENTRY-NO-EDIT
          MOVE RejFirstDate TO WS-FIRST-DATE-EDIT
          DISPLAY WS-ENTRY-NO-EDIT " " WS-FIRST-DATE-EDIT " "
                  WS-AGE-DAYS-EDIT " " RejRejectCount " "
                  RejStudentId "   " RejTransaction(8:1) " "
                  RejReason
       END-IF
    END-PERFORM
    IF WS-WORKLIST-MORE
       DISPLAY "(more open rejects than shown - clear these oldest "
               "first and the rest will list)"
    END-IF.

*>  ---------------------------------------------------------------
*>  ComputeRejectAge - days since the reject in the buffer was
*>  first rejected.
*>  ---------------------------------------------------------------
ComputeRejectAge.
    MOVE ZERO TO WS-AGE-DAYS
    IF RejFirstDate IS NUMERIC AND RejFirstDate > ZERO
       COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(RejFirstDate)
    END-IF
    IF WS-AGE-DAYS < ZERO
       MOVE ZERO TO WS-AGE-DAYS
    END-IF
    MOVE WS-AGE-DAYS TO WS-AGE-DAYS-EDIT.

*>  ---------------------------------------------------------------
*>  PickReject - validates the clerk's pick against the list just
*>  shown and works the reject chosen; 0 (or blank) ends the
*>  session.
*>  ---------------------------------------------------------------
PickReject.
    IF WS-PICK-ANSWER = SPACES OR WS-PICK-ANSWER = "0"
       OR WS-PICK-ANSWER = "00"
       MOVE 'N' TO WS-MORE-WORK-SW
       EXIT PARAGRAPH
    END-IF
    IF WS-PICK-ANSWER(2:1) = SPACE
       MOVE WS-PICK-ANSWER(1:1) TO WS-PICK-ANSWER(2:1)
       MOVE "0" TO WS-PICK-ANSWER(1:1)
    END-IF
    IF WS-PICK-ANSWER NOT NUMERIC
       DISPLAY "Not a number on the list"
       EXIT PARAGRAPH
    END-IF
    MOVE WS-PICK-ANSWER TO WS-PICK-NO
    IF WS-PICK-NO < 1 OR WS-PICK-NO > WS-WORKLIST-COUNT
       DISPLAY "Not a number on the list"
       EXIT PARAGRAPH
    END-IF

    MOVE WS-WL-KEY(WS-PICK-NO) TO RejKey
    READ RejectWorklistFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-REJECT-WORKLIST-STATUS NOT = "00" OR NOT RejOpen
       DISPLAY "That reject is no longer open - the list is refreshed"
       EXIT PARAGRAPH
    END-IF
    PERFORM WorkOneReject.

*>  ---------------------------------------------------------------
*>  WorkOneReject - shows the reject in full and takes the clerk's
*>  decision: fix and resubmit, withdraw, or leave it open.
*>  ---------------------------------------------------------------
WorkOneReject.
    MOVE RejTransaction TO WS-CORRECTION
    DISPLAY " "
    DISPLAY "Reject.........: " RejReason
    MOVE RejFirstDate TO WS-FIRST-DATE-EDIT
    DISPLAY "First rejected.: " WS-FIRST-DATE-EDIT
            "   nights rejected " RejRejectCount
    PERFORM ShowCorrection

    DISPLAY "F)ix and resubmit, W)ithdraw, or blank to leave it open: "
            WITH NO ADVANCING
    ACCEPT WS-ACTION-ANSWER
    EVALUATE WS-ACTION-ANSWER
        WHEN "F"
        WHEN "f"
            PERFORM CorrectTransaction
            PERFORM ShowCorrection
            DISPLAY "Resubmit this transaction (Y/N): "
                    WITH NO ADVANCING
            ACCEPT WS-CONFIRM-ANSWER
            IF WS-CONFIRM-ANSWER = "Y" OR WS-CONFIRM-ANSWER = "y"
               PERFORM ResubmitCorrection
            ELSE
               DISPLAY "Not resubmitted - the reject stays open"
            END-IF
        WHEN "W"
        WHEN "w"
            PERFORM WithdrawReject
        WHEN OTHER
            DISPLAY "Left open"
    END-EVALUATE.

*>  ---------------------------------------------------------------
*>  ShowCorrection - the transaction as it now stands.
*>  ---------------------------------------------------------------
ShowCorrection.
    DISPLAY "StudentId......: " TransStudentID
            "   type " TransType
            "   office " TransOriginOffice
    IF TransTypeAdd OR TransTypeUpdate
       DISPLAY "Name...........: " TransSurname " " TransInitials
       DISPLAY "Date of birth..: " TransYOBirth "/" TransMOBirth "/"
               TransDOBirth
       DISPLAY "Phone..........: " TransPhoneNo
       DISPLAY "Program/gender.: " TransProgramCode " " TransGender
       DISPLAY "Loan amount....: " TransLoanAmount
    END-IF
    IF TransTypeTransfer
       DISPLAY "Transfer to....: " TransProgramCode
    END-IF
    DISPLAY "Effective date.: " TransEffectiveDate.

*>  ---------------------------------------------------------------
*>  CorrectTransaction - prompts for each field the transaction
*>  type carries; a blank answer keeps the field, and a numeric
*>  field keyed with anything but digits is refused and kept.
*>  StudentWrite still validates the whole transaction again.
*>  ---------------------------------------------------------------
CorrectTransaction.
    DISPLAY "(blank keeps the value shown)"
    DISPLAY "StudentId [" TransStudentID "]: " WITH NO ADVANCING
    MOVE SPACES TO WS-ANSWER-ID
    ACCEPT WS-ANSWER-ID
    IF WS-ANSWER-ID NOT = SPACES
       IF WS-ANSWER-ID IS NUMERIC
          MOVE WS-ANSWER-ID TO TransStudentID
       ELSE
          DISPLAY "Not 7 digits - StudentId kept"
       END-IF
    END-IF

    DISPLAY "Type A/U/D/I/R/T/G [" TransType "]: " WITH NO ADVANCING
    MOVE SPACES TO WS-ANSWER-TYPE
    ACCEPT WS-ANSWER-TYPE
    IF WS-ANSWER-TYPE NOT = SPACES
       MOVE WS-ANSWER-TYPE TO TransType
    END-IF

    IF TransTypeAdd OR TransTypeUpdate
       PERFORM CorrectStudentFields
    END-IF

    IF TransTypeTransfer
       DISPLAY "Transfer to program [" TransProgramCode "]: "
               WITH NO ADVANCING
       MOVE SPACES TO WS-ANSWER-PROGRAM
       ACCEPT WS-ANSWER-PROGRAM
       IF WS-ANSWER-PROGRAM NOT = SPACES
          MOVE WS-ANSWER-PROGRAM TO TransProgramCode
       END-IF
    END-IF

    DISPLAY "Effective date YYYYMMDD, 0 for next run ["
            TransEffectiveDate "]: " WITH NO ADVANCING
    MOVE SPACES TO WS-ANSWER-DATE
    ACCEPT WS-ANSWER-DATE
    IF WS-ANSWER-DATE NOT = SPACES
       IF WS-ANSWER-DATE = "0"
          MOVE ZERO TO TransEffectiveDate
       ELSE
          IF WS-ANSWER-DATE IS NUMERIC
             MOVE WS-ANSWER-DATE TO TransEffectiveDate
          ELSE
             DISPLAY "Not 8 digits - effective date kept"
          END-IF
       END-IF
    END-IF.

*>  ---------------------------------------------------------------
*>  CorrectStudentFields - the Add/Update student fields, in the
*>  order StudentTransEntry keys them.
*>  ---------------------------------------------------------------
CorrectStudentFields.
    DISPLAY "Surname [" TransSurname "]: " WITH NO ADVANCING
    MOVE SPACES TO WS-ANSWER-SURNAME
    ACCEPT WS-ANSWER-SURNAME
    IF WS-ANSWER-SURNAME NOT = SPACES
       MOVE WS-ANSWER-SURNAME TO TransSurname
    END-IF

    DISPLAY "Initials [" TransInitials "]: " WITH NO ADVANCING
    MOVE SPACES TO WS-ANSWER-INITIALS
    ACCEPT WS-ANSWER-INITIALS
    IF WS-ANSWER-INITIALS NOT = SPACES
       MOVE WS-ANSWER-INITIALS TO TransInitials
    END-IF

    DISPLAY "Year of birth [" TransYOBirth "]: " WITH NO ADVANCING
    MOVE SPACES TO WS-ANSWER-YEAR
    ACCEPT WS-ANSWER-YEAR
    IF WS-ANSWER-YEAR NOT = SPACES
       IF WS-ANSWER-YEAR IS NUMERIC
          MOVE WS-ANSWER-YEAR TO TransYOBirth
       ELSE
          DISPLAY "Not 4 digits - year kept"
       END-IF
    END-IF

    DISPLAY "Month of birth [" TransMOBirth "]: " WITH NO ADVANCING
    MOVE SPACES TO WS-ANSWER-MONTH
    ACCEPT WS-ANSWER-MONTH
    IF WS-ANSWER-MONTH NOT = SPACES
       IF WS-ANSWER-MONTH IS NUMERIC
          MOVE WS-ANSWER-MONTH TO TransMOBirth
       ELSE
          DISPLAY "Not 2 digits - month kept"
       END-IF
    END-IF

    DISPLAY "Day of birth [" TransDOBirth "]: " WITH NO ADVANCING
    MOVE SPACES TO WS-ANSWER-DAY
    ACCEPT WS-ANSWER-DAY
    IF WS-ANSWER-DAY NOT = SPACES
       IF WS-ANSWER-DAY IS NUMERIC
          MOVE WS-ANSWER-DAY TO TransDOBirth
       ELSE
          DISPLAY "Not 2 digits - day kept"
       END-IF
    END-IF

    DISPLAY "Phone number [" TransPhoneNo "]: " WITH NO ADVANCING
    MOVE SPACES TO WS-ANSWER-PHONE
    ACCEPT WS-ANSWER-PHONE
    IF WS-ANSWER-PHONE NOT = SPACES
       IF WS-ANSWER-PHONE IS NUMERIC
          MOVE WS-ANSWER-PHONE TO TransPhoneNo
       ELSE
          DISPLAY "Not 10 digits - phone number kept"
       END-IF
    END-IF

    DISPLAY "Program code [" TransProgramCode "]: " WITH NO ADVANCING
    MOVE SPACES TO WS-ANSWER-PROGRAM
    ACCEPT WS-ANSWER-PROGRAM
    IF WS-ANSWER-PROGRAM NOT = SPACES
       MOVE WS-ANSWER-PROGRAM TO TransProgramCode
    END-IF

    DISPLAY "Gender M/F [" TransGender "]: " WITH NO ADVANCING
    MOVE SPACES TO WS-ANSWER-GENDER
    ACCEPT WS-ANSWER-GENDER
    IF WS-ANSWER-GENDER NOT = SPACES
       MOVE WS-ANSWER-GENDER TO TransGender
    END-IF

    DISPLAY "Loan amount [" TransLoanAmount "]: " WITH NO ADVANCING
    MOVE SPACES TO WS-ANSWER-AMOUNT
    ACCEPT WS-ANSWER-AMOUNT
    IF WS-ANSWER-AMOUNT NOT = SPACES
       IF WS-ANSWER-AMOUNT IS NUMERIC
          MOVE WS-ANSWER-AMOUNT TO TransLoanAmount
       ELSE
          DISPLAY "Not 5 digits - loan amount kept"
       END-IF
    END-IF.

*>  ---------------------------------------------------------------
*>  ResubmitCorrection - appends the corrected transaction to the
*>  office's batch file and closes the reject as resubmitted. The
*>  reject is only closed once the batch write has succeeded, so a
*>  failed append leaves it on the worklist. The StudentId key is
*>  taken from the correction too, so StudentWrite finds the reject
*>  under the id the transaction now carries if it fails again.
*>  ---------------------------------------------------------------
ResubmitCorrection.
    OPEN EXTEND OfficeBatchFile
    IF WS-OFFICE-BATCH-STATUS NOT = "00" AND WS-OFFICE-BATCH-STATUS NOT = "05"
       DISPLAY "FILE ERROR - cannot open "
               FUNCTION TRIM(WS-OFFICE-BATCH-NAME) " (file status "
               WS-OFFICE-BATCH-STATUS ") - not resubmitted, the "
               "reject stays open"
       EXIT PARAGRAPH
    END-IF
    WRITE OfficeBatchRecord FROM WS-CORRECTION
    IF WS-OFFICE-BATCH-STATUS NOT = "00"
       DISPLAY "FILE ERROR - write to "
               FUNCTION TRIM(WS-OFFICE-BATCH-NAME) " failed (file "
               "status " WS-OFFICE-BATCH-STATUS ") - not resubmitted, "
               "the reject stays open"
       CLOSE OfficeBatchFile
       EXIT PARAGRAPH
    END-IF
    CLOSE OfficeBatchFile

    MOVE WS-CORRECTION TO RejTransaction
    MOVE TransStudentID TO RejStudentId
    SET RejResubmitted TO TRUE
    MOVE WS-TODAY-DATE-NUM TO RejClosedDate
    MOVE WS-SIGNED-ON-OPERATOR TO RejClosedBy
    MOVE SPACES TO RejWithdrawReason
    REWRITE RejectWorklistRecord
        INVALID KEY CONTINUE
    END-REWRITE
    IF WS-REJECT-WORKLIST-STATUS NOT = "00"
       DISPLAY "WARNING - resubmitted, but the worklist could not be "
               "updated (file status " WS-REJECT-WORKLIST-STATUS
               ") - withdraw the reject so it is not sent twice"
    ELSE
       ADD 1 TO WS-RESUBMITTED-COUNT
       DISPLAY "Resubmitted into " FUNCTION TRIM(WS-OFFICE-BATCH-NAME)
    END-IF.

*>  ---------------------------------------------------------------
*>  WithdrawReject - closes the reject without resubmitting it; a
*>  reason is required so the office's decision is on record.
*>  ---------------------------------------------------------------
WithdrawReject.
    DISPLAY "Reason for withdrawing: " WITH NO ADVANCING
    MOVE SPACES TO WS-ANSWER-REASON
    ACCEPT WS-ANSWER-REASON
    IF WS-ANSWER-REASON = SPACES
       DISPLAY "A reason is required - the reject stays open"
       EXIT PARAGRAPH
    END-IF
    SET RejWithdrawn TO TRUE
    MOVE WS-TODAY-DATE-NUM TO RejClosedDate
    MOVE WS-SIGNED-ON-OPERATOR TO RejClosedBy
    MOVE WS-ANSWER-REASON TO RejWithdrawReason
    REWRITE RejectWorklistRecord
        INVALID KEY CONTINUE
    END-REWRITE
    IF WS-REJECT-WORKLIST-STATUS NOT = "00"
       DISPLAY "FILE ERROR - worklist not updated (file status "
               WS-REJECT-WORKLIST-STATUS ") - the reject stays open"
    ELSE
       ADD 1 TO WS-WITHDRAWN-COUNT
       DISPLAY "Withdrawn"
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
    MOVE SPACES TO WS-REJECTS-WORKLIST-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/rejects.worklist.dat"
        DELIMITED BY SIZE INTO WS-REJECTS-WORKLIST-PATH
    END-STRING
    MOVE SPACES TO WS-BATCH-LIST-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/transbatch.list.dat"
        DELIMITED BY SIZE INTO WS-BATCH-LIST-PATH
    END-STRING.
