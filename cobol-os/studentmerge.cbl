IDENTIFICATION DIVISION.
PROGRAM-ID. StudentMerge.
AUTHOR. Anton Georgescu.
*> Supervised merge of duplicate student records - the sanctioned fix
*> for one person existing under two StudentIds, instead of keying a
*> Delete that archives half the person's history and strands their
*> ledger postings under a dead number. Given a surviving and a retiring
*> StudentId, the run shows both roster records and asks for
*> confirmation, then: re-keys every Loans.Ledger.Dat posting from the
*> retiring id onto the survivor and appends a "C" consolidation record
*> carrying the combined balance (the re-keyed running balances stay as
*> posted - the trailing "C" record is what makes the survivor's latest
*> balance the combined figure every ledger program works from), and
*> folds the retiring id's loan balance master record into the
*> survivor's (combined balance, the later repayment and accrual dates)
*> before deleting it; moves the retiring id's Students.Contact.Dat,
*> Students.Guarantor.Dat and Students.Bank.Dat records onto the
*> survivor where the survivor has none (and retires them either way);
*> carries every one of the retiring id's Students.Notes.Dat case notes
*> and Loans.Awards.Dat awards across to the survivor, and each of its
*> Students.Enrolment.Dat terms the survivor does not already hold;
*> re-keys the retiring id's Loans.Disburse.Dat and Loans.Refund.Dat
*> items onto the survivor, so anything still owed out is paid to the
*> survivor's bank account; moves its Students.Account.Dat postings
*> across and restates the running balance on every one of the
*> survivor's postings, so the latest is the combined account; folds the
*> retiring LoanAmount into the survivor's roster record; logs MERGE
*> (retiring) and MERGTO (survivor) through logger2; and retires the
*> duplicate to Students.Archive.Dat with a MERGE reason, so
*> StudentWhereabouts can still explain where the old number went. A
*> retiring id with a repayment plan on Loans.Schedule.Dat or a referral
*> on Loans.Collections.Dat is refused before anything is touched -
*> neither can change hands.
*>
*> RETURN-CODEs: 0 merged, 8 refused (ids missing, identical, not
*> confirmed, a repayment plan or collections referral on the
*> retiring id, or postings to merge with no balance master on
*> file), 12 file error, 16 roster locked.

*> cobc -x -free studentmerge.cbl      (standalone)
*> cobc -m -free studentmerge.cbl      (module, CALLable from OperatorConsole)
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-NEW-LEDGER-FILE-STATUS.

      SELECT BalanceFile ASSIGN WS-LOANS-BALANCE-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS BalStudentId
             FILE STATUS IS WS-BALANCE-FILE-STATUS.

      SELECT OPTIONAL ContactFile ASSIGN WS-STUDENTS-CONTACT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS GuarStudentId
             FILE STATUS IS WS-GUARANTOR-FILE-STATUS.

      SELECT OPTIONAL NotesFile ASSIGN WS-STUDENTS-NOTES-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS NoteKey
             FILE STATUS IS WS-NOTES-FILE-STATUS.

      SELECT OPTIONAL ScheduleFile ASSIGN WS-LOANS-SCHEDULE-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SchedKey
             FILE STATUS IS WS-SCHEDULE-FILE-STATUS.

      SELECT OPTIONAL CollectionsFile ASSIGN WS-LOANS-COLLECTIONS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CollStudentId
             FILE STATUS IS WS-COLLECTIONS-FILE-STATUS.

      SELECT OPTIONAL AwardFile ASSIGN WS-LOANS-AWARDS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AwardKey
             FILE STATUS IS WS-AWARD-FILE-STATUS.

      SELECT OPTIONAL BankFile ASSIGN WS-STUDENTS-BANK-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS BankStudentId
             FILE STATUS IS WS-BANK-FILE-STATUS.

      SELECT OPTIONAL EnrolmentFile ASSIGN WS-STUDENTS-ENROLMENT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EnrolKey
             FILE STATUS IS WS-ENROLMENT-FILE-STATUS.

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

      SELECT OPTIONAL AccountFile ASSIGN WS-STUDENTS-ACCOUNT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AcctKey
             FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

      SELECT OPTIONAL ArchiveFile ASSIGN WS-STUDENTS-ARCHIVE-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
   COPY ledgrec.

FD NewLedgerFile.
01 NewLedgerRecord         PIC X(73).

FD BalanceFile.
01 BalanceRecord.
   COPY loanbal.

FD ContactFile.
01 ContactRecord.
01 GuarantorRecord.
   COPY guarrec.

FD NotesFile.
01 NoteRecord.
   COPY noterec.

FD ScheduleFile.
01 ScheduleRecord.
   COPY schedrec.

FD CollectionsFile.
01 CollectionsRecord.
   COPY collrec.

FD AwardFile.
01 AwardRecord.
   COPY awardrec.

FD BankFile.
01 BankRecord.
   COPY bankrec.

FD EnrolmentFile.
01 EnrolmentRecord.
   COPY enrolrec.

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

FD AccountFile.
01 AccountRecord.
   COPY acctrec.

*>   Retired students are archived here with the reason and run
*>   date, the same layout StudentWrite's DeleteStudent writes.
FD ArchiveFile.
                          ==StatusCode== BY ==ArchStatusCode==
                          ==StatusActive== BY ==ArchStatusActive==
                          ==StatusInactive== BY ==ArchStatusInactive==
                          ==StatusGraduated== BY ==ArchStatusGraduated==
                          ==StatusDate== BY ==ArchStatusDate==
                          ==StatusYear== BY ==ArchStatusYear==
                          ==StatusMonth== BY ==ArchStatusMonth==
01  WS-STUDENTS-PATH         PIC X(160).
01  WS-LOANS-LEDGER-PATH     PIC X(160).
01  WS-LEDGER-NEW-PATH       PIC X(160).
01  WS-LOANS-BALANCE-PATH    PIC X(160).
01  WS-STUDENTS-CONTACT-PATH PIC X(160).
01  WS-STUDENTS-GUARANTOR-PATH PIC X(160).
01  WS-STUDENTS-NOTES-PATH   PIC X(160).
01  WS-STUDENTS-ARCHIVE-PATH PIC X(160).
01  WS-LOANS-SCHEDULE-PATH   PIC X(160).
01  WS-LOANS-COLLECTIONS-PATH PIC X(160).
01  WS-LOANS-AWARDS-PATH     PIC X(160).
01  WS-STUDENTS-BANK-PATH    PIC X(160).
01  WS-STUDENTS-ENROLMENT-PATH PIC X(160).
01  WS-LOANS-DISBURSE-PATH   PIC X(160).
01  WS-NEW-DISBURSE-PATH     PIC X(160).
01  WS-LOANS-REFUND-PATH     PIC X(160).
01  WS-NEW-REFUND-PATH       PIC X(160).
01  WS-STUDENTS-ACCOUNT-PATH PIC X(160).

01  WS-STUDENT-FILE-STATUS   PIC XX.
    88  WS-STUDENT-FOUND         VALUE "00".
01  WS-LEDGER-FILE-STATUS    PIC XX.
01  WS-NEW-LEDGER-FILE-STATUS PIC XX.
01  WS-BALANCE-FILE-STATUS   PIC XX.
    88  WS-BALANCE-FOUND         VALUE "00".
01  WS-CONTACT-FILE-STATUS   PIC XX.
    88  WS-CONTACT-FOUND         VALUE "00".
01  WS-GUARANTOR-FILE-STATUS PIC XX.
    88  WS-GUARANTOR-FOUND       VALUE "00".
01  WS-NOTES-FILE-STATUS     PIC XX.
    88  WS-NOTE-DUPLICATE        VALUE "22".
01  WS-ARCHIVE-FILE-STATUS   PIC XX.
01  WS-SCHEDULE-FILE-STATUS  PIC XX.
    88  WS-SCHEDULE-FOUND        VALUE "00".
01  WS-COLLECTIONS-FILE-STATUS PIC XX.
    88  WS-COLLECTIONS-FOUND     VALUE "00".
01  WS-AWARD-FILE-STATUS     PIC XX.
    88  WS-AWARD-DUPLICATE       VALUE "22".
01  WS-BANK-FILE-STATUS      PIC XX.
    88  WS-BANK-FOUND            VALUE "00".
01  WS-ENROLMENT-FILE-STATUS PIC XX.
    88  WS-ENROLMENT-DUPLICATE   VALUE "22".
01  WS-DISBURSE-FILE-STATUS  PIC XX.
01  WS-NEW-DISBURSE-FILE-STATUS PIC XX.
01  WS-REFUND-FILE-STATUS    PIC XX.
01  WS-NEW-REFUND-FILE-STATUS PIC XX.
01  WS-ACCOUNT-FILE-STATUS   PIC XX.
    88  WS-ACCOUNT-DUPLICATE     VALUE "22".
*>   File-status hardening - a required file that fails to open
*>   abandons the run with a clear operator message and RETURN-CODE
*>   12, instead of a runtime abort partway through.
                           ==StatusCode== BY ==SurvStatusCode==
                           ==StatusActive== BY ==SurvStatusActive==
                           ==StatusInactive== BY ==SurvStatusInactive==
                           ==StatusGraduated== BY ==SurvStatusGraduated==
                           ==StatusDate== BY ==SurvStatusDate==
                           ==StatusYear== BY ==SurvStatusYear==
                           ==StatusMonth== BY ==SurvStatusMonth==
                           ==StatusCode== BY ==RetStatusCode==
                           ==StatusActive== BY ==RetStatusActive==
                           ==StatusInactive== BY ==RetStatusInactive==
                           ==StatusGraduated== BY ==RetStatusGraduated==
                           ==StatusDate== BY ==RetStatusDate==
                           ==StatusYear== BY ==RetStatusYear==
                           ==StatusMonth== BY ==RetStatusMonth==
01  WS-LEDGER-SEEN-SW        PIC X VALUE 'N'.
    88  WS-LEDGER-SEEN           VALUE 'Y'.
01  WS-NEW-LOAN-AMOUNT       PIC 9(6).
*>   Time stamp of the consolidation record, which the survivor's
*>   balance master record takes as its last posting.
01  WS-MERGE-TIME            PIC 9(8).
*>   The retiring id's balance master dates, held while the
*>   survivor's record is read.
01  WS-RETIRING-REPAY-DATE   PIC 9(8) VALUE ZERO.
01  WS-RETIRING-ACCRUE-DATE  PIC 9(8) VALUE ZERO.

01  ACTION                   PIC X(6).
01  WS-LOG-STUDENT.
                           ==StatusCode== BY ==LogStatusCode==
                           ==StatusActive== BY ==LogStatusActive==
                           ==StatusInactive== BY ==LogStatusInactive==
                           ==StatusGraduated== BY ==LogStatusGraduated==
                           ==StatusDate== BY ==LogStatusDate==
                           ==StatusYear== BY ==LogStatusYear==
                           ==StatusMonth== BY ==LogStatusMonth==
    88  WS-CONTACT-MOVED         VALUE 'Y'.
01  WS-GUARANTOR-MOVED-SW    PIC X VALUE 'N'.
    88  WS-GUARANTOR-MOVED       VALUE 'Y'.
01  WS-NOTES-MOVED-COUNT     PIC 9(5) VALUE ZERO.
01  WS-AWARDS-MOVED-COUNT    PIC 9(5) VALUE ZERO.
01  WS-BANK-MOVED-SW         PIC X VALUE 'N'.
    88  WS-BANK-MOVED            VALUE 'Y'.
01  WS-TERMS-MOVED-COUNT     PIC 9(3) VALUE ZERO.
01  WS-TERMS-DROPPED-COUNT   PIC 9(3) VALUE ZERO.
01  WS-DISBURSE-REKEYED-COUNT PIC 9(5) VALUE ZERO.
01  WS-REFUND-REKEYED-COUNT  PIC 9(5) VALUE ZERO.
01  WS-ACCOUNT-MOVED-COUNT   PIC 9(5) VALUE ZERO.
01  WS-ACCOUNT-RESTATED-COUNT PIC 9(5) VALUE ZERO.

*>   Case-note move - each retiring note is held here while it is
*>   deleted and written back under the survivor's id.
01  WS-NOTES-DONE-SW         PIC X.
    88  WS-NOTES-DONE            VALUE 'Y'.
01  WS-HELD-NOTE.
    COPY noterec REPLACING ==NoteKey== BY ==HeldNoteKey==
                           ==NoteStudentId== BY ==HeldNoteStudentId==
                           ==NoteDate== BY ==HeldNoteDate==
                           ==NoteTime== BY ==HeldNoteTime==
                           ==NoteCategory== BY ==HeldNoteCategory==
                           ==NoteLoan== BY ==HeldNoteLoan==
                           ==NoteEnrolment== BY ==HeldNoteEnrolment==
                           ==NoteAddress== BY ==HeldNoteAddress==
                           ==NoteComplaint== BY ==HeldNoteComplaint==
                           ==NoteCategoryValid== BY ==HeldNoteCategoryValid==
                           ==NoteOffice== BY ==HeldNoteOffice==
                           ==NoteOperatorId== BY ==HeldNoteOperatorId==
                           ==NoteText== BY ==HeldNoteText==
                           ==NoteTextLine== BY ==HeldNoteTextLine==.
01  WS-NOTE-WRITE-TRIES      PIC 9.

*>   Award and enrolment-term moves - the same hold, write under the
*>   survivor, then delete, as the case notes.
01  WS-AWARDS-DONE-SW        PIC X.
    88  WS-AWARDS-DONE           VALUE 'Y'.
01  WS-HELD-AWARD            PIC X(70).
01  WS-AWARD-WRITE-TRIES     PIC 9.
01  WS-TERMS-DONE-SW         PIC X.
    88  WS-TERMS-DONE            VALUE 'Y'.
01  WS-HELD-ENROLMENT        PIC X(40).

*>   Account-posting move - the same hold, write under the survivor,
*>   then delete; then the survivor's running balance restated from
*>   the first posting on.
01  WS-ACCOUNT-DONE-SW       PIC X.
    88  WS-ACCOUNT-DONE          VALUE 'Y'.
01  WS-HELD-ACCOUNT          PIC X(47).
01  WS-ACCOUNT-WRITE-TRIES   PIC 9.
01  WS-RESTATED-BALANCE      PIC S9(7).

*>   Run-control record appended to Runs.Dat through runlogger as
*>   the program finishes, so the job-health report can show how the
       GOBACK
    END-IF

    PERFORM CheckRetiringCommitments
    IF RETURN-CODE = 8
       CLOSE StudentFile
       PERFORM ReleaseRunLock
       PERFORM WriteRunControl
       GOBACK
    END-IF

    PERFORM ConfirmMerge
    IF NOT WS-CONFIRMED
       DISPLAY "MERGE REFUSED - not confirmed, nothing changed"
    PERFORM MergeLedgerPostings
    PERFORM MergeContactRecord
    PERFORM MergeGuarantorRecord
    PERFORM MergeCaseNotes
    PERFORM MergeAwards
    PERFORM MergeBankRecord
    PERFORM MergeEnrolmentTerms
    PERFORM MergeDisbursements
    PERFORM MergeRefunds
    PERFORM MergeAccountPostings
    PERFORM MergeRosterRecords

    CLOSE StudentFile
    DISPLAY "Ledger postings re-keyed.............. : " WS-POSTINGS-REKEYED-COUNT
    DISPLAY "Contact record moved.................. : " WS-CONTACT-MOVED-SW
    DISPLAY "Guarantor record moved................ : " WS-GUARANTOR-MOVED-SW
    DISPLAY "Case notes moved...................... : " WS-NOTES-MOVED-COUNT
    DISPLAY "Awards moved.......................... : " WS-AWARDS-MOVED-COUNT
    DISPLAY "Bank record moved..................... : " WS-BANK-MOVED-SW
    DISPLAY "Enrolment terms moved................. : " WS-TERMS-MOVED-COUNT
    DISPLAY "Enrolment terms already on survivor... : " WS-TERMS-DROPPED-COUNT
    DISPLAY "Disbursements re-keyed................ : " WS-DISBURSE-REKEYED-COUNT
    DISPLAY "Refunds re-keyed...................... : " WS-REFUND-REKEYED-COUNT
    DISPLAY "Account postings moved................ : " WS-ACCOUNT-MOVED-COUNT
    DISPLAY "Survivor account balances restated.... : " WS-ACCOUNT-RESTATED-COUNT
    DISPLAY "============================================================="

    PERFORM WriteRunControl
    END-IF
    MOVE StudentDetails TO WS-RETIRING-RECORD.

*>  ---------------------------------------------------------------
*>  CheckRetiringCommitments - two things cannot simply change
*>  hands, so the merge is refused with RETURN-CODE 8 before
*>  anything is touched while the retiring id has either: a
*>  repayment plan on Loans.Schedule.Dat (amortised on that id's
*>  balance alone, which the merge folds away), or a referral on
*>  Loans.Collections.Dat (the agency holds the account under the
*>  id it was sent, and its recoveries come back against it).
*>  ---------------------------------------------------------------
CheckRetiringCommitments.
    OPEN INPUT ScheduleFile
    IF WS-SCHEDULE-FILE-STATUS NOT = "00" AND WS-SCHEDULE-FILE-STATUS NOT = "05"
       MOVE "loans.schedule.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-SCHEDULE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    MOVE WS-RETIRING-ID TO SchedStudentId
    MOVE ZERO TO SchedInstalmentNo
    READ ScheduleFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-SCHEDULE-FOUND
       DISPLAY "MERGE REFUSED - retiring StudentId " WS-RETIRING-ID
               " has a repayment plan on Loans.Schedule.Dat - refer "
               "it to the loans office - nothing changed"
       MOVE 8 TO RETURN-CODE
    END-IF
    CLOSE ScheduleFile
    IF RETURN-CODE = 8
       EXIT PARAGRAPH
    END-IF

    OPEN INPUT CollectionsFile
    IF WS-COLLECTIONS-FILE-STATUS NOT = "00" AND WS-COLLECTIONS-FILE-STATUS NOT = "05"
       MOVE "loans.collections.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-COLLECTIONS-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    MOVE WS-RETIRING-ID TO CollStudentId
    READ CollectionsFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-COLLECTIONS-FOUND
       DISPLAY "MERGE REFUSED - retiring StudentId " WS-RETIRING-ID
               " has been referred to collections (status "
               CollStatus ") - refer it to the loans office - "
               "nothing changed"
       MOVE 8 TO RETURN-CODE
    END-IF
    CLOSE CollectionsFile.

*>  ---------------------------------------------------------------
*>  ConfirmMerge - shows the supervisor both records side by side
*>  and takes the yes/no that makes this a supervised merge.
    DISPLAY " "
    DISPLAY "SURVIVING: " WS-SURVIVOR-RECORD
    DISPLAY "RETIRING.: " WS-RETIRING-RECORD
    DISPLAY "The retiring record's ledger postings, contact, "
            "guarantee data, case notes, awards, bank details, "
            "enrolment terms, disbursements, refunds and account "
            "postings move to the survivor; the retiring id goes to "
            "the archive with a MERGE reason."
    DISPLAY "Proceed with the merge (Y/N): " WITH NO ADVANCING
    ACCEPT WS-CONFIRM-SW.

       MOVE WS-CURRENT-MONTH  TO LedgerPostMonth
       MOVE WS-CURRENT-DAY    TO LedgerPostDay
       STRING WS-CURRENT-HOURS, WS-CURRENT-MINUTE, WS-CURRENT-SECOND, WS-CURRENT-MILLISECONDS
           DELIMITED BY SIZE INTO WS-MERGE-TIME
       END-STRING
       MOVE WS-MERGE-TIME     TO LedgerPostTime
       MOVE "C"               TO LedgerPostType
       MOVE ZERO              TO LedgerPostAmount
       MOVE WS-COMBINED-BALANCE TO LedgerBalance
       MOVE SPACES            TO LedgerReversalRef
       WRITE NewLedgerRecord FROM LedgerRecord
    END-IF
    CLOSE NewLedgerFile
       DISPLAY "Neither id has ledger postings - ledger untouched"
       EXIT PARAGRAPH
    END-IF

    *>   The balance master has to follow the postings - without it
    *>   the merge stops here, before the live ledger is replaced.
    OPEN I-O BalanceFile
    IF WS-BALANCE-FILE-STATUS = "35"
       DISPLAY "MERGE REFUSED - the loan balance master "
               "Loans.Balance.Dat is not on file - create it from the "
               "ledger with LoanBalanceRebuild first - nothing changed"
       CLOSE StudentFile
       PERFORM ReleaseRunLock
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF
    IF WS-BALANCE-FILE-STATUS NOT = "00"
       MOVE "loans.balance.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-BALANCE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF

    PERFORM InstallMergedLedger
    PERFORM MergeBalanceMaster
    CLOSE BalanceFile
    DISPLAY "Ledger - " WS-POSTINGS-REKEYED-COUNT " postings "
            "re-keyed; combined balance " WS-COMBINED-BALANCE.

    CLOSE NewLedgerFile
    CLOSE LedgerFile.

*>  ---------------------------------------------------------------
*>  MergeBalanceMaster - carries the consolidation onto the loan
*>  balance master: the survivor's record takes the combined
*>  balance, the later of the two ids' last repayment and last
*>  accrual dates, and the consolidation record's stamp (written
*>  new if the survivor had no postings of their own); the retiring
*>  id's record is deleted with its postings' old number.
*>  ---------------------------------------------------------------
MergeBalanceMaster.
    MOVE WS-RETIRING-ID TO BalStudentId
    READ BalanceFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-BALANCE-FOUND
       MOVE BalLastRepayDate TO WS-RETIRING-REPAY-DATE
       MOVE BalLastAccrueDate TO WS-RETIRING-ACCRUE-DATE
       DELETE BalanceFile RECORD
           INVALID KEY
              MOVE "loans.balance.dat" TO WS-ABORT-FILE-NAME
              MOVE WS-BALANCE-FILE-STATUS TO WS-ABORT-FILE-STATUS
              PERFORM FileWriteAbort
       END-DELETE
    END-IF

    MOVE WS-SURVIVOR-ID TO BalStudentId
    READ BalanceFile
        INVALID KEY CONTINUE
    END-READ
    IF NOT WS-BALANCE-FOUND
       MOVE SPACES TO BalanceRecord
       MOVE WS-SURVIVOR-ID TO BalStudentId
       MOVE ZERO TO BalLastRepayDate
       MOVE ZERO TO BalLastAccrueDate
    END-IF
    MOVE WS-COMBINED-BALANCE TO BalCurrentBalance
    IF WS-RETIRING-REPAY-DATE > BalLastRepayDate
       MOVE WS-RETIRING-REPAY-DATE TO BalLastRepayDate
    END-IF
    IF WS-RETIRING-ACCRUE-DATE > BalLastAccrueDate
       MOVE WS-RETIRING-ACCRUE-DATE TO BalLastAccrueDate
    END-IF
    MOVE WS-CURRENT-DATE TO BalLastPostDate
    MOVE WS-MERGE-TIME TO BalLastPostTime
    IF WS-BALANCE-FOUND
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
*>  MergeContactRecord - the retiring id's contact record moves to
*>  the survivor when the survivor has none; either way the
    END-IF
    CLOSE GuarantorFile.

*>  ---------------------------------------------------------------
*>  MergeCaseNotes - every case note keyed under the retiring id is
*>  deleted and written back under the survivor's, keeping its date
*>  and time, so the survivor's notes read as one history. A note
*>  that would clash with one of the survivor's own at the same
*>  instant moves on a tick. The file is re-positioned at the
*>  retiring id after each move, since the note just read is gone.
*>  ---------------------------------------------------------------
MergeCaseNotes.
    OPEN I-O NotesFile
    IF WS-NOTES-FILE-STATUS NOT = "00" AND WS-NOTES-FILE-STATUS NOT = "05"
       MOVE "students.notes.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-NOTES-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    MOVE 'N' TO WS-NOTES-DONE-SW
    PERFORM UNTIL WS-NOTES-DONE
        MOVE WS-RETIRING-ID TO NoteStudentId
        MOVE ZERO TO NoteDate
        MOVE ZERO TO NoteTime
        START NotesFile KEY IS NOT LESS THAN NoteKey
            INVALID KEY SET WS-NOTES-DONE TO TRUE
        END-START
        IF NOT WS-NOTES-DONE
           READ NotesFile NEXT
               AT END SET WS-NOTES-DONE TO TRUE
           END-READ
        END-IF
        IF NOT WS-NOTES-DONE
           IF NoteStudentId NOT = WS-RETIRING-ID
              SET WS-NOTES-DONE TO TRUE
           ELSE
              PERFORM MoveOneCaseNote
           END-IF
        END-IF
    END-PERFORM
    CLOSE NotesFile
    IF WS-NOTES-MOVED-COUNT > ZERO
       DISPLAY "Case notes - " WS-NOTES-MOVED-COUNT " re-keyed onto "
               "the survivor"
    END-IF.

*>  ---------------------------------------------------------------
*>  MoveOneCaseNote - the note just read is written under the
*>  survivor's id first and only then deleted from the retiring id,
*>  so a failed write leaves it where it was (and stops the move).
*>  ---------------------------------------------------------------
MoveOneCaseNote.
    MOVE NoteRecord TO WS-HELD-NOTE
    MOVE WS-SURVIVOR-ID TO NoteStudentId
    MOVE ZERO TO WS-NOTE-WRITE-TRIES
    WRITE NoteRecord
        INVALID KEY CONTINUE
    END-WRITE
    PERFORM UNTIL NOT WS-NOTE-DUPLICATE OR WS-NOTE-WRITE-TRIES > 5
       ADD 1 TO NoteTime
       ADD 1 TO WS-NOTE-WRITE-TRIES
       WRITE NoteRecord
           INVALID KEY CONTINUE
       END-WRITE
    END-PERFORM
    IF WS-NOTES-FILE-STATUS NOT = "00"
       DISPLAY "Case note write failed - file status "
               WS-NOTES-FILE-STATUS " - notes from " HeldNoteDate
               " on left under " WS-RETIRING-ID
       SET WS-NOTES-DONE TO TRUE
       EXIT PARAGRAPH
    END-IF
    MOVE WS-HELD-NOTE TO NoteRecord
    DELETE NotesFile RECORD
        INVALID KEY
            DISPLAY "Case note delete failed - file status "
                    WS-NOTES-FILE-STATUS
            SET WS-NOTES-DONE TO TRUE
    END-DELETE
    ADD 1 TO WS-NOTES-MOVED-COUNT.

*>  ---------------------------------------------------------------
*>  MergeAwards - every award keyed under the retiring id, pending
*>  or applied, moves to the survivor's id with its date and time,
*>  the MergeCaseNotes way: written under the survivor first (on a
*>  tick when it would clash with one of the survivor's own), then
*>  deleted, and the file re-positioned at the retiring id. A
*>  pending award left behind would post to a dead number.
*>  ---------------------------------------------------------------
MergeAwards.
    OPEN I-O AwardFile
    IF WS-AWARD-FILE-STATUS NOT = "00" AND WS-AWARD-FILE-STATUS NOT = "05"
       MOVE "loans.awards.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-AWARD-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    MOVE 'N' TO WS-AWARDS-DONE-SW
    PERFORM UNTIL WS-AWARDS-DONE
        MOVE WS-RETIRING-ID TO AwardStudentId
        MOVE ZERO TO AwardDate
        MOVE ZERO TO AwardTime
        START AwardFile KEY IS NOT LESS THAN AwardKey
            INVALID KEY SET WS-AWARDS-DONE TO TRUE
        END-START
        IF NOT WS-AWARDS-DONE
           READ AwardFile NEXT
               AT END SET WS-AWARDS-DONE TO TRUE
           END-READ
        END-IF
        IF NOT WS-AWARDS-DONE
           IF AwardStudentId NOT = WS-RETIRING-ID
              SET WS-AWARDS-DONE TO TRUE
           ELSE
              PERFORM MoveOneAward
           END-IF
        END-IF
    END-PERFORM
    CLOSE AwardFile
    IF WS-AWARDS-MOVED-COUNT > ZERO
       DISPLAY "Awards - " WS-AWARDS-MOVED-COUNT " re-keyed onto "
               "the survivor"
    END-IF.

*>  ---------------------------------------------------------------
*>  MoveOneAward - the award just read, written under the
*>  survivor's id and then deleted from the retiring id; a failed
*>  write leaves it where it was and stops the move.
*>  ---------------------------------------------------------------
MoveOneAward.
    MOVE AwardRecord TO WS-HELD-AWARD
    MOVE WS-SURVIVOR-ID TO AwardStudentId
    MOVE ZERO TO WS-AWARD-WRITE-TRIES
    WRITE AwardRecord
        INVALID KEY CONTINUE
    END-WRITE
    PERFORM UNTIL NOT WS-AWARD-DUPLICATE OR WS-AWARD-WRITE-TRIES > 5
       ADD 1 TO AwardTime
       ADD 1 TO WS-AWARD-WRITE-TRIES
       WRITE AwardRecord
           INVALID KEY CONTINUE
       END-WRITE
    END-PERFORM
    IF WS-AWARD-FILE-STATUS NOT = "00"
       DISPLAY "Award write failed - file status "
               WS-AWARD-FILE-STATUS " - awards from " AwardDate
               " on left under " WS-RETIRING-ID
       SET WS-AWARDS-DONE TO TRUE
       EXIT PARAGRAPH
    END-IF
    MOVE WS-HELD-AWARD TO AwardRecord
    DELETE AwardFile RECORD
        INVALID KEY
            DISPLAY "Award delete failed - file status "
                    WS-AWARD-FILE-STATUS
            SET WS-AWARDS-DONE TO TRUE
    END-DELETE
    ADD 1 TO WS-AWARDS-MOVED-COUNT.

*>  ---------------------------------------------------------------
*>  MergeBankRecord - the MergeContactRecord move for the retiring
*>  id's bank details: re-keyed onto the survivor when the survivor
*>  has none, and deleted from the retiring id either way.
*>  ---------------------------------------------------------------
MergeBankRecord.
    OPEN I-O BankFile
    IF WS-BANK-FILE-STATUS NOT = "00" AND WS-BANK-FILE-STATUS NOT = "05"
       MOVE "students.bank.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-BANK-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    MOVE WS-RETIRING-ID TO BankStudentId
    READ BankFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-BANK-FOUND
       MOVE WS-SURVIVOR-ID TO BankStudentId
       READ BankFile
           INVALID KEY CONTINUE
       END-READ
       IF NOT WS-BANK-FOUND
          MOVE WS-RETIRING-ID TO BankStudentId
          READ BankFile
              INVALID KEY CONTINUE
          END-READ
          MOVE WS-SURVIVOR-ID TO BankStudentId
          WRITE BankRecord
              INVALID KEY DISPLAY "Bank write failed - file "
                                  "status " WS-BANK-FILE-STATUS
          END-WRITE
          SET WS-BANK-MOVED TO TRUE
          DISPLAY "Bank - retiring id's record re-keyed onto "
                  "the survivor"
       END-IF
       MOVE WS-RETIRING-ID TO BankStudentId
       DELETE BankFile RECORD
           INVALID KEY CONTINUE
       END-DELETE
    END-IF
    CLOSE BankFile.

*>  ---------------------------------------------------------------
*>  MergeEnrolmentTerms - each term the retiring id has on
*>  Students.Enrolment.Dat moves to the survivor, unless the
*>  survivor already has that term from the registrar, in which
*>  case the survivor's stands and the retiring copy is dropped.
*>  Re-positioned at the retiring id after each term, the
*>  MergeCaseNotes way.
*>  ---------------------------------------------------------------
MergeEnrolmentTerms.
    OPEN I-O EnrolmentFile
    IF WS-ENROLMENT-FILE-STATUS NOT = "00" AND WS-ENROLMENT-FILE-STATUS NOT = "05"
       MOVE "students.enrolment.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-ENROLMENT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    MOVE 'N' TO WS-TERMS-DONE-SW
    PERFORM UNTIL WS-TERMS-DONE
        MOVE WS-RETIRING-ID TO EnrolStudentId
        MOVE LOW-VALUES TO EnrolTerm
        START EnrolmentFile KEY IS NOT LESS THAN EnrolKey
            INVALID KEY SET WS-TERMS-DONE TO TRUE
        END-START
        IF NOT WS-TERMS-DONE
           READ EnrolmentFile NEXT
               AT END SET WS-TERMS-DONE TO TRUE
           END-READ
        END-IF
        IF NOT WS-TERMS-DONE
           IF EnrolStudentId NOT = WS-RETIRING-ID
              SET WS-TERMS-DONE TO TRUE
           ELSE
              PERFORM MoveOneEnrolmentTerm
           END-IF
        END-IF
    END-PERFORM
    CLOSE EnrolmentFile
    IF WS-TERMS-MOVED-COUNT > ZERO OR WS-TERMS-DROPPED-COUNT > ZERO
       DISPLAY "Enrolment - " WS-TERMS-MOVED-COUNT " terms re-keyed "
               "onto the survivor, " WS-TERMS-DROPPED-COUNT
               " already held by the survivor"
    END-IF.

*>  ---------------------------------------------------------------
*>  MoveOneEnrolmentTerm - the term just read, written under the
*>  survivor's id (a duplicate key means the survivor has the term
*>  already) and then deleted from the retiring id; any other write
*>  failure leaves it where it was and stops the move.
*>  ---------------------------------------------------------------
MoveOneEnrolmentTerm.
    MOVE EnrolmentRecord TO WS-HELD-ENROLMENT
    MOVE WS-SURVIVOR-ID TO EnrolStudentId
    WRITE EnrolmentRecord
        INVALID KEY CONTINUE
    END-WRITE
    IF WS-ENROLMENT-FILE-STATUS NOT = "00" AND NOT WS-ENROLMENT-DUPLICATE
       DISPLAY "Enrolment write failed - file status "
               WS-ENROLMENT-FILE-STATUS " - terms from " EnrolTerm
               " on left under " WS-RETIRING-ID
       SET WS-TERMS-DONE TO TRUE
       EXIT PARAGRAPH
    END-IF
    IF WS-ENROLMENT-DUPLICATE
       ADD 1 TO WS-TERMS-DROPPED-COUNT
    ELSE
       ADD 1 TO WS-TERMS-MOVED-COUNT
    END-IF
    MOVE WS-HELD-ENROLMENT TO EnrolmentRecord
    DELETE EnrolmentFile RECORD
        INVALID KEY
            DISPLAY "Enrolment delete failed - file status "
                    WS-ENROLMENT-FILE-STATUS
            SET WS-TERMS-DONE TO TRUE
    END-DELETE.

*>  ---------------------------------------------------------------
*>  MergeDisbursements - rewrites Loans.Disburse.Dat through its
*>  side file with every item of the retiring id re-keyed onto the
*>  survivor, paid or not - the ledger "D" posting each one carries
*>  the stamp of has moved too, and an outstanding one goes to the
*>  survivor's bank account. Installed back only when something was
*>  re-keyed.
*>  ---------------------------------------------------------------
MergeDisbursements.
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
        IF DisbStudentId = WS-RETIRING-ID
           MOVE WS-SURVIVOR-ID TO DisbStudentId
           ADD 1 TO WS-DISBURSE-REKEYED-COUNT
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
    IF WS-DISBURSE-REKEYED-COUNT = ZERO
       EXIT PARAGRAPH
    END-IF

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
    CLOSE DisburseFile
    DISPLAY "Disbursements - " WS-DISBURSE-REKEYED-COUNT " re-keyed "
            "onto the survivor".

*>  ---------------------------------------------------------------
*>  MergeRefunds - the MergeDisbursements re-key for the retiring
*>  id's items on Loans.Refund.Dat.
*>  ---------------------------------------------------------------
MergeRefunds.
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
        IF RefundStudentId = WS-RETIRING-ID
           MOVE WS-SURVIVOR-ID TO RefundStudentId
           ADD 1 TO WS-REFUND-REKEYED-COUNT
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
    IF WS-REFUND-REKEYED-COUNT = ZERO
       EXIT PARAGRAPH
    END-IF

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
    CLOSE RefundFile
    DISPLAY "Refunds - " WS-REFUND-REKEYED-COUNT " re-keyed onto "
            "the survivor".

*>  ---------------------------------------------------------------
*>  MergeAccountPostings - every Students.Account.Dat posting keyed
*>  under the retiring id moves to the survivor with its date and
*>  time, the MergeAwards way. The moved postings carry the
*>  retiring account's running balance, so the survivor's postings
*>  are then restated from the first on, leaving the latest with
*>  the combined figure AccountPost and TermBillingRun work from.
*>  ---------------------------------------------------------------
MergeAccountPostings.
    OPEN I-O AccountFile
    IF WS-ACCOUNT-FILE-STATUS NOT = "00" AND WS-ACCOUNT-FILE-STATUS NOT = "05"
       MOVE "students.account.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-ACCOUNT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    MOVE 'N' TO WS-ACCOUNT-DONE-SW
    PERFORM UNTIL WS-ACCOUNT-DONE
        MOVE WS-RETIRING-ID TO AcctStudentId
        MOVE ZERO TO AcctPostDate
        MOVE ZERO TO AcctPostTime
        START AccountFile KEY IS NOT LESS THAN AcctKey
            INVALID KEY SET WS-ACCOUNT-DONE TO TRUE
        END-START
        IF NOT WS-ACCOUNT-DONE
           READ AccountFile NEXT
               AT END SET WS-ACCOUNT-DONE TO TRUE
           END-READ
        END-IF
        IF NOT WS-ACCOUNT-DONE
           IF AcctStudentId NOT = WS-RETIRING-ID
              SET WS-ACCOUNT-DONE TO TRUE
           ELSE
              PERFORM MoveOneAccountPosting
           END-IF
        END-IF
    END-PERFORM
    IF WS-ACCOUNT-MOVED-COUNT > ZERO
       PERFORM RestateSurvivorAccount
       DISPLAY "Account - " WS-ACCOUNT-MOVED-COUNT " postings re-keyed "
               "onto the survivor, balance now " WS-RESTATED-BALANCE
    END-IF
    CLOSE AccountFile.

*>  ---------------------------------------------------------------
*>  MoveOneAccountPosting - the posting just read, written under the
*>  survivor's id (on a tick when it would clash with one of the
*>  survivor's own) and then deleted from the retiring id; a failed
*>  write leaves it where it was and stops the move.
*>  ---------------------------------------------------------------
MoveOneAccountPosting.
    MOVE AccountRecord TO WS-HELD-ACCOUNT
    MOVE WS-SURVIVOR-ID TO AcctStudentId
    MOVE ZERO TO WS-ACCOUNT-WRITE-TRIES
    WRITE AccountRecord
        INVALID KEY CONTINUE
    END-WRITE
    PERFORM UNTIL NOT WS-ACCOUNT-DUPLICATE OR WS-ACCOUNT-WRITE-TRIES > 5
       ADD 1 TO AcctPostTime
       ADD 1 TO WS-ACCOUNT-WRITE-TRIES
       WRITE AccountRecord
           INVALID KEY CONTINUE
       END-WRITE
    END-PERFORM
    IF WS-ACCOUNT-FILE-STATUS NOT = "00"
       DISPLAY "Account posting write failed - file status "
               WS-ACCOUNT-FILE-STATUS " - postings from " AcctPostDate
               " on left under " WS-RETIRING-ID
       SET WS-ACCOUNT-DONE TO TRUE
       EXIT PARAGRAPH
    END-IF
    MOVE WS-HELD-ACCOUNT TO AccountRecord
    DELETE AccountFile RECORD
        INVALID KEY
            DISPLAY "Account posting delete failed - file status "
                    WS-ACCOUNT-FILE-STATUS
            SET WS-ACCOUNT-DONE TO TRUE
    END-DELETE
    ADD 1 TO WS-ACCOUNT-MOVED-COUNT.

*>  ---------------------------------------------------------------
*>  RestateSurvivorAccount - reads the survivor's postings in date
*>  and time order and rewrites each one's running balance as the
*>  one before it plus a charge or less a payment or credit, the
*>  way AccountPost and TermBillingRun carry it forward.
*>  ---------------------------------------------------------------
RestateSurvivorAccount.
    MOVE ZERO TO WS-RESTATED-BALANCE
    MOVE 'N' TO WS-ACCOUNT-DONE-SW
    MOVE WS-SURVIVOR-ID TO AcctStudentId
    MOVE ZERO TO AcctPostDate
    MOVE ZERO TO AcctPostTime
    START AccountFile KEY IS NOT LESS THAN AcctKey
        INVALID KEY SET WS-ACCOUNT-DONE TO TRUE
    END-START
    PERFORM UNTIL WS-ACCOUNT-DONE
        READ AccountFile NEXT
            AT END SET WS-ACCOUNT-DONE TO TRUE
        END-READ
        IF NOT WS-ACCOUNT-DONE
           IF AcctStudentId NOT = WS-SURVIVOR-ID
              SET WS-ACCOUNT-DONE TO TRUE
           ELSE
              IF AcctLowersBalance
                 SUBTRACT AcctPostAmount FROM WS-RESTATED-BALANCE
              ELSE
                 ADD AcctPostAmount TO WS-RESTATED-BALANCE
              END-IF
              IF AcctBalance NOT = WS-RESTATED-BALANCE
                 MOVE WS-RESTATED-BALANCE TO AcctBalance
                 REWRITE AccountRecord
                 IF WS-ACCOUNT-FILE-STATUS NOT = "00"
                    MOVE "students.account.dat" TO WS-ABORT-FILE-NAME
                    MOVE WS-ACCOUNT-FILE-STATUS TO WS-ABORT-FILE-STATUS
                    PERFORM FileWriteAbort
                 END-IF
                 ADD 1 TO WS-ACCOUNT-RESTATED-COUNT
              END-IF
           END-IF
        END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  MergeRosterRecords - folds the retiring LoanAmount into the
*>  survivor and rewrites it, logs the merge on both ids through
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.ledger.new.dat"
        DELIMITED BY SIZE INTO WS-LEDGER-NEW-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-BALANCE-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.balance.dat"
        DELIMITED BY SIZE INTO WS-LOANS-BALANCE-PATH
    END-STRING
    MOVE SPACES TO WS-STUDENTS-CONTACT-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.contact.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-CONTACT-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.guarantor.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-GUARANTOR-PATH
    END-STRING
    MOVE SPACES TO WS-STUDENTS-NOTES-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.notes.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-NOTES-PATH
    END-STRING
    MOVE SPACES TO WS-STUDENTS-ARCHIVE-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.archive.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-ARCHIVE-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-SCHEDULE-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.schedule.dat"
        DELIMITED BY SIZE INTO WS-LOANS-SCHEDULE-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-COLLECTIONS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.collections.dat"
        DELIMITED BY SIZE INTO WS-LOANS-COLLECTIONS-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-AWARDS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.awards.dat"
        DELIMITED BY SIZE INTO WS-LOANS-AWARDS-PATH
    END-STRING
    MOVE SPACES TO WS-STUDENTS-BANK-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.bank.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-BANK-PATH
    END-STRING
    MOVE SPACES TO WS-STUDENTS-ENROLMENT-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.enrolment.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-ENROLMENT-PATH
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
    END-STRING
    MOVE SPACES TO WS-STUDENTS-ACCOUNT-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.account.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-ACCOUNT-PATH
    END-STRING.
