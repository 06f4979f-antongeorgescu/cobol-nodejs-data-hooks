             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-REJECT-FILE-STATUS.

      *>   The offices' reject worklist - every reject is kept here,
      *>   structured, until its office corrects or withdraws it,
      *>   where Transins.Reject.Dat only ever holds tonight's.
      SELECT OPTIONAL RejectWorklistFile ASSIGN WS-REJECTS-WORKLIST-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RejKey
             ALTERNATE RECORD KEY IS RejStudentId WITH DUPLICATES
             FILE STATUS IS WS-REJECT-WORKLIST-STATUS.

      *>   Staging output for a Validate-only run - previews what
      *>   ApplyRun would do without touching students1.dat.
      SELECT VerifiedFile ASSIGN WS-TRANSINS-VERIFIED-PATH
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

      *>   Business-date cycle control (maintained by CycleClose) -
      *>   an Apply run against a CLOSED cycle is refused, the rule
      *>   that stops a second merge slipping into a sealed night.
      *>   consulted when an Add/Update carries a loan above its
      *>   program's ceiling: the guarantee on file must cover the
      *>   excess or the transaction is rejected. DeleteStudent
      *>   retires the matching guarantor record with the student.
      *>   The contact record is left for CorrespondenceRun, which
      *>   retires it once the student's removal notice has gone.
      SELECT OPTIONAL GuarantorFile ASSIGN WS-STUDENTS-GUARANTOR-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
FD RejectFile.
01 RejectLine               PIC X(120).

FD RejectWorklistFile.
01 RejectWorklistRecord.
   COPY rejectrec.

FD VerifiedFile.
01 VerifiedLine              PIC X(80).

   02 CkptIgnoredXferCount     PIC 9(7).
   02 CkptWaitlistedCount      PIC 9(7).
   02 CkptPendingCount         PIC 9(7).
   02 CkptGraduatedCount       PIC 9(7).
   02 CkptIgnoredGradCount     PIC 9(7).

*>   Deleted students are archived here (rather than just logged)
*>   so the full record survives after it drops out of Students.Dat.
   88 EndOfRunParmFile     VALUE HIGH-VALUES.
   COPY runparm.


FD GuarantorFile.
01 GuarantorRecord.
01  WS-STUDENTS1-PATH        PIC X(160).
01  WS-STUDENTS-SUMMARY-PATH PIC X(160).
01  WS-TRANSINS-REJECT-PATH  PIC X(160).
01  WS-REJECTS-WORKLIST-PATH PIC X(160).
01  WS-TRANSINS-VERIFIED-PATH PIC X(160).
01  WS-STUDENTWRITE-CHECKPOINT-PATH PIC X(160).
01  WS-STUDENTS-ARCHIVE-PATH PIC X(160).
01  WS-STUDENTS-GUARANTOR-PATH PIC X(160).
01  WS-TRANSINS-WAITLIST-PATH PIC X(160).
01  WS-TRANSINS-PENDING-PATH PIC X(160).
   02 WS-IGNORED-XFER-COUNT    PIC 9(7) VALUE ZERO.
   02 WS-WAITLISTED-COUNT      PIC 9(7) VALUE ZERO.
   02 WS-PENDING-COUNT         PIC 9(7) VALUE ZERO.
   02 WS-GRADUATED-COUNT       PIC 9(7) VALUE ZERO.
   02 WS-IGNORED-GRAD-COUNT    PIC 9(7) VALUE ZERO.
   02 WS-TRANS-READ-COUNT      PIC 9(7) VALUE ZERO.
01 WS-SUMMARY-LINE             PIC X(60).

*>   never truncated.
01 WS-REJECT-LINE              PIC X(120).

*>   Reject worklist bookkeeping - the sequence numbering this run's
*>   new rejects within the run's date and time, and the search for
*>   a reject already on the worklist for the same transaction.
01 WS-REJECT-WL-SEQ            PIC 9(5) VALUE ZERO.
01 WS-REJECT-WL-FOUND-SW       PIC X.
   88 WS-REJECT-WL-FOUND           VALUE 'Y'.
01 WS-REJECT-WL-EOF-SW         PIC X.
   88 WS-REJECT-WL-EOF             VALUE 'Y'.

*>   StudentIds already seen this run - catches a StudentId appearing
*>   more than once in Transins.Dat. Capped at 500 entries; once full,
*>   later duplicates can no longer be detected, so a warning is
*>   starts as the count of Active students already enrolled and is
*>   bumped as Adds are accepted, so capacity holds across one run.
01 WS-PROGRAM-FILE-STATUS      PIC XX.
01 WS-GUARANTOR-FILE-STATUS    PIC XX.
   88 WS-GUARANTOR-FOUND          VALUE "00".
01 WS-FEED-FILE-STATUS         PIC XX.
01 WS-NEWSTUDENT-FILE-STATUS   PIC XX.
01 WS-SUMMARY-FILE-STATUS      PIC XX.
01 WS-REJECT-FILE-STATUS       PIC XX.
01 WS-REJECT-WORKLIST-STATUS   PIC XX.
01 WS-VERIFIED-FILE-STATUS     PIC XX.
01 WS-ARCHIVE-FILE-STATUS      PIC XX.
01 WS-ABORT-FILE-NAME          PIC X(30).
       MOVE WS-ARCHIVE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    *>   I-O rather than INPUT - DeleteStudent retires the deleted
    *>   student's guarantee along with the student, so no
    *>   orphaned guarantee can back a later over-ceiling loan.
    OPEN I-O GuarantorFile
    IF WS-GUARANTOR-FILE-STATUS NOT = "00" AND WS-GUARANTOR-FILE-STATUS NOT = "05"
       MOVE WS-FEED-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN I-O RejectWorklistFile
    IF WS-REJECT-WORKLIST-STATUS NOT = "00"
       AND WS-REJECT-WORKLIST-STATUS NOT = "05"
       MOVE "rejects.worklist.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-REJECT-WORKLIST-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF

    IF WS-IS-RESUMING
       PERFORM SkipToCheckpoint
    CLOSE NewStudentRecords
    CLOSE RejectFile
    CLOSE ArchiveFile
    CLOSE GuarantorFile
    CLOSE WaitlistFile
    CLOSE PendingFile
    CLOSE FeedFile
    CLOSE RejectWorklistFile

    *>   Run finished cleanly - clear the checkpoint so the next
    *>   invocation starts a fresh pass rather than skipping ahead.
                 WHEN TransTypeTransfer
                    DISPLAY "Transfer - " TransStudentId " ignored, no matching record on file"
                    ADD 1 TO WS-IGNORED-XFER-COUNT
                 WHEN TransTypeGraduate
                    DISPLAY "Graduate - " TransStudentId " ignored, no matching record on file"
                    ADD 1 TO WS-IGNORED-GRAD-COUNT
                 WHEN OTHER
                    PERFORM InsertStudent
              END-EVALUATE
                    PERFORM ReactivateStudent
                 WHEN TransTypeTransfer
                    PERFORM TransferStudent
                 WHEN TransTypeGraduate
                    PERFORM GraduateStudent
                 WHEN OTHER
                    PERFORM UpdateStudent
              END-EVALUATE

*>  ---------------------------------------------------------------
*>  UpdateStudent - a transaction matching an existing student
*>  replaces that student's fields on students1.dat. The student
*>  comes out Active with a fresh StatusDate, except a Graduated
*>  student: a correction to a graduate's details is taken, but
*>  their StatusCode and completion StatusDate are carried across
*>  unchanged, so an update never quietly undoes a graduation.
*>  ---------------------------------------------------------------
UpdateStudent.
    DISPLAY "Update - " TransStudentId " existing record: " TransRecord
       CALL "logger2" USING BY REFERENCE ACTION, StudentRecord

       PERFORM MoveTransFieldsToNewStudent
       IF StatusGraduated OF StudentRecord
          MOVE StatusCode OF StudentRecord
            TO StatusCode OF NewStudentRecord
          MOVE StatusDate OF StudentRecord
            TO StatusDate OF NewStudentRecord
       ELSE
          SET StatusActive OF NewStudentRecord TO TRUE
          PERFORM StampStatusDateOnNewStudent
       END-IF
       WRITE NewStudentRecord
       IF WS-NEWSTUDENT-FILE-STATUS NOT = "00"
          MOVE "students1.dat" TO WS-ABORT-FILE-NAME
       MOVE StudentRecord TO WS-FEED-STUDENT
       PERFORM WriteFeedEntry

       *>   Retire the companion guarantor record with the student -
       *>   a student without one on file is no error, but a
       *>   guarantee left behind could back a later over-ceiling
       *>   transaction under a re-keyed id. The contact record stays
       *>   until CorrespondenceRun has sent the removal notice to it.
       MOVE StudentID OF StudentRecord TO GuarStudentId
       DELETE GuarantorFile RECORD
           INVALID KEY CONTINUE
*>  student marks it Inactive (StatusCode) and carries it forward to
*>  students1.dat rather than deleting it outright. StudentPurge is
*>  what eventually moves a long-inactive student to
*>  Students.History.Dat, once StatusDate is old enough. A
*>  Graduated student has completed and cannot be inactivated - the
*>  transaction is refused and the record carried forward as is.
*>  ---------------------------------------------------------------
InactivateStudent.
    IF StatusGraduated OF StudentRecord
       MOVE "STUDENT GRADUATED - NO INACTV" TO WS-REJECT-REASON
       PERFORM RefuseStatusChange
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Inactivate - " TransStudentId " existing record marked inactive"
    ADD 1 TO WS-INACTIVATED-COUNT
    PERFORM TallyOfficeAccepted
*>  student flips StatusCode back to Active (re-stamping StatusDate)
*>  and carries the record forward to students1.dat, so a returning
*>  student keeps their StudentId and history instead of being keyed
*>  in again as a brand-new Add. A Graduated student is refused the
*>  same way - a graduate returning to study is a new Add.
*>  ---------------------------------------------------------------
ReactivateStudent.
    IF StatusGraduated OF StudentRecord
       MOVE "STUDENT GRADUATED - NO REACTV" TO WS-REJECT-REASON
       PERFORM RefuseStatusChange
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Reactivate - " TransStudentId " existing record marked active"
    ADD 1 TO WS-REACTIVATED-COUNT
    PERFORM TallyOfficeAccepted
    END-IF
    ADD 1 TO WS-STUDENTS1-END-COUNT.

*>  ---------------------------------------------------------------
*>  GraduateStudent - a "G" transaction matching an Active student
*>  marks them Graduated (re-stamping StatusDate as the completion
*>  date), gives their seat back to the program and carries the
*>  record forward, logged as GRAD so completions can be told apart
*>  from withdrawals downstream. Only an Active student can
*>  graduate - anyone else is refused and carried forward as is.
*>  ---------------------------------------------------------------
GraduateStudent.
    IF NOT StatusActive OF StudentRecord
       MOVE "STUDENT NOT ACTIVE - NO GRAD" TO WS-REJECT-REASON
       PERFORM RefuseStatusChange
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Graduate - " TransStudentId " existing record marked graduated"
    ADD 1 TO WS-GRADUATED-COUNT
    PERFORM TallyOfficeAccepted
    *>   The seat comes free in both modes, as for a transfer, so the
    *>   rest of the batch is judged against the same headcounts.
    IF WS-PROGRAM-TABLE-LOADED
       PERFORM FreeOldProgramSeat
    END-IF

    IF WS-APPLY-MODE
       MOVE 'BEFORE' TO ACTION
       CALL "logger2" USING BY REFERENCE ACTION, StudentRecord

       MOVE CORRESPONDING StudentRecord TO NewStudentRecord
       SET StatusGraduated OF NewStudentRecord TO TRUE
       PERFORM StampStatusDateOnNewStudent
       WRITE NewStudentRecord
       IF WS-NEWSTUDENT-FILE-STATUS NOT = "00"
          MOVE "students1.dat" TO WS-ABORT-FILE-NAME
          MOVE WS-NEWSTUDENT-FILE-STATUS TO WS-ABORT-FILE-STATUS
          PERFORM FileAbort
       END-IF

       MOVE 'GRAD' TO ACTION
       CALL "logger2" USING BY REFERENCE ACTION, NewStudentRecord

       MOVE NewStudentRecord TO WS-FEED-STUDENT
       PERFORM WriteFeedEntry
    ELSE
       MOVE SPACES TO WS-VERIFIED-LINE
       STRING "GRAD   - " TransStudentId DELIMITED BY SIZE INTO WS-VERIFIED-LINE
       END-STRING
       WRITE VerifiedLine FROM WS-VERIFIED-LINE
    END-IF
    ADD 1 TO WS-STUDENTS1-END-COUNT.

*>  ---------------------------------------------------------------
*>  RefuseStatusChange - the matched student's status does not allow
*>  the change (a graduation for a student not Active, an
*>  inactivation or reactivation for a graduate); the transaction
*>  goes to the reject file with its reason and the master record is
*>  carried forward unchanged.
*>  ---------------------------------------------------------------
RefuseStatusChange.
    MOVE SPACES TO WS-REJECT-LINE
    STRING TransRecord, ' - ', WS-REJECT-REASON,
           ' OFFICE ', TransOriginOffice DELIMITED BY SIZE
       INTO WS-REJECT-LINE
    END-STRING
    DISPLAY "Reject - " WS-REJECT-LINE
    WRITE RejectLine FROM WS-REJECT-LINE
    ADD 1 TO WS-REJECTED-COUNT
    PERFORM TallyOfficeRejected
    PERFORM RecordRejectOnWorklist
    IF WS-APPLY-MODE
       WRITE NewStudentRecord FROM StudentRecord
       IF WS-NEWSTUDENT-FILE-STATUS NOT = "00"
          MOVE "students1.dat" TO WS-ABORT-FILE-NAME
          MOVE WS-NEWSTUDENT-FILE-STATUS TO WS-ABORT-FILE-STATUS
          PERFORM FileAbort
       END-IF
    ELSE
       MOVE SPACES TO WS-VERIFIED-LINE
       STRING "CARRY  - " StudentId OF StudentRecord
              " unchanged (status change refused)"
          DELIMITED BY SIZE INTO WS-VERIFIED-LINE
       END-STRING
       WRITE VerifiedLine FROM WS-VERIFIED-LINE
    END-IF
    ADD 1 TO WS-STUDENTS1-END-COUNT
    ADD 1 TO WS-CARRIED-COUNT.

*>  ---------------------------------------------------------------
*>  TransferStudent - a "T" transaction matching an existing student
*>  moves them to the target program as a first-class action: the
    WRITE RejectLine FROM WS-REJECT-LINE
    ADD 1 TO WS-REJECTED-COUNT
    PERFORM TallyOfficeRejected
    PERFORM RecordRejectOnWorklist
    IF WS-APPLY-MODE
       WRITE NewStudentRecord FROM StudentRecord
       IF WS-NEWSTUDENT-FILE-STATUS NOT = "00"
    DISPLAY WS-SUMMARY-LINE
    WRITE SummaryLine FROM WS-SUMMARY-LINE

    MOVE SPACES TO WS-SUMMARY-LINE
    STRING "Records graduated..................... : " DELIMITED BY SIZE
           WS-GRADUATED-COUNT                      DELIMITED BY SIZE
      INTO WS-SUMMARY-LINE
    END-STRING
    DISPLAY WS-SUMMARY-LINE
    WRITE SummaryLine FROM WS-SUMMARY-LINE

    MOVE SPACES TO WS-SUMMARY-LINE
    IF WS-VALIDATE-ONLY
       STRING "Transins.Verified.Dat ending count.... : " DELIMITED BY SIZE
    COMPUTE WS-EXPECTED-START-COUNT =
            WS-CARRIED-COUNT + WS-UPDATED-COUNT + WS-DELETED-COUNT
            + WS-INACTIVATED-COUNT + WS-REACTIVATED-COUNT
            + WS-TRANSFERRED-COUNT + WS-GRADUATED-COUNT
    IF WS-EXPECTED-START-COUNT NOT = WS-STUDENTS-START-COUNT
       SET BalanceFailed TO TRUE
       DISPLAY "BALANCE ERROR - Students.Dat starting count " WS-STUDENTS-START-COUNT
    COMPUTE WS-EXPECTED-END-COUNT =
            WS-CARRIED-COUNT + WS-UPDATED-COUNT + WS-INSERTED-COUNT
            + WS-INACTIVATED-COUNT + WS-REACTIVATED-COUNT
            + WS-TRANSFERRED-COUNT + WS-GRADUATED-COUNT
    IF WS-EXPECTED-END-COUNT NOT = WS-STUDENTS1-END-COUNT
       SET BalanceFailed TO TRUE
       DISPLAY "BALANCE ERROR - output ending count " WS-STUDENTS1-END-COUNT
            + WS-PENDING-COUNT
            + WS-IGNORED-DELETE-COUNT
            + WS-IGNORED-INACTV-COUNT + WS-IGNORED-REACTV-COUNT
            + WS-GRADUATED-COUNT + WS-IGNORED-GRAD-COUNT
    IF WS-EXPECTED-TRANS-COUNT NOT = WS-TRANS-READ-COUNT
       SET BalanceFailed TO TRUE
       DISPLAY "BALANCE ERROR - Transins.Dat records read " WS-TRANS-READ-COUNT
                    WRITE RejectLine FROM WS-REJECT-LINE
                    ADD 1 TO WS-REJECTED-COUNT
                    PERFORM TallyOfficeRejected
                    PERFORM RecordRejectOnWorklist
                 END-IF
              END-IF
        END-EVALUATE
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  RecordRejectOnWorklist - keeps the reject just written to
*>  Transins.Reject.Dat on the offices' worklist as well. A reject
*>  already on the worklist for the same office, StudentId and
*>  transaction type that is still open - or resubmitted, and this
*>  is that very transaction failing again - is reopened with
*>  tonight's image and reason, keeping the date it was first
*>  rejected; anything else is a new open reject. (A blank
*>  StudentId matches only the identical transaction.) A
*>  Validate-only run changes nothing.
*>  ---------------------------------------------------------------
RecordRejectOnWorklist.
    IF NOT WS-APPLY-MODE
       EXIT PARAGRAPH
    END-IF

    MOVE 'N' TO WS-REJECT-WL-FOUND-SW
    MOVE 'N' TO WS-REJECT-WL-EOF-SW
    MOVE TransStudentID OF TransRecord TO RejStudentId
    START RejectWorklistFile KEY IS EQUAL TO RejStudentId
        INVALID KEY SET WS-REJECT-WL-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-REJECT-WL-EOF OR WS-REJECT-WL-FOUND
        READ RejectWorklistFile NEXT
            AT END SET WS-REJECT-WL-EOF TO TRUE
        END-READ
        IF NOT WS-REJECT-WL-EOF
           IF RejStudentId NOT = TransStudentID OF TransRecord
              SET WS-REJECT-WL-EOF TO TRUE
           ELSE
              *>   Byte 8 of the kept image is its TransType.
              IF RejOffice = TransOriginOffice OF TransRecord
                 AND RejTransaction(8:1) = TransType OF TransRecord
                 AND ((RejOpen
                       AND (RejStudentId NOT = SPACES
                            OR RejTransaction = TransRecord))
                      OR (RejResubmitted
                          AND RejTransaction = TransRecord))
                 SET WS-REJECT-WL-FOUND TO TRUE
              END-IF
           END-IF
        END-IF
    END-PERFORM

    IF WS-REJECT-WL-FOUND
       MOVE TransRecord TO RejTransaction
       MOVE WS-REJECT-REASON TO RejReason
       SET RejOpen TO TRUE
       *>   A rerun of the same night after a restart must not count
       *>   the night twice.
       IF RejLastDate NOT = WS-RUN-START-DATE
          ADD 1 TO RejRejectCount
          MOVE WS-RUN-START-DATE TO RejLastDate
       END-IF
       MOVE ZERO TO RejClosedDate
       MOVE SPACES TO RejClosedBy
       MOVE SPACES TO RejWithdrawReason
       REWRITE RejectWorklistRecord
           INVALID KEY CONTINUE
       END-REWRITE
    ELSE
       MOVE SPACES TO RejectWorklistRecord
       MOVE TransOriginOffice OF TransRecord TO RejOffice
       MOVE WS-RUN-START-DATE TO RejFirstDate
       MOVE WS-RUN-START-TIME TO RejFirstTime
       ADD 1 TO WS-REJECT-WL-SEQ
       MOVE WS-REJECT-WL-SEQ TO RejSeq
       MOVE TransStudentID OF TransRecord TO RejStudentId
       MOVE TransRecord TO RejTransaction
       MOVE WS-REJECT-REASON TO RejReason
       SET RejOpen TO TRUE
       MOVE WS-RUN-START-DATE TO RejLastDate
       MOVE 1 TO RejRejectCount
       MOVE ZERO TO RejClosedDate
       WRITE RejectWorklistRecord
           INVALID KEY CONTINUE
       END-WRITE
    END-IF
    IF WS-REJECT-WORKLIST-STATUS NOT = "00"
       AND WS-REJECT-WORKLIST-STATUS NOT = "02"
       DISPLAY "WARNING - reject for " TransStudentID OF TransRecord
               " not kept on rejects.worklist.dat (file status "
               WS-REJECT-WORKLIST-STATUS ") - it is still on "
               "Transins.Reject.Dat"
    END-IF.

*>  ---------------------------------------------------------------
*>  ParkPendingTransaction - a transaction dated into the future
*>  goes to Transins.Pending.Dat exactly as keyed; TransConsolidate
    IF TransIsValid
       AND NOT (TransTypeAdd OR TransTypeUpdate OR TransTypeDelete
                OR TransTypeInactivate OR TransTypeReactivate
                OR TransTypeTransfer OR TransTypeGraduate)
       SET TransIsInvalid TO TRUE
       MOVE "INVALID TRANSACTION TYPE" TO WS-REJECT-REASON
    END-IF
*>  ---------------------------------------------------------------
*>  CheckGuarantorCoverage - the transaction's loan is above its
*>  program's ceiling; policy accepts that only with a co-signer on
*>  file guaranteeing at least the excess. No guarantor record, a
*>  guarantee GuarantorRun has since released, or one guaranteeing
*>  too little, rejects the transaction.
*>  ---------------------------------------------------------------
CheckGuarantorCoverage.
    COMPUTE WS-CEILING-EXCESS =
        WHEN NOT WS-GUARANTOR-FOUND
            SET TransIsInvalid TO TRUE
            MOVE "OVER CEILING - NO GUARANTOR" TO WS-REJECT-REASON
        WHEN GuarReleased
            SET TransIsInvalid TO TRUE
            MOVE "OVER CEILING - GUAR RELEASED" TO WS-REJECT-REASON
        WHEN GuarAmount NOT NUMERIC
        WHEN GuarAmount < WS-CEILING-EXCESS
            SET TransIsInvalid TO TRUE
          IF CkptPendingCount IS NUMERIC
             MOVE CkptPendingCount TO WS-PENDING-COUNT
          END-IF
          IF CkptGraduatedCount IS NUMERIC
             MOVE CkptGraduatedCount TO WS-GRADUATED-COUNT
          END-IF
          IF CkptIgnoredGradCount IS NUMERIC
             MOVE CkptIgnoredGradCount TO WS-IGNORED-GRAD-COUNT
          END-IF
          SET WS-IS-RESUMING TO TRUE
          DISPLAY "Resuming from checkpoint - Student " WS-CKPT-STUDENT-ID
                  " Trans " WS-CKPT-TRANS-ID
    MOVE WS-IGNORED-XFER-COUNT      TO CkptIgnoredXferCount
    MOVE WS-WAITLISTED-COUNT        TO CkptWaitlistedCount
    MOVE WS-PENDING-COUNT           TO CkptPendingCount
    MOVE WS-GRADUATED-COUNT         TO CkptGraduatedCount
    MOVE WS-IGNORED-GRAD-COUNT      TO CkptIgnoredGradCount
    WRITE CheckpointRecord
    CLOSE CheckpointFile
    MOVE ZERO TO WS-RECORDS-SINCE-CKPT.
    STRING FUNCTION TRIM(WS-DATA-DIR) "/transins.reject.dat"
        DELIMITED BY SIZE INTO WS-TRANSINS-REJECT-PATH
    END-STRING
    MOVE SPACES TO WS-REJECTS-WORKLIST-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/rejects.worklist.dat"
        DELIMITED BY SIZE INTO WS-REJECTS-WORKLIST-PATH
    END-STRING
    MOVE SPACES TO WS-TRANSINS-VERIFIED-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/transins.verified.dat"
        DELIMITED BY SIZE INTO WS-TRANSINS-VERIFIED-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.archive.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-ARCHIVE-PATH
    END-STRING
    MOVE SPACES TO WS-STUDENTS-GUARANTOR-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.guarantor.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-GUARANTOR-PATH
