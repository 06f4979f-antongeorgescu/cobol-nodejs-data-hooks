IDENTIFICATION DIVISION.
PROGRAM-ID. DatasetSnapshot.
AUTHOR. Anton Georgescu.
*> End-of-night dataset snapshot - StudentPromote's backup generations
*> cover students.dat alone, so StudentRecover could bring the roster
*> back to a point the ledger, contact and guarantor files no longer
*> matched. This program copies the whole dataset in STUDENT_DATA_DIR -
*> the roster and every companion master, the reference files,
*> Cycle.Dat, the ledger and the queues the next night picks up
*> (pending, waitlist and resubmitted transactions, postings, unmatched
*> bank remittances) and logs.dat - into one directory per business
*> date, snapshot.YYYYMMDD under the data directory, with a manifest
*> giving each file's record count and hash total. Deliberately left
*> out: Runs.Dat (the history of what really ran, the restore included),
*> Operators.Dat and RunParms.Dat (sign-on and operating settings, which
*> a restore must not wind back), the office batches being keyed for the
*> next night, reports, extracts and work files.
*>   S)napshot - after CycleClose has sealed the night, and before
*>               the business date is rolled forward (answer N at
*>               CycleClose's roll-forward prompt, snapshot, then run
*>               CycleClose again to roll). Refused while the cycle is
*>               OPEN, and for a business date already snapshotted.
*>               Each file is counted, copied, and the copy counted
*>               back against the original; the manifest is written
*>               last, so a snapshot that failed partway has none and
*>               can be taken again.
*>   V)erify   - re-reads a snapshot's files against its manifest.
*>   R)estore  - verifies the snapshot, then, once confirmed, puts
*>               every file in it back over the dataset (and removes
*>               any file that was not on disk when it was taken), so
*>               the whole set stands at that one business date -
*>               Cycle.Dat included, sealed, for CycleClose to roll
*>               forward from.
*> The roster run lock is held while the dataset is copied either
*> way, so StudentWrite, StudentPurge and StudentPromote cannot work
*> students.dat partway through. The hash total is each record's
*> bytes weighted by their position, summed over the file and kept to
*> 15 digits - any changed, moved or lost byte shows. The mode comes
*> from SNAPSHOT-MODE on RunParms.Dat when present, the date to
*> verify or restore from SNAPSHOT-DATE, otherwise the console
*> prompts; a blank date takes the business date on Cycle.Dat.
*>
*> RETURN-CODEs: 0 snapshot taken, verified or restored, 4 verify
*> found differences, 8 refused (bad mode or date, cycle not sealed,
*> snapshot already taken, no complete manifest, snapshot does not
*> verify, restore not confirmed), 12 file error, 16 roster locked.

*> cobc -x -free datasetsnapshot.cbl      (standalone)
*> cobc -m -free datasetsnapshot.cbl      (module, CALLable from OperatorConsole)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT OPTIONAL CycleFile ASSIGN WS-CYCLE-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-CYCLE-FILE-STATUS.

      SELECT ManifestFile ASSIGN WS-MANIFEST-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-MANIFEST-FILE-STATUS.

      SELECT OPTIONAL RunParmFile ASSIGN WS-RUNPARMS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-RUNPARM-FILE-STATUS.

      *>   The files being counted - each assigned to WS-COUNT-PATH,
      *>   pointed at the live dataset or at a snapshot copy in turn.
      *>   Every line-sequential file is read through the one
      *>   variable-length SnapSeqFile; each indexed master through
      *>   its own description, keys as its owners declare them.
      SELECT SnapSeqFile ASSIGN WS-COUNT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-SNAP-FILE-STATUS.

      SELECT StudentFile ASSIGN WS-COUNT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS StudentId
             ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
             FILE STATUS IS WS-SNAP-FILE-STATUS.

      SELECT ContactFile ASSIGN WS-COUNT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS ContactStudentId
             FILE STATUS IS WS-SNAP-FILE-STATUS.

      SELECT GuarantorFile ASSIGN WS-COUNT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS GuarStudentId
             FILE STATUS IS WS-SNAP-FILE-STATUS.

      SELECT CorrespondenceFile ASSIGN WS-COUNT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CorrKey
             FILE STATUS IS WS-SNAP-FILE-STATUS.

      SELECT EnrolmentFile ASSIGN WS-COUNT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS EnrolKey
             FILE STATUS IS WS-SNAP-FILE-STATUS.

      SELECT NotesFile ASSIGN WS-COUNT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS NoteKey
             FILE STATUS IS WS-SNAP-FILE-STATUS.

      SELECT BankFile ASSIGN WS-COUNT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS BankStudentId
             FILE STATUS IS WS-SNAP-FILE-STATUS.

      SELECT AccountFile ASSIGN WS-COUNT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS AcctKey
             FILE STATUS IS WS-SNAP-FILE-STATUS.

      SELECT AwardFile ASSIGN WS-COUNT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS AwardKey
             FILE STATUS IS WS-SNAP-FILE-STATUS.

      SELECT BalanceFile ASSIGN WS-COUNT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS BalStudentId
             FILE STATUS IS WS-SNAP-FILE-STATUS.

      SELECT CollectionsFile ASSIGN WS-COUNT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CollStudentId
             FILE STATUS IS WS-SNAP-FILE-STATUS.

      SELECT ScheduleFile ASSIGN WS-COUNT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS SchedKey
             FILE STATUS IS WS-SNAP-FILE-STATUS.

      SELECT RateFile ASSIGN WS-COUNT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS RateKey
             FILE STATUS IS WS-SNAP-FILE-STATUS.

      SELECT RejectWorklistFile ASSIGN WS-COUNT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS RejKey
             ALTERNATE RECORD KEY IS RejStudentId WITH DUPLICATES
             FILE STATUS IS WS-SNAP-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD CycleFile.
01 CycleRecord.
   88 EndOfCycleFile       VALUE HIGH-VALUES.
   COPY cyclectl.

*>   The snapshot manifest, told apart by the three-byte type in
*>   front - HDR, one FIL per file in the set, TRL last. A manifest
*>   without its trailer was never finished and is not trusted.
FD ManifestFile.
01 ManifestRecord.
   88 EndOfManifestFile    VALUE HIGH-VALUES.
   02 MfstRecordType       PIC X(3).
      88 MfstHeaderRecord     VALUE "HDR".
      88 MfstFileRecord       VALUE "FIL".
      88 MfstTrailerRecord    VALUE "TRL".
   02 MfstRecordBody       PIC X(80).
01 ManifestHeader.
   02 FILLER               PIC X(3).
   02 MfstBusinessDate     PIC 9(8).
   02 MfstTakenDate        PIC 9(8).
   02 MfstTakenTime        PIC 9(6).
   02 MfstOperatorId       PIC X(8).
01 ManifestFileEntry.
   02 FILLER               PIC X(3).
   02 MfstFileName         PIC X(32).
   02 MfstOrganization     PIC X.
      88 MfstIndexed          VALUE "I".
      88 MfstLineSequential   VALUE "L".
   02 MfstPresentSw        PIC X.
      88 MfstFilePresent      VALUE "Y".
   02 MfstRecordCount      PIC 9(9).
   02 MfstHashTotal        PIC 9(15).
01 ManifestTrailer.
   02 FILLER               PIC X(3).
   02 MfstTrlFileCount     PIC 9(3).
   02 MfstTrlRecordTotal   PIC 9(11).

FD RunParmFile.
01 RunParmRecord.
   88 EndOfRunParmFile     VALUE HIGH-VALUES.
   COPY runparm.

FD SnapSeqFile
   RECORD IS VARYING IN SIZE FROM 1 TO 2048 CHARACTERS
   DEPENDING ON WS-SEQ-LENGTH.
01 SnapSeqRecord           PIC X(2048).

FD StudentFile.
01 StudentRecord.
   COPY studrec.

FD ContactFile.
01 ContactRecord.
   COPY contactrec.

FD GuarantorFile.
01 GuarantorRecord.
   COPY guarrec.

FD CorrespondenceFile.
01 CorrespondenceRecord.
   COPY corrrec.

FD EnrolmentFile.
01 EnrolmentRecord.
   COPY enrolrec.

FD NotesFile.
01 NoteRecord.
   COPY noterec.

FD BankFile.
01 BankRecord.
   COPY bankrec.

FD AccountFile.
01 AccountRecord.
   COPY acctrec.

FD AwardFile.
01 AwardRecord.
   COPY awardrec.

FD BalanceFile.
01 BalanceRecord.
   COPY loanbal.

FD CollectionsFile.
01 CollectionsRecord.
   COPY collrec.

FD ScheduleFile.
01 ScheduleRecord.
   COPY schedrec.

FD RateFile.
01 RateRecord.
   COPY raterec.

FD RejectWorklistFile.
01 RejectWorklistRecord.
   COPY rejectrec.

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>   comes from the STUDENT_DATA_DIR environment variable (default
*>   "data"), so the same compiled programs run against the
*>   production directory tonight and a test copy tomorrow morning
*>   without recompiling.
01  WS-DATA-DIR              PIC X(64).
01  WS-CYCLE-PATH            PIC X(160).
01  WS-RUNPARMS-PATH         PIC X(160).
01  WS-SNAPSHOT-DIR          PIC X(160).
01  WS-MANIFEST-PATH         PIC X(160).
01  WS-COUNT-PATH            PIC X(160).
01  WS-DATASET-FILE-PATH     PIC X(160).
01  WS-SNAPSHOT-FILE-PATH    PIC X(160).
01  WS-FROM-PATH             PIC X(160).
01  WS-TO-PATH               PIC X(160).

01  WS-CYCLE-FILE-STATUS     PIC XX.
01  WS-MANIFEST-FILE-STATUS  PIC XX.
01  WS-RUNPARM-FILE-STATUS   PIC XX.
01  WS-SNAP-FILE-STATUS      PIC XX.
    88  WS-SNAP-FILE-ABSENT      VALUE "35".
*>   File-status hardening - a required file that fails to open
*>   abandons the run with a clear operator message and RETURN-CODE
*>   12, instead of a runtime abort partway through.
01  WS-ABORT-FILE-NAME        PIC X(30).
01  WS-ABORT-FILE-STATUS      PIC XX.

*>   Operator named on the manifest - BATCH when the run is not
*>   started from a signed-on console.
01  WS-SIGNED-ON-OPERATOR    PIC X(8).

*>   The business date and cycle status on Cycle.Dat.
01  WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
01  WS-CYCLE-ON-FILE-SW      PIC X VALUE 'N'.
    88  WS-CYCLE-ON-FILE         VALUE 'Y'.
01  WS-CYCLE-STATUS-HELD     PIC X(6) VALUE SPACES.

*>   Snapshot, verify or restore - from RunParms.Dat when the
*>   control file supplied SNAPSHOT-MODE, otherwise the console
*>   prompt; likewise the date from SNAPSHOT-DATE.
01  WS-MODE-PARM-SW          PIC X VALUE 'N'.
    88  WS-MODE-FROM-PARMS       VALUE 'Y'.
01  WS-RUN-MODE              PIC X.
    88  WS-TAKE-SNAPSHOT         VALUE 'S' 's'.
    88  WS-VERIFY-SNAPSHOT       VALUE 'V' 'v'.
    88  WS-RESTORE-SNAPSHOT      VALUE 'R' 'r'.
01  WS-DATE-PARM-SW          PIC X VALUE 'N'.
    88  WS-DATE-FROM-PARMS       VALUE 'Y'.
01  WS-SNAPSHOT-DATE-ENTRY   PIC X(8) VALUE SPACES.
01  WS-SNAPSHOT-DATE         PIC 9(8) VALUE ZERO.
01  WS-CONFIRM-SW            PIC X.
    88  WS-CONFIRMED             VALUE 'Y'.

*>   Run-lock over students.dat, taken through runlock so nothing
*>   else works the roster while the dataset is being copied.
*>   Refusal abandons the run with RETURN-CODE 16.
01  WS-LOCK-ACTION           PIC X(4).
01  WS-LOCK-OWNER            PIC X(20) VALUE "DatasetSnapshot".
01  WS-LOCK-RESULT           PIC X VALUE 'N'.
    88  WS-LOCK-GRANTED          VALUE 'Y'.

*>   The files a snapshot takes - organization (I indexed, L line
*>   sequential) and name in the data directory. An indexed file
*>   added here needs its own description and Count paragraph too.
01  WS-SNAPSHOT-SET.
    02 FILLER PIC X(33) VALUE "Istudents.dat".
    02 FILLER PIC X(33) VALUE "Istudents.contact.dat".
    02 FILLER PIC X(33) VALUE "Istudents.guarantor.dat".
    02 FILLER PIC X(33) VALUE "Istudents.correspondence.dat".
    02 FILLER PIC X(33) VALUE "Istudents.enrolment.dat".
    02 FILLER PIC X(33) VALUE "Istudents.notes.dat".
    02 FILLER PIC X(33) VALUE "Istudents.bank.dat".
    02 FILLER PIC X(33) VALUE "Istudents.account.dat".
    02 FILLER PIC X(33) VALUE "Iloans.awards.dat".
    02 FILLER PIC X(33) VALUE "Iloans.balance.dat".
    02 FILLER PIC X(33) VALUE "Iloans.collections.dat".
    02 FILLER PIC X(33) VALUE "Iloans.schedule.dat".
    02 FILLER PIC X(33) VALUE "Iprograms.rates.dat".
    02 FILLER PIC X(33) VALUE "Irejects.worklist.dat".
    02 FILLER PIC X(33) VALUE "Lcycle.dat".
    02 FILLER PIC X(33) VALUE "Loffices.dat".
    02 FILLER PIC X(33) VALUE "Lprograms.dat".
    02 FILLER PIC X(33) VALUE "Lawards.funds.dat".
    02 FILLER PIC X(33) VALUE "Lgl.accounts.dat".
    02 FILLER PIC X(33) VALUE "Lgl.journal.control.dat".
    02 FILLER PIC X(33) VALUE "Lloans.tax.control.dat".
    02 FILLER PIC X(33) VALUE "Lcorrespondence.templates.dat".
    02 FILLER PIC X(33) VALUE "Lloans.ledger.dat".
    02 FILLER PIC X(33) VALUE "Lloans.ledger.archives.dat".
    02 FILLER PIC X(33) VALUE "Lloans.disburse.dat".
    02 FILLER PIC X(33) VALUE "Lloans.refund.dat".
    02 FILLER PIC X(33) VALUE "Lloans.post.dat".
    02 FILLER PIC X(33) VALUE "Lbank.remit.suspense.dat".
    02 FILLER PIC X(33) VALUE "Lstudents.archive.dat".
    02 FILLER PIC X(33) VALUE "Lstudents.history.dat".
    02 FILLER PIC X(33) VALUE "Lstudents.guarantor.log.dat".
    02 FILLER PIC X(33) VALUE "Lstudents.summary.dat".
    02 FILLER PIC X(33) VALUE "Ltransins.pending.dat".
    02 FILLER PIC X(33) VALUE "Ltransins.waitlist.dat".
    02 FILLER PIC X(33) VALUE "Ltransbatch.waitlist.dat".
    02 FILLER PIC X(33) VALUE "Ltransbatch.portal.dat".
    02 FILLER PIC X(33) VALUE "Ltransbatch.resubmit.dat".
    02 FILLER PIC X(33) VALUE "Ltransbatch.list.dat".
    02 FILLER PIC X(33) VALUE "Llogs.dat".
01  WS-SNAPSHOT-SET-TABLE REDEFINES WS-SNAPSHOT-SET.
    02 WS-SET-ENTRY OCCURS 39 TIMES.
       03 WS-SET-ORGANIZATION   PIC X.
       03 WS-SET-FILE-NAME      PIC X(32).
01  WS-SET-SIZE              PIC 9(2) VALUE 39.

*>   The files of the snapshot in hand with the count and hash total
*>   each should show - built from the set as a snapshot is taken,
*>   or loaded from the manifest to verify or restore one.
01  WS-FILE-TABLE.
    02  WS-FILE-COUNT           PIC 9(2) VALUE ZERO.
    02  WS-FILE-ENTRY OCCURS 60 TIMES INDEXED BY WS-FILE-IX.
        03  WS-FT-FILE-NAME       PIC X(32).
        03  WS-FT-ORGANIZATION    PIC X.
        03  WS-FT-PRESENT-SW      PIC X.
            88  WS-FT-PRESENT         VALUE "Y".
        03  WS-FT-RECORD-COUNT    PIC 9(9).
        03  WS-FT-HASH-TOTAL      PIC 9(15).
01  WS-MANIFEST-COMPLETE-SW  PIC X VALUE 'N'.
    88  WS-MANIFEST-COMPLETE     VALUE 'Y'.

*>   One file counted - CountOneFile reads the file named by
*>   WS-COUNT-DIR / WS-COUNT-NAME and leaves what it found here.
01  WS-COUNT-DIR             PIC X(160).
01  WS-COUNT-NAME            PIC X(32).
01  WS-COUNT-ORGANIZATION    PIC X.
01  WS-COUNTED-PRESENT-SW    PIC X.
    88  WS-COUNTED-PRESENT       VALUE "Y".
    88  WS-COUNTED-ABSENT        VALUE "N".
    88  WS-COUNTED-UNREADABLE    VALUE "?".
01  WS-COUNTED-RECORDS       PIC 9(9).
01  WS-COUNTED-HASH          PIC 9(15).
01  WS-COUNT-EOF-SW          PIC X.
    88  WS-COUNT-EOF             VALUE 'Y'.

*>   Hash-total workings - one record's bytes weighted by position.
01  WS-SEQ-LENGTH            PIC 9(4).
01  WS-HASH-RECORD           PIC X(2048).
01  WS-HASH-LENGTH           PIC 9(4).
01  WS-HASH-POS              PIC 9(4).
01  WS-RECORD-HASH           PIC 9(12).
01  WS-HASH-WORK             PIC 9(18).

*>   Library-routine results - reported through RETURN-CODE, which
*>   is put back to zero straight after.
01  WS-ROUTINE-RESULT        PIC S9(9).

*>   Control totals for the end-of-run summary.
01  WS-FILES-PRESENT-COUNT   PIC 9(3) VALUE ZERO.
01  WS-FILES-ABSENT-COUNT    PIC 9(3) VALUE ZERO.
01  WS-FILES-COPIED-COUNT    PIC 9(3) VALUE ZERO.
01  WS-FILES-REMOVED-COUNT   PIC 9(3) VALUE ZERO.
01  WS-DIFFERENCE-COUNT      PIC 9(3) VALUE ZERO.
01  WS-RECORD-TOTAL          PIC 9(11) VALUE ZERO.

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

    ACCEPT WS-SIGNED-ON-OPERATOR FROM ENVIRONMENT "STUDENT_OPERATOR_ID"
    IF WS-SIGNED-ON-OPERATOR = SPACES
       MOVE "BATCH" TO WS-SIGNED-ON-OPERATOR
    END-IF

    PERFORM GetRunParms
    IF WS-MODE-FROM-PARMS
       DISPLAY "Run mode " WS-RUN-MODE " taken from RunParms.Dat"
    ELSE
       DISPLAY "S)napshot the dataset, V)erify a snapshot, or "
               "R)estore one: " WITH NO ADVANCING
       ACCEPT WS-RUN-MODE
    END-IF
    IF NOT WS-TAKE-SNAPSHOT AND NOT WS-VERIFY-SNAPSHOT
       AND NOT WS-RESTORE-SNAPSHOT
       DISPLAY "RUN REFUSED - " WS-RUN-MODE " is not S, V or R"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF

    PERFORM ReadCycleRecord

    EVALUATE TRUE
        WHEN WS-TAKE-SNAPSHOT
            PERFORM TakeSnapshot
        WHEN WS-VERIFY-SNAPSHOT
            PERFORM VerifySnapshot
        WHEN OTHER
            PERFORM RestoreSnapshot
    END-EVALUATE

    DISPLAY " "
    DISPLAY "============ DatasetSnapshot Control Totals ============"
    DISPLAY "Snapshot business date................ : " WS-SNAPSHOT-DATE
    DISPLAY "Files in the snapshot................. : " WS-FILE-COUNT
    DISPLAY "  on file............................. : " WS-FILES-PRESENT-COUNT
    DISPLAY "  not on file when taken.............. : " WS-FILES-ABSENT-COUNT
    DISPLAY "Records counted (snapshot)............ : " WS-RECORD-TOTAL
    DISPLAY "Files copied.......................... : " WS-FILES-COPIED-COUNT
    DISPLAY "Files removed (restore)............... : " WS-FILES-REMOVED-COUNT
    DISPLAY "Files not agreeing with the manifest.. : " WS-DIFFERENCE-COUNT
    DISPLAY "========================================================"

    PERFORM WriteRunControl

    GOBACK.

*>  ---------------------------------------------------------------
*>  TakeSnapshot - copies the set into snapshot.YYYYMMDD for the
*>  sealed business date and writes its manifest.
*>  ---------------------------------------------------------------
TakeSnapshot.
    IF NOT WS-CYCLE-ON-FILE
       DISPLAY "RUN REFUSED - no Cycle.Dat on disk, so there is no "
               "sealed business date to snapshot"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    IF WS-CYCLE-STATUS-HELD NOT = "CLOSED"
       DISPLAY "RUN REFUSED - cycle " WS-BUSINESS-DATE " is still "
               WS-CYCLE-STATUS-HELD " - run CycleClose to seal it first"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    MOVE WS-BUSINESS-DATE TO WS-SNAPSHOT-DATE
    PERFORM SetSnapshotPaths

    OPEN INPUT ManifestFile
    IF WS-MANIFEST-FILE-STATUS = "00"
       CLOSE ManifestFile
       DISPLAY "RUN REFUSED - business date " WS-SNAPSHOT-DATE
               " has already been snapshotted"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF

    PERFORM TakeRunLock
    CALL "CBL_CREATE_DIR" USING WS-SNAPSHOT-DIR
    *>   A directory left by a snapshot that failed partway is no
    *>   error - the copies below replace whatever is in it.
    MOVE ZERO TO RETURN-CODE

    DISPLAY "Snapshot of business date " WS-SNAPSHOT-DATE " into "
            FUNCTION TRIM(WS-SNAPSHOT-DIR)
    MOVE ZERO TO WS-FILE-COUNT
    PERFORM VARYING WS-FILE-IX FROM 1 BY 1 UNTIL WS-FILE-IX > WS-SET-SIZE
       ADD 1 TO WS-FILE-COUNT
       MOVE WS-SET-FILE-NAME(WS-FILE-IX) TO WS-FT-FILE-NAME(WS-FILE-IX)
       MOVE WS-SET-ORGANIZATION(WS-FILE-IX)
         TO WS-FT-ORGANIZATION(WS-FILE-IX)
       PERFORM SnapshotOneFile
    END-PERFORM

    PERFORM WriteManifest
    PERFORM ReleaseRunLock
    DISPLAY "Snapshot " WS-SNAPSHOT-DATE " taken - manifest "
            FUNCTION TRIM(WS-MANIFEST-PATH).

*>  ---------------------------------------------------------------
*>  SnapshotOneFile - counts the live file at WS-FILE-IX, copies it
*>  into the snapshot and counts the copy back against it. A file
*>  not on disk is recorded as absent, and any copy a failed earlier
*>  attempt left is removed.
*>  ---------------------------------------------------------------
SnapshotOneFile.
    MOVE WS-DATA-DIR TO WS-COUNT-DIR
    PERFORM CountTableFile
    MOVE WS-COUNTED-PRESENT-SW TO WS-FT-PRESENT-SW(WS-FILE-IX)
    MOVE WS-COUNTED-RECORDS TO WS-FT-RECORD-COUNT(WS-FILE-IX)
    MOVE WS-COUNTED-HASH TO WS-FT-HASH-TOTAL(WS-FILE-IX)

    PERFORM SetCopyPaths
    IF NOT WS-FT-PRESENT(WS-FILE-IX)
       ADD 1 TO WS-FILES-ABSENT-COUNT
       CALL "CBL_DELETE_FILE" USING WS-SNAPSHOT-FILE-PATH
       MOVE ZERO TO RETURN-CODE
       DISPLAY "  " WS-FT-FILE-NAME(WS-FILE-IX) " not on file"
       EXIT PARAGRAPH
    END-IF

    MOVE WS-DATASET-FILE-PATH TO WS-FROM-PATH
    MOVE WS-SNAPSHOT-FILE-PATH TO WS-TO-PATH
    PERFORM CopyOneFile
    MOVE WS-SNAPSHOT-DIR TO WS-COUNT-DIR
    PERFORM CountTableFile
    IF NOT WS-COUNTED-PRESENT
       OR WS-COUNTED-RECORDS NOT = WS-FT-RECORD-COUNT(WS-FILE-IX)
       OR WS-COUNTED-HASH NOT = WS-FT-HASH-TOTAL(WS-FILE-IX)
       DISPLAY "SNAPSHOT FAILED - the copy of "
               FUNCTION TRIM(WS-FT-FILE-NAME(WS-FILE-IX))
               " does not agree with the original - no manifest "
               "written"
       MOVE 12 TO RETURN-CODE
       PERFORM ReleaseRunLock
       PERFORM WriteRunControl
       GOBACK
    END-IF
    ADD 1 TO WS-FILES-PRESENT-COUNT
    ADD WS-FT-RECORD-COUNT(WS-FILE-IX) TO WS-RECORD-TOTAL
    DISPLAY "  " WS-FT-FILE-NAME(WS-FILE-IX)
            " records " WS-FT-RECORD-COUNT(WS-FILE-IX)
            " hash " WS-FT-HASH-TOTAL(WS-FILE-IX).

*>  ---------------------------------------------------------------
*>  WriteManifest - the header, one entry per file in the table,
*>  and the trailer that marks the manifest complete.
*>  ---------------------------------------------------------------
WriteManifest.
    OPEN OUTPUT ManifestFile
    IF WS-MANIFEST-FILE-STATUS NOT = "00"
       MOVE "snapshot.manifest.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-MANIFEST-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    MOVE SPACES TO ManifestHeader
    MOVE "HDR" TO MfstRecordType
    MOVE WS-SNAPSHOT-DATE TO MfstBusinessDate
    MOVE WS-RUN-START-DATE TO MfstTakenDate
    MOVE WS-RUN-START-TIME TO MfstTakenTime
    MOVE WS-SIGNED-ON-OPERATOR TO MfstOperatorId
    WRITE ManifestHeader
    PERFORM CheckManifestWrite

    PERFORM VARYING WS-FILE-IX FROM 1 BY 1
            UNTIL WS-FILE-IX > WS-FILE-COUNT
       MOVE SPACES TO ManifestFileEntry
       MOVE "FIL" TO MfstRecordType
       MOVE WS-FT-FILE-NAME(WS-FILE-IX) TO MfstFileName
       MOVE WS-FT-ORGANIZATION(WS-FILE-IX) TO MfstOrganization
       MOVE WS-FT-PRESENT-SW(WS-FILE-IX) TO MfstPresentSw
       MOVE WS-FT-RECORD-COUNT(WS-FILE-IX) TO MfstRecordCount
       MOVE WS-FT-HASH-TOTAL(WS-FILE-IX) TO MfstHashTotal
       WRITE ManifestFileEntry
       PERFORM CheckManifestWrite
    END-PERFORM

    MOVE SPACES TO ManifestTrailer
    MOVE "TRL" TO MfstRecordType
    MOVE WS-FILE-COUNT TO MfstTrlFileCount
    MOVE WS-RECORD-TOTAL TO MfstTrlRecordTotal
    WRITE ManifestTrailer
    PERFORM CheckManifestWrite
    CLOSE ManifestFile.

*>  ---------------------------------------------------------------
*>  CheckManifestWrite - a manifest record that would not write
*>  abandons the snapshot.
*>  ---------------------------------------------------------------
CheckManifestWrite.
    IF WS-MANIFEST-FILE-STATUS NOT = "00"
       MOVE "snapshot.manifest.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-MANIFEST-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF.

*>  ---------------------------------------------------------------
*>  VerifySnapshot - re-reads the chosen snapshot's files against
*>  its manifest; RETURN-CODE 4 when any file does not agree.
*>  ---------------------------------------------------------------
VerifySnapshot.
    PERFORM ChooseSnapshotDate
    IF RETURN-CODE NOT = ZERO
       EXIT PARAGRAPH
    END-IF
    PERFORM LoadManifest
    IF RETURN-CODE NOT = ZERO
       EXIT PARAGRAPH
    END-IF
    PERFORM CheckSnapshotFiles
    IF WS-DIFFERENCE-COUNT > ZERO
       DISPLAY "SNAPSHOT " WS-SNAPSHOT-DATE " DOES NOT AGREE WITH ITS "
               "MANIFEST - " WS-DIFFERENCE-COUNT " file(s) differ"
       MOVE 4 TO RETURN-CODE
    ELSE
       DISPLAY "Snapshot " WS-SNAPSHOT-DATE " agrees with its manifest"
    END-IF.

*>  ---------------------------------------------------------------
*>  RestoreSnapshot - verifies the chosen snapshot and, once the
*>  operator confirms, puts the whole set back over the dataset,
*>  then counts the restored files against the manifest.
*>  ---------------------------------------------------------------
RestoreSnapshot.
    PERFORM ChooseSnapshotDate
    IF RETURN-CODE NOT = ZERO
       EXIT PARAGRAPH
    END-IF
    PERFORM LoadManifest
    IF RETURN-CODE NOT = ZERO
       EXIT PARAGRAPH
    END-IF
    PERFORM CheckSnapshotFiles
    IF WS-DIFFERENCE-COUNT > ZERO
       DISPLAY "RESTORE REFUSED - snapshot " WS-SNAPSHOT-DATE
               " does not agree with its manifest - nothing changed"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "This REPLACES every file in the set in "
            FUNCTION TRIM(WS-DATA-DIR) " with the snapshot of "
            "business date " WS-SNAPSHOT-DATE
    DISPLAY "Proceed (Y/N): " WITH NO ADVANCING
    ACCEPT WS-CONFIRM-SW
    IF NOT WS-CONFIRMED
       DISPLAY "RESTORE REFUSED - not confirmed, nothing changed"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF

    PERFORM TakeRunLock
    PERFORM VARYING WS-FILE-IX FROM 1 BY 1
            UNTIL WS-FILE-IX > WS-FILE-COUNT
       PERFORM RestoreOneFile
    END-PERFORM

    *>   Count the restored dataset back against the manifest.
    MOVE WS-DATA-DIR TO WS-COUNT-DIR
    MOVE ZERO TO WS-DIFFERENCE-COUNT
    PERFORM VARYING WS-FILE-IX FROM 1 BY 1
            UNTIL WS-FILE-IX > WS-FILE-COUNT
       PERFORM CompareOneFile
    END-PERFORM
    PERFORM ReleaseRunLock
    IF WS-DIFFERENCE-COUNT > ZERO
       DISPLAY "RESTORE FAILED - " WS-DIFFERENCE-COUNT " restored "
               "file(s) do not agree with the manifest - run the "
               "restore again before anything else"
       MOVE 12 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Dataset restored to business date " WS-SNAPSHOT-DATE
            " - the cycle stands sealed at that date; run CycleClose "
            "to roll it forward".

*>  ---------------------------------------------------------------
*>  RestoreOneFile - the snapshot copy of the file at WS-FILE-IX
*>  back over the live one; a file that was not on disk when the
*>  snapshot was taken is removed.
*>  ---------------------------------------------------------------
RestoreOneFile.
    PERFORM SetCopyPaths
    IF NOT WS-FT-PRESENT(WS-FILE-IX)
       CALL "CBL_DELETE_FILE" USING WS-DATASET-FILE-PATH
       MOVE RETURN-CODE TO WS-ROUTINE-RESULT
       MOVE ZERO TO RETURN-CODE
       IF WS-ROUTINE-RESULT = ZERO
          ADD 1 TO WS-FILES-REMOVED-COUNT
          DISPLAY "  " WS-FT-FILE-NAME(WS-FILE-IX) " removed"
       END-IF
       EXIT PARAGRAPH
    END-IF
    MOVE WS-SNAPSHOT-FILE-PATH TO WS-FROM-PATH
    MOVE WS-DATASET-FILE-PATH TO WS-TO-PATH
    PERFORM CopyOneFile
    DISPLAY "  " WS-FT-FILE-NAME(WS-FILE-IX) " restored".

*>  ---------------------------------------------------------------
*>  ChooseSnapshotDate - the business date of the snapshot to verify
*>  or restore, from SNAPSHOT-DATE or the prompt; blank takes the
*>  business date on Cycle.Dat.
*>  ---------------------------------------------------------------
ChooseSnapshotDate.
    IF WS-DATE-FROM-PARMS
       DISPLAY "Snapshot date " WS-SNAPSHOT-DATE-ENTRY
               " taken from RunParms.Dat"
    ELSE
       DISPLAY "Snapshot business date (YYYYMMDD, blank for the "
               "current business date): " WITH NO ADVANCING
       ACCEPT WS-SNAPSHOT-DATE-ENTRY
    END-IF
    IF WS-SNAPSHOT-DATE-ENTRY = SPACES
       IF NOT WS-CYCLE-ON-FILE
          DISPLAY "RUN REFUSED - no Cycle.Dat on disk - give the "
                  "snapshot date"
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
       END-IF
       MOVE WS-BUSINESS-DATE TO WS-SNAPSHOT-DATE
    ELSE
       IF WS-SNAPSHOT-DATE-ENTRY IS NOT NUMERIC
          DISPLAY "RUN REFUSED - snapshot date " WS-SNAPSHOT-DATE-ENTRY
                  " is not a YYYYMMDD date"
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
       END-IF
       MOVE WS-SNAPSHOT-DATE-ENTRY TO WS-SNAPSHOT-DATE
    END-IF
    PERFORM SetSnapshotPaths.

*>  ---------------------------------------------------------------
*>  LoadManifest - the chosen snapshot's manifest into the file
*>  table. Refused when there is none, or it has no trailer (the
*>  snapshot never finished).
*>  ---------------------------------------------------------------
LoadManifest.
    OPEN INPUT ManifestFile
    IF WS-MANIFEST-FILE-STATUS NOT = "00"
       DISPLAY "RUN REFUSED - no snapshot manifest for business date "
               WS-SNAPSHOT-DATE " (file status "
               WS-MANIFEST-FILE-STATUS ")"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO WS-FILE-COUNT
    READ ManifestFile
        AT END SET EndOfManifestFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfManifestFile
        EVALUATE TRUE
            WHEN MfstHeaderRecord
                DISPLAY "Snapshot of business date " MfstBusinessDate
                        " taken " MfstTakenDate " " MfstTakenTime
                        " by " MfstOperatorId
            WHEN MfstFileRecord AND WS-FILE-COUNT < 60
                ADD 1 TO WS-FILE-COUNT
                MOVE MfstFileName TO WS-FT-FILE-NAME(WS-FILE-COUNT)
                MOVE MfstOrganization
                  TO WS-FT-ORGANIZATION(WS-FILE-COUNT)
                MOVE MfstPresentSw TO WS-FT-PRESENT-SW(WS-FILE-COUNT)
                MOVE MfstRecordCount
                  TO WS-FT-RECORD-COUNT(WS-FILE-COUNT)
                MOVE MfstHashTotal TO WS-FT-HASH-TOTAL(WS-FILE-COUNT)
            WHEN MfstTrailerRecord
                IF MfstTrlFileCount = WS-FILE-COUNT
                   SET WS-MANIFEST-COMPLETE TO TRUE
                END-IF
        END-EVALUATE
        READ ManifestFile
            AT END SET EndOfManifestFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE ManifestFile
    IF NOT WS-MANIFEST-COMPLETE
       DISPLAY "RUN REFUSED - the manifest for business date "
               WS-SNAPSHOT-DATE " is incomplete - the snapshot never "
               "finished"
       MOVE 8 TO RETURN-CODE
    END-IF.

*>  ---------------------------------------------------------------
*>  CheckSnapshotFiles - every file of the snapshot counted against
*>  the manifest.
*>  ---------------------------------------------------------------
CheckSnapshotFiles.
    DISPLAY "Checking snapshot " WS-SNAPSHOT-DATE " in "
            FUNCTION TRIM(WS-SNAPSHOT-DIR)
    MOVE WS-SNAPSHOT-DIR TO WS-COUNT-DIR
    MOVE ZERO TO WS-DIFFERENCE-COUNT
    PERFORM VARYING WS-FILE-IX FROM 1 BY 1
            UNTIL WS-FILE-IX > WS-FILE-COUNT
       PERFORM CompareOneFile
       IF WS-FT-PRESENT(WS-FILE-IX)
          ADD 1 TO WS-FILES-PRESENT-COUNT
          ADD WS-COUNTED-RECORDS TO WS-RECORD-TOTAL
       ELSE
          ADD 1 TO WS-FILES-ABSENT-COUNT
       END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  CompareOneFile - counts the file at WS-FILE-IX in WS-COUNT-DIR
*>  and reports it against the manifest. A file the manifest has
*>  as absent agrees when it is not there either.
*>  ---------------------------------------------------------------
CompareOneFile.
    IF NOT WS-FT-PRESENT(WS-FILE-IX)
       DISPLAY "  " WS-FT-FILE-NAME(WS-FILE-IX)
               " not on file when taken"
       EXIT PARAGRAPH
    END-IF
    PERFORM CountTableFile
    EVALUATE TRUE
        WHEN WS-COUNTED-UNREADABLE
            ADD 1 TO WS-DIFFERENCE-COUNT
            DISPLAY "  " WS-FT-FILE-NAME(WS-FILE-IX)
                    " DIFFERS - not a file this program can read"
        WHEN WS-COUNTED-ABSENT
            ADD 1 TO WS-DIFFERENCE-COUNT
            DISPLAY "  " WS-FT-FILE-NAME(WS-FILE-IX)
                    " DIFFERS - missing"
        WHEN WS-COUNTED-RECORDS NOT = WS-FT-RECORD-COUNT(WS-FILE-IX)
             OR WS-COUNTED-HASH NOT = WS-FT-HASH-TOTAL(WS-FILE-IX)
            ADD 1 TO WS-DIFFERENCE-COUNT
            DISPLAY "  " WS-FT-FILE-NAME(WS-FILE-IX)
                    " DIFFERS - records " WS-COUNTED-RECORDS
                    " hash " WS-COUNTED-HASH
            DISPLAY "      manifest has records "
                    WS-FT-RECORD-COUNT(WS-FILE-IX)
                    " hash " WS-FT-HASH-TOTAL(WS-FILE-IX)
        WHEN OTHER
            DISPLAY "  " WS-FT-FILE-NAME(WS-FILE-IX)
                    " agrees - records " WS-COUNTED-RECORDS
    END-EVALUATE.

*>  ---------------------------------------------------------------
*>  CountTableFile - counts the file at WS-FILE-IX in WS-COUNT-DIR.
*>  ---------------------------------------------------------------
CountTableFile.
    MOVE WS-FT-FILE-NAME(WS-FILE-IX) TO WS-COUNT-NAME
    MOVE WS-FT-ORGANIZATION(WS-FILE-IX) TO WS-COUNT-ORGANIZATION
    PERFORM CountOneFile.

*>  ---------------------------------------------------------------
*>  CountOneFile - the record count and hash total of WS-COUNT-NAME
*>  in WS-COUNT-DIR, read through the description for its
*>  organization (and, indexed, its name). A file not on disk is
*>  reported absent; an indexed name with no description here is
*>  unreadable.
*>  ---------------------------------------------------------------
CountOneFile.
    MOVE SPACES TO WS-COUNT-PATH
    STRING FUNCTION TRIM(WS-COUNT-DIR) "/" FUNCTION TRIM(WS-COUNT-NAME)
        DELIMITED BY SIZE INTO WS-COUNT-PATH
    END-STRING
    MOVE "Y" TO WS-COUNTED-PRESENT-SW
    MOVE ZERO TO WS-COUNTED-RECORDS
    MOVE ZERO TO WS-COUNTED-HASH
    MOVE 'N' TO WS-COUNT-EOF-SW
    IF WS-COUNT-ORGANIZATION = "L"
       PERFORM CountSeqFile
       EXIT PARAGRAPH
    END-IF
    EVALUATE WS-COUNT-NAME
        WHEN "students.dat"                 PERFORM CountStudentFile
        WHEN "students.contact.dat"         PERFORM CountContactFile
        WHEN "students.guarantor.dat"       PERFORM CountGuarantorFile
        WHEN "students.correspondence.dat"  PERFORM CountCorrespondenceFile
        WHEN "students.enrolment.dat"       PERFORM CountEnrolmentFile
        WHEN "students.notes.dat"           PERFORM CountNotesFile
        WHEN "students.bank.dat"            PERFORM CountBankFile
        WHEN "students.account.dat"         PERFORM CountAccountFile
        WHEN "loans.awards.dat"             PERFORM CountAwardFile
        WHEN "loans.balance.dat"            PERFORM CountBalanceFile
        WHEN "loans.collections.dat"        PERFORM CountCollectionsFile
        WHEN "loans.schedule.dat"           PERFORM CountScheduleFile
        WHEN "programs.rates.dat"           PERFORM CountRateFile
        WHEN "rejects.worklist.dat"         PERFORM CountRejectWorklistFile
        WHEN OTHER                          SET WS-COUNTED-UNREADABLE TO TRUE
    END-EVALUATE.

*>  ---------------------------------------------------------------
*>  CheckCountOpen - after each count OPEN: a file not on disk is
*>  absent, any other failure abandons the run.
*>  ---------------------------------------------------------------
CheckCountOpen.
    IF WS-SNAP-FILE-ABSENT
       SET WS-COUNTED-ABSENT TO TRUE
       EXIT PARAGRAPH
    END-IF
    IF WS-SNAP-FILE-STATUS NOT = "00"
       MOVE WS-COUNT-NAME TO WS-ABORT-FILE-NAME
       MOVE WS-SNAP-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF.

*>  ---------------------------------------------------------------
*>  HashOneRecord - adds the record in WS-HASH-RECORD (length
*>  WS-HASH-LENGTH) to the count and hash total. The total keeps its
*>  low 15 digits, as a hash total does.
*>  ---------------------------------------------------------------
HashOneRecord.
    ADD 1 TO WS-COUNTED-RECORDS
    MOVE ZERO TO WS-RECORD-HASH
    PERFORM VARYING WS-HASH-POS FROM 1 BY 1
            UNTIL WS-HASH-POS > WS-HASH-LENGTH
       COMPUTE WS-RECORD-HASH = WS-RECORD-HASH
             + FUNCTION ORD(WS-HASH-RECORD(WS-HASH-POS:1)) * WS-HASH-POS
    END-PERFORM
    COMPUTE WS-HASH-WORK = WS-COUNTED-HASH + WS-RECORD-HASH
    MOVE WS-HASH-WORK TO WS-COUNTED-HASH.

*>  ---------------------------------------------------------------
*>  CountSeqFile - any line-sequential file in the set, each line
*>  hashed over the length it was read at.
*>  ---------------------------------------------------------------
CountSeqFile.
    OPEN INPUT SnapSeqFile
    PERFORM CheckCountOpen
    IF WS-COUNTED-ABSENT
       EXIT PARAGRAPH
    END-IF
    READ SnapSeqFile
        AT END SET WS-COUNT-EOF TO TRUE
    END-READ
    PERFORM UNTIL WS-COUNT-EOF
        MOVE SnapSeqRecord TO WS-HASH-RECORD
        MOVE WS-SEQ-LENGTH TO WS-HASH-LENGTH
        PERFORM HashOneRecord
        READ SnapSeqFile
            AT END SET WS-COUNT-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE SnapSeqFile.

*>  ---------------------------------------------------------------
*>  CountStudentFile - students.dat, the roster.
*>  ---------------------------------------------------------------
CountStudentFile.
    OPEN INPUT StudentFile
    PERFORM CheckCountOpen
    IF WS-COUNTED-ABSENT
       EXIT PARAGRAPH
    END-IF
    READ StudentFile
        AT END SET WS-COUNT-EOF TO TRUE
    END-READ
    PERFORM UNTIL WS-COUNT-EOF
        MOVE StudentRecord TO WS-HASH-RECORD
        MOVE LENGTH OF StudentRecord TO WS-HASH-LENGTH
        PERFORM HashOneRecord
        READ StudentFile
            AT END SET WS-COUNT-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE StudentFile.

*>  ---------------------------------------------------------------
*>  CountContactFile - Students.Contact.Dat.
*>  ---------------------------------------------------------------
CountContactFile.
    OPEN INPUT ContactFile
    PERFORM CheckCountOpen
    IF WS-COUNTED-ABSENT
       EXIT PARAGRAPH
    END-IF
    READ ContactFile
        AT END SET WS-COUNT-EOF TO TRUE
    END-READ
    PERFORM UNTIL WS-COUNT-EOF
        MOVE ContactRecord TO WS-HASH-RECORD
        MOVE LENGTH OF ContactRecord TO WS-HASH-LENGTH
        PERFORM HashOneRecord
        READ ContactFile
            AT END SET WS-COUNT-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE ContactFile.

*>  ---------------------------------------------------------------
*>  CountGuarantorFile - Students.Guarantor.Dat.
*>  ---------------------------------------------------------------
CountGuarantorFile.
    OPEN INPUT GuarantorFile
    PERFORM CheckCountOpen
    IF WS-COUNTED-ABSENT
       EXIT PARAGRAPH
    END-IF
    READ GuarantorFile
        AT END SET WS-COUNT-EOF TO TRUE
    END-READ
    PERFORM UNTIL WS-COUNT-EOF
        MOVE GuarantorRecord TO WS-HASH-RECORD
        MOVE LENGTH OF GuarantorRecord TO WS-HASH-LENGTH
        PERFORM HashOneRecord
        READ GuarantorFile
            AT END SET WS-COUNT-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE GuarantorFile.

*>  ---------------------------------------------------------------
*>  CountCorrespondenceFile - Students.Correspondence.Dat.
*>  ---------------------------------------------------------------
CountCorrespondenceFile.
    OPEN INPUT CorrespondenceFile
    PERFORM CheckCountOpen
    IF WS-COUNTED-ABSENT
       EXIT PARAGRAPH
    END-IF
    READ CorrespondenceFile
        AT END SET WS-COUNT-EOF TO TRUE
    END-READ
    PERFORM UNTIL WS-COUNT-EOF
        MOVE CorrespondenceRecord TO WS-HASH-RECORD
        MOVE LENGTH OF CorrespondenceRecord TO WS-HASH-LENGTH
        PERFORM HashOneRecord
        READ CorrespondenceFile
            AT END SET WS-COUNT-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE CorrespondenceFile.

*>  ---------------------------------------------------------------
*>  CountEnrolmentFile - Students.Enrolment.Dat.
*>  ---------------------------------------------------------------
CountEnrolmentFile.
    OPEN INPUT EnrolmentFile
    PERFORM CheckCountOpen
    IF WS-COUNTED-ABSENT
       EXIT PARAGRAPH
    END-IF
    READ EnrolmentFile
        AT END SET WS-COUNT-EOF TO TRUE
    END-READ
    PERFORM UNTIL WS-COUNT-EOF
        MOVE EnrolmentRecord TO WS-HASH-RECORD
        MOVE LENGTH OF EnrolmentRecord TO WS-HASH-LENGTH
        PERFORM HashOneRecord
        READ EnrolmentFile
            AT END SET WS-COUNT-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE EnrolmentFile.

*>  ---------------------------------------------------------------
*>  CountNotesFile - Students.Notes.Dat.
*>  ---------------------------------------------------------------
CountNotesFile.
    OPEN INPUT NotesFile
    PERFORM CheckCountOpen
    IF WS-COUNTED-ABSENT
       EXIT PARAGRAPH
    END-IF
    READ NotesFile
        AT END SET WS-COUNT-EOF TO TRUE
    END-READ
    PERFORM UNTIL WS-COUNT-EOF
        MOVE NoteRecord TO WS-HASH-RECORD
        MOVE LENGTH OF NoteRecord TO WS-HASH-LENGTH
        PERFORM HashOneRecord
        READ NotesFile
            AT END SET WS-COUNT-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE NotesFile.

*>  ---------------------------------------------------------------
*>  CountBankFile - Students.Bank.Dat.
*>  ---------------------------------------------------------------
CountBankFile.
    OPEN INPUT BankFile
    PERFORM CheckCountOpen
    IF WS-COUNTED-ABSENT
       EXIT PARAGRAPH
    END-IF
    READ BankFile
        AT END SET WS-COUNT-EOF TO TRUE
    END-READ
    PERFORM UNTIL WS-COUNT-EOF
        MOVE BankRecord TO WS-HASH-RECORD
        MOVE LENGTH OF BankRecord TO WS-HASH-LENGTH
        PERFORM HashOneRecord
        READ BankFile
            AT END SET WS-COUNT-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE BankFile.

*>  ---------------------------------------------------------------
*>  CountAccountFile - Students.Account.Dat.
*>  ---------------------------------------------------------------
CountAccountFile.
    OPEN INPUT AccountFile
    PERFORM CheckCountOpen
    IF WS-COUNTED-ABSENT
       EXIT PARAGRAPH
    END-IF
    READ AccountFile
        AT END SET WS-COUNT-EOF TO TRUE
    END-READ
    PERFORM UNTIL WS-COUNT-EOF
        MOVE AccountRecord TO WS-HASH-RECORD
        MOVE LENGTH OF AccountRecord TO WS-HASH-LENGTH
        PERFORM HashOneRecord
        READ AccountFile
            AT END SET WS-COUNT-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE AccountFile.

*>  ---------------------------------------------------------------
*>  CountAwardFile - Loans.Awards.Dat.
*>  ---------------------------------------------------------------
CountAwardFile.
    OPEN INPUT AwardFile
    PERFORM CheckCountOpen
    IF WS-COUNTED-ABSENT
       EXIT PARAGRAPH
    END-IF
    READ AwardFile
        AT END SET WS-COUNT-EOF TO TRUE
    END-READ
    PERFORM UNTIL WS-COUNT-EOF
        MOVE AwardRecord TO WS-HASH-RECORD
        MOVE LENGTH OF AwardRecord TO WS-HASH-LENGTH
        PERFORM HashOneRecord
        READ AwardFile
            AT END SET WS-COUNT-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE AwardFile.

*>  ---------------------------------------------------------------
*>  CountBalanceFile - Loans.Balance.Dat.
*>  ---------------------------------------------------------------
CountBalanceFile.
    OPEN INPUT BalanceFile
    PERFORM CheckCountOpen
    IF WS-COUNTED-ABSENT
       EXIT PARAGRAPH
    END-IF
    READ BalanceFile
        AT END SET WS-COUNT-EOF TO TRUE
    END-READ
    PERFORM UNTIL WS-COUNT-EOF
        MOVE BalanceRecord TO WS-HASH-RECORD
        MOVE LENGTH OF BalanceRecord TO WS-HASH-LENGTH
        PERFORM HashOneRecord
        READ BalanceFile
            AT END SET WS-COUNT-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE BalanceFile.

*>  ---------------------------------------------------------------
*>  CountCollectionsFile - Loans.Collections.Dat.
*>  ---------------------------------------------------------------
CountCollectionsFile.
    OPEN INPUT CollectionsFile
    PERFORM CheckCountOpen
    IF WS-COUNTED-ABSENT
       EXIT PARAGRAPH
    END-IF
    READ CollectionsFile
        AT END SET WS-COUNT-EOF TO TRUE
    END-READ
    PERFORM UNTIL WS-COUNT-EOF
        MOVE CollectionsRecord TO WS-HASH-RECORD
        MOVE LENGTH OF CollectionsRecord TO WS-HASH-LENGTH
        PERFORM HashOneRecord
        READ CollectionsFile
            AT END SET WS-COUNT-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE CollectionsFile.

*>  ---------------------------------------------------------------
*>  CountScheduleFile - Loans.Schedule.Dat.
*>  ---------------------------------------------------------------
CountScheduleFile.
    OPEN INPUT ScheduleFile
    PERFORM CheckCountOpen
    IF WS-COUNTED-ABSENT
       EXIT PARAGRAPH
    END-IF
    READ ScheduleFile
        AT END SET WS-COUNT-EOF TO TRUE
    END-READ
    PERFORM UNTIL WS-COUNT-EOF
        MOVE ScheduleRecord TO WS-HASH-RECORD
        MOVE LENGTH OF ScheduleRecord TO WS-HASH-LENGTH
        PERFORM HashOneRecord
        READ ScheduleFile
            AT END SET WS-COUNT-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE ScheduleFile.

*>  ---------------------------------------------------------------
*>  CountRateFile - Programs.Rates.Dat.
*>  ---------------------------------------------------------------
CountRateFile.
    OPEN INPUT RateFile
    PERFORM CheckCountOpen
    IF WS-COUNTED-ABSENT
       EXIT PARAGRAPH
    END-IF
    READ RateFile
        AT END SET WS-COUNT-EOF TO TRUE
    END-READ
    PERFORM UNTIL WS-COUNT-EOF
        MOVE RateRecord TO WS-HASH-RECORD
        MOVE LENGTH OF RateRecord TO WS-HASH-LENGTH
        PERFORM HashOneRecord
        READ RateFile
            AT END SET WS-COUNT-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE RateFile.

*>  ---------------------------------------------------------------
*>  CountRejectWorklistFile - Rejects.Worklist.Dat.
*>  ---------------------------------------------------------------
CountRejectWorklistFile.
    OPEN INPUT RejectWorklistFile
    PERFORM CheckCountOpen
    IF WS-COUNTED-ABSENT
       EXIT PARAGRAPH
    END-IF
    READ RejectWorklistFile
        AT END SET WS-COUNT-EOF TO TRUE
    END-READ
    PERFORM UNTIL WS-COUNT-EOF
        MOVE RejectWorklistRecord TO WS-HASH-RECORD
        MOVE LENGTH OF RejectWorklistRecord TO WS-HASH-LENGTH
        PERFORM HashOneRecord
        READ RejectWorklistFile
            AT END SET WS-COUNT-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE RejectWorklistFile.

*>  ---------------------------------------------------------------
*>  SetSnapshotPaths - the snapshot directory and manifest for
*>  WS-SNAPSHOT-DATE.
*>  ---------------------------------------------------------------
SetSnapshotPaths.
    MOVE SPACES TO WS-SNAPSHOT-DIR
    STRING FUNCTION TRIM(WS-DATA-DIR) "/snapshot." WS-SNAPSHOT-DATE
        DELIMITED BY SIZE INTO WS-SNAPSHOT-DIR
    END-STRING
    MOVE SPACES TO WS-MANIFEST-PATH
    STRING FUNCTION TRIM(WS-SNAPSHOT-DIR) "/snapshot.manifest.dat"
        DELIMITED BY SIZE INTO WS-MANIFEST-PATH
    END-STRING.

*>  ---------------------------------------------------------------
*>  SetCopyPaths - the file at WS-FILE-IX in the dataset and in
*>  the snapshot.
*>  ---------------------------------------------------------------
SetCopyPaths.
    MOVE SPACES TO WS-DATASET-FILE-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/"
           FUNCTION TRIM(WS-FT-FILE-NAME(WS-FILE-IX))
        DELIMITED BY SIZE INTO WS-DATASET-FILE-PATH
    END-STRING
    MOVE SPACES TO WS-SNAPSHOT-FILE-PATH
    STRING FUNCTION TRIM(WS-SNAPSHOT-DIR) "/"
           FUNCTION TRIM(WS-FT-FILE-NAME(WS-FILE-IX))
        DELIMITED BY SIZE INTO WS-SNAPSHOT-FILE-PATH
    END-STRING.

*>  ---------------------------------------------------------------
*>  CopyOneFile - WS-FROM-PATH copied whole to WS-TO-PATH. The copy
*>  is byte for byte, so an indexed file keeps its keys as they
*>  stand. A copy that fails abandons the run.
*>  ---------------------------------------------------------------
CopyOneFile.
    CALL "CBL_COPY_FILE" USING WS-FROM-PATH WS-TO-PATH
    MOVE RETURN-CODE TO WS-ROUTINE-RESULT
    MOVE ZERO TO RETURN-CODE
    IF WS-ROUTINE-RESULT NOT = ZERO
       DISPLAY "FILE ERROR - copy of "
               FUNCTION TRIM(WS-FT-FILE-NAME(WS-FILE-IX))
               " failed (result " WS-ROUTINE-RESULT ") - run abandoned"
       IF WS-RESTORE-SNAPSHOT
          DISPLAY "The dataset is partly restored - run the restore "
                  "again before anything else"
       END-IF
       MOVE 12 TO RETURN-CODE
       PERFORM ReleaseRunLock
       PERFORM WriteRunControl
       GOBACK
    END-IF
    ADD 1 TO WS-FILES-COPIED-COUNT.

*>  ---------------------------------------------------------------
*>  TakeRunLock - holds students.dat against the roster programs
*>  while the dataset is copied; refused, the run is abandoned with
*>  RETURN-CODE 16.
*>  ---------------------------------------------------------------
TakeRunLock.
    MOVE 'GET ' TO WS-LOCK-ACTION
    CALL "runlock" USING BY REFERENCE WS-LOCK-ACTION, WS-LOCK-OWNER,
                                      WS-LOCK-RESULT
    IF NOT WS-LOCK-GRANTED
       DISPLAY "RUN REFUSED - students.dat is locked by another run"
       MOVE 16 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF.

*>  ---------------------------------------------------------------
*>  ReleaseRunLock - hands students.dat back once this run is done
*>  with it.
*>  ---------------------------------------------------------------
ReleaseRunLock.
    IF WS-LOCK-GRANTED
       MOVE 'FREE' TO WS-LOCK-ACTION
       CALL "runlock" USING BY REFERENCE WS-LOCK-ACTION, WS-LOCK-OWNER,
                                         WS-LOCK-RESULT
       MOVE 'N' TO WS-LOCK-RESULT
    END-IF.

*>  ---------------------------------------------------------------
*>  ReadCycleRecord - the business date and status on Cycle.Dat, if
*>  the suite has one.
*>  ---------------------------------------------------------------
ReadCycleRecord.
    OPEN INPUT CycleFile
    *>   Status 05 means the OPTIONAL file was absent and is now open
    *>   and empty - the read below just hits end-of-file.
    IF WS-CYCLE-FILE-STATUS NOT = "00" AND WS-CYCLE-FILE-STATUS NOT = "05"
       EXIT PARAGRAPH
    END-IF
    READ CycleFile
        AT END SET EndOfCycleFile TO TRUE
    END-READ
    IF NOT EndOfCycleFile
       SET WS-CYCLE-ON-FILE TO TRUE
       MOVE CycleBusinessDate TO WS-BUSINESS-DATE
       MOVE CycleStatus TO WS-CYCLE-STATUS-HELD
    END-IF
    CLOSE CycleFile.

*>  ---------------------------------------------------------------
*>  WriteRunControl - this run's record counts and final
*>  RETURN-CODE, appended to Runs.Dat through runlogger.
*>  ---------------------------------------------------------------
WriteRunControl.
    MOVE "DatasetSnapshot" TO RunProgramName
    MOVE WS-RUN-START-DATE TO RunStartDate
    MOVE WS-RUN-START-TIME TO RunStartTime
    MOVE WS-RECORD-TOTAL TO RunRecordsRead
    MOVE WS-FILES-COPIED-COUNT TO RunRecordsWritten
    MOVE WS-DIFFERENCE-COUNT TO RunRejectedCount
    MOVE RETURN-CODE TO RunReturnCode
    CALL "runlogger" USING BY REFERENCE WS-RUN-CONTROL.

*>  ---------------------------------------------------------------
*>  FileAbort - a file failed to open; report it, release the run
*>  lock and abandon the run with RETURN-CODE 12.
*>  ---------------------------------------------------------------
FileAbort.
    DISPLAY "FILE ERROR - cannot open " WS-ABORT-FILE-NAME
            " (file status " WS-ABORT-FILE-STATUS ") - run abandoned"
    MOVE 12 TO RETURN-CODE
    PERFORM ReleaseRunLock
    PERFORM WriteRunControl
    GOBACK.

*>  ---------------------------------------------------------------
*>  FileWriteAbort - a write failed mid-run; report what actually
*>  failed, release the run lock and abandon the run with
*>  RETURN-CODE 12.
*>  ---------------------------------------------------------------
FileWriteAbort.
    DISPLAY "FILE ERROR - write to " WS-ABORT-FILE-NAME
            " failed (file status " WS-ABORT-FILE-STATUS
            ") - run abandoned"
    MOVE 12 TO RETURN-CODE
    PERFORM ReleaseRunLock
    PERFORM WriteRunControl
    GOBACK.

*>  ---------------------------------------------------------------
*>  GetRunParms - reads RunParms.Dat (when it exists) for the
*>  SNAPSHOT-MODE and SNAPSHOT-DATE keywords. A missing file, or a
*>  file without them, leaves the program prompting as the others
*>  do.
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
        EVALUATE ParmKeyword
            WHEN "SNAPSHOT-MODE"
                MOVE ParmValue(1:1) TO WS-RUN-MODE
                SET WS-MODE-FROM-PARMS TO TRUE
            WHEN "SNAPSHOT-DATE"
                MOVE ParmValue(1:8) TO WS-SNAPSHOT-DATE-ENTRY
                SET WS-DATE-FROM-PARMS TO TRUE
        END-EVALUATE
        READ RunParmFile
            AT END SET EndOfRunParmFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE RunParmFile.

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
    MOVE SPACES TO WS-CYCLE-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/cycle.dat"
        DELIMITED BY SIZE INTO WS-CYCLE-PATH
    END-STRING
    MOVE SPACES TO WS-RUNPARMS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/runparms.dat"
        DELIMITED BY SIZE INTO WS-RUNPARMS-PATH
    END-STRING.
