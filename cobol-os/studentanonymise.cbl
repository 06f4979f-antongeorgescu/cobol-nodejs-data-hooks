IDENTIFICATION DIVISION.
PROGRAM-ID. StudentAnonymise.
AUTHOR. Anton Georgescu.
*> Records-retention run - Students.Archive.Dat, Students.History.Dat
*> and logs.dat otherwise keep a departed student's name, date of
*> birth and phone number forever. Every record on those three files
*> dated (ArchiveRunDate, HistoryRunDate, log date) more than an
*> operator-supplied number of years ago has its personal fields
*> masked: the surname and initials become asterisks, the date of
*> birth and phone number zeros. StudentId, ProgramCode, Gender,
*> LoanAmount, the status and every run date stay as they were, so
*> AuditReconcile, EnrollmentTrendReport and StudentWhereabouts still
*> count, match and trace the records. When a student's records are
*> masked, their Students.Contact.Dat and Students.Guarantor.Dat
*> records are blanked too (GuarAmount, a money figure, is kept),
*> so are the account name and number on their Students.Bank.Dat
*> record, and so is the text of their Students.Notes.Dat case
*> notes (the date, category and office of each note stay). The
*> transaction text of every Rejects.Worklist.Dat reject closed
*> (resubmitted or withdrawn) before the cutoff is blanked as well
*> - it holds the name, date of birth and phone number as keyed,
*> whoever it was for; open rejects are still being worked.
*>
*> A student is only ever anonymised as a whole and only once they
*> have gone for good:
*>   - still on the roster (restored, or never deleted) - held;
*>   - any balance outstanding on the loan balance master - held,
*>     and listed on the report for finance;
*>   - deleted, purged or merged again inside the retention period -
*>     held until that latest departure is old enough too.
*> Each file is rewritten to the side and installed back only when
*> the side file holds every record the live one did (the
*> LoanPeriodClose pattern); the side copies are removed afterwards.
*> What was masked, and what was held for a balance, is written to
*> Anonymise.Report.Dat - by StudentId, never by name. The run takes
*> the students.dat run-lock, so nothing appends to the archive,
*> history or logs.dat while they are being rewritten.
*>
*> RETURN-CODEs: 0 run complete, 8 refused (zero years, no loan
*> balance master, or too many recent departures to judge),
*> 12 file error, 16 students.dat locked by another run.

*> cobc -x -free studentanonymise.cbl      (standalone)
*> cobc -m -free studentanonymise.cbl      (module, CALLable from OperatorConsole)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT StudentFile ASSIGN WS-STUDENTS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS StudentId OF StudentDetails
             ALTERNATE RECORD KEY IS Surname OF StudentDetails
                 WITH DUPLICATES
             FILE STATUS IS WS-STUDENT-FILE-STATUS.

      SELECT BalanceFile ASSIGN WS-LOANS-BALANCE-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
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

      SELECT OPTIONAL BankFile ASSIGN WS-STUDENTS-BANK-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS BankStudentId
             FILE STATUS IS WS-BANK-FILE-STATUS.

      SELECT OPTIONAL RejectWorklistFile ASSIGN WS-REJECTS-WORKLIST-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS RejKey
             ALTERNATE RECORD KEY IS RejStudentId WITH DUPLICATES
             FILE STATUS IS WS-REJECT-WORKLIST-STATUS.

      SELECT OPTIONAL NotesFile ASSIGN WS-STUDENTS-NOTES-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS NoteKey
             FILE STATUS IS WS-NOTES-FILE-STATUS.

      SELECT OPTIONAL ArchiveFile ASSIGN WS-STUDENTS-ARCHIVE-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

      SELECT NewArchiveFile ASSIGN WS-NEW-ARCHIVE-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-NEW-ARCHIVE-FILE-STATUS.

      SELECT OPTIONAL HistoryFile ASSIGN WS-STUDENTS-HISTORY-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-HISTORY-FILE-STATUS.

      SELECT NewHistoryFile ASSIGN WS-NEW-HISTORY-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-NEW-HISTORY-FILE-STATUS.

      SELECT OPTIONAL LogStudentRecords ASSIGN WS-LOGS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-LOG-FILE-STATUS.

      SELECT NewLogFile ASSIGN WS-NEW-LOGS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-NEW-LOG-FILE-STATUS.

      SELECT ReportFile ASSIGN WS-ANONYMISE-REPORT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-REPORT-FILE-STATUS.

      SELECT OPTIONAL RunParmFile ASSIGN WS-RUNPARMS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-RUNPARM-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD StudentFile.
01 StudentDetails.
   COPY studrec.

FD BalanceFile.
01 BalanceRecord.
   COPY loanbal.

FD ContactFile.
01 ContactRecord.
   COPY contactrec.

FD GuarantorFile.
01 GuarantorRecord.
   COPY guarrec.

FD BankFile.
01 BankRecord.
   COPY bankrec.

FD RejectWorklistFile.
01 RejectRecord.
   88 EndOfRejectWorklist  VALUE HIGH-VALUES.
   COPY rejectrec.

FD NotesFile.
01 NoteRecord.
   COPY noterec.

FD ArchiveFile.
01 ArchiveRecord.
   88 EndOfArchiveFile     VALUE HIGH-VALUES.
   02 ArchiveReason            PIC X(8).
   02 ArchiveRunDate           PIC 9(8).
   COPY studrec.

FD NewArchiveFile.
01 NewArchiveRecord.
   88 EndOfNewArchiveFile  VALUE HIGH-VALUES.
   02 FILLER                   PIC X(16).
   COPY studrec.

FD HistoryFile.
01 HistoryRecord.
   88 EndOfHistoryFile     VALUE HIGH-VALUES.
   02 HistoryReason            PIC X(8).
   02 HistoryRunDate           PIC 9(8).
   COPY studrec.

FD NewHistoryFile.
01 NewHistoryRecord.
   88 EndOfNewHistoryFile  VALUE HIGH-VALUES.
   02 FILLER                   PIC X(16).
   COPY studrec.

*>   One logs.dat entry, the layout logger2 writes.
FD LogStudentRecords.
01 LogStudentRecord.
   88 EndOfLogFile         VALUE HIGH-VALUES.
   02 LogRunDate               PIC 9(8).
   02 LogRunTime               PIC 9(8).
   02 LogAction                PIC X(6).
   COPY studrec.
   02 LogOperatorId            PIC X(8).

FD NewLogFile.
01 NewLogRecord.
   88 EndOfNewLogFile      VALUE HIGH-VALUES.
   02 FILLER                   PIC X(22).
   COPY studrec.
   02 FILLER                   PIC X(8).

FD ReportFile.
01 ReportLine              PIC X(100).

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
01  WS-STUDENTS-PATH         PIC X(160).
01  WS-LOANS-BALANCE-PATH    PIC X(160).
01  WS-STUDENTS-CONTACT-PATH PIC X(160).
01  WS-STUDENTS-GUARANTOR-PATH PIC X(160).
01  WS-STUDENTS-NOTES-PATH   PIC X(160).
01  WS-STUDENTS-BANK-PATH    PIC X(160).
01  WS-REJECTS-WORKLIST-PATH PIC X(160).
01  WS-STUDENTS-ARCHIVE-PATH PIC X(160).
01  WS-NEW-ARCHIVE-PATH      PIC X(160).
01  WS-STUDENTS-HISTORY-PATH PIC X(160).
01  WS-NEW-HISTORY-PATH      PIC X(160).
01  WS-LOGS-PATH             PIC X(160).
01  WS-NEW-LOGS-PATH         PIC X(160).
01  WS-ANONYMISE-REPORT-PATH PIC X(160).
01  WS-RUNPARMS-PATH         PIC X(160).

01  WS-STUDENT-FILE-STATUS   PIC XX.
    88  WS-ON-ROSTER             VALUE "00".
01  WS-BALANCE-FILE-STATUS   PIC XX.
    88  WS-BALANCE-FOUND         VALUE "00".
01  WS-CONTACT-FILE-STATUS   PIC XX.
    88  WS-CONTACT-FOUND         VALUE "00".
01  WS-GUARANTOR-FILE-STATUS PIC XX.
    88  WS-GUARANTOR-FOUND       VALUE "00".
01  WS-NOTES-FILE-STATUS     PIC XX.
01  WS-BANK-FILE-STATUS      PIC XX.
    88  WS-BANK-FOUND            VALUE "00".
01  WS-REJECT-WORKLIST-STATUS PIC XX.
01  WS-NOTES-EOF-SW          PIC X.
    88  WS-NOTES-EOF             VALUE 'Y'.
01  WS-ARCHIVE-FILE-STATUS   PIC XX.
01  WS-NEW-ARCHIVE-FILE-STATUS PIC XX.
01  WS-HISTORY-FILE-STATUS   PIC XX.
01  WS-NEW-HISTORY-FILE-STATUS PIC XX.
01  WS-LOG-FILE-STATUS       PIC XX.
01  WS-NEW-LOG-FILE-STATUS   PIC XX.
01  WS-REPORT-FILE-STATUS    PIC XX.
*>   File-status hardening - a required file that fails to open
*>   abandons the run with a clear operator message and RETURN-CODE
*>   12, instead of a runtime abort partway through.
01  WS-ABORT-FILE-NAME        PIC X(30).
01  WS-ABORT-FILE-STATUS      PIC XX.
01  WS-DELETE-PATH            PIC X(160).
01  WS-DELETE-RESULT          PIC S9(9).

*>   Run-lock over students.dat, taken through runlock so
*>   StudentWrite, StudentPurge and StudentMerge cannot add to the
*>   archive, history or logs.dat while this run rewrites them.
01  WS-LOCK-ACTION            PIC X(4).
01  WS-LOCK-OWNER             PIC X(20) VALUE "StudentAnonymise".
01  WS-LOCK-RESULT            PIC X VALUE 'N'.
    88  WS-LOCK-GRANTED           VALUE 'Y'.

*>   The retention period - records dated before the cutoff are due.
*>   From RunParms.Dat when the control file supplied it, otherwise
*>   the console prompt.
01  WS-RUNPARM-FILE-STATUS   PIC XX.
01  WS-PARM-SOURCE           PIC X(12) VALUE "console".
01  WS-YEARS-PARM-SW         PIC X VALUE 'N'.
    88  WS-YEARS-FROM-PARMS      VALUE 'Y'.
01  WS-RETAIN-YEARS          PIC 9(3).
01  WS-CUTOFF-DATE.
    02  WS-CUTOFF-YEAR          PIC 9(4).
    02  WS-CUTOFF-MONTH-DAY     PIC 9(4).
01  WS-CUTOFF-DATE-NUM REDEFINES WS-CUTOFF-DATE PIC 9(8).

*>   Students deleted, purged or merged inside the retention period
*>   - held back whole until that departure is old enough too.
*>   Capped at 2000 students; hitting the cap refuses the run rather
*>   than anonymise someone whose recent departure was not seen.
01  WS-RECENT-TABLE.
    02  WS-RECENT-COUNT         PIC 9(4) VALUE ZERO.
    02  WS-RECENT-STUDENT-ID OCCURS 2000 TIMES
                             INDEXED BY WS-RECENT-IX PIC 9(7).
01  WS-RECENT-FULL-SW        PIC X VALUE 'N'.
    88  WS-RECENT-FULL           VALUE 'Y'.

*>   The record in hand, as JudgeRecord sees it.
01  WS-JUDGE-STUDENT-ID      PIC 9(7).
01  WS-JUDGE-DATE            PIC 9(8).
01  WS-JUDGE-FILE            PIC X(8).
01  WS-JUDGE-RESULT          PIC X.
    88  WS-JUDGE-ANONYMISE       VALUE 'Y'.
    88  WS-JUDGE-NOT-DUE         VALUE 'N'.
    88  WS-JUDGE-DONE-BEFORE     VALUE 'A'.
    88  WS-JUDGE-ON-ROSTER       VALUE 'R'.
    88  WS-JUDGE-BALANCE         VALUE 'B'.
    88  WS-JUDGE-RECENT          VALUE 'D'.

*>   The student part of the record in hand, masked here and moved
*>   back. A surname of all asterisks marks a record already done.
01  WS-MASK-STUDENT.
    COPY studrec.
01  WS-ANONYMISED-SURNAME    PIC X(8) VALUE ALL "*".
01  WS-ANONYMISED-INITIALS   PIC XX VALUE ALL "*".

01  WS-REPORT-LINE           PIC X(100).

*>   Control totals for the end-of-run summary, per file.
01  WS-ARCHIVE-READ-COUNT    PIC 9(7) VALUE ZERO.
01  WS-ARCHIVE-WRITTEN-COUNT PIC 9(7) VALUE ZERO.
01  WS-ARCHIVE-MASKED-COUNT  PIC 9(7) VALUE ZERO.
01  WS-HISTORY-READ-COUNT    PIC 9(7) VALUE ZERO.
01  WS-HISTORY-WRITTEN-COUNT PIC 9(7) VALUE ZERO.
01  WS-HISTORY-MASKED-COUNT  PIC 9(7) VALUE ZERO.
01  WS-LOG-READ-COUNT        PIC 9(7) VALUE ZERO.
01  WS-LOG-WRITTEN-COUNT     PIC 9(7) VALUE ZERO.
01  WS-LOG-MASKED-COUNT      PIC 9(7) VALUE ZERO.
01  WS-CONTACT-MASKED-COUNT  PIC 9(7) VALUE ZERO.
01  WS-GUARANTOR-MASKED-COUNT PIC 9(7) VALUE ZERO.
01  WS-NOTES-MASKED-COUNT    PIC 9(7) VALUE ZERO.
01  WS-BANK-MASKED-COUNT     PIC 9(7) VALUE ZERO.
01  WS-REJECTS-MASKED-COUNT  PIC 9(7) VALUE ZERO.
01  WS-DONE-BEFORE-COUNT     PIC 9(7) VALUE ZERO.
01  WS-HELD-ROSTER-COUNT     PIC 9(7) VALUE ZERO.
01  WS-HELD-BALANCE-COUNT    PIC 9(7) VALUE ZERO.
01  WS-HELD-RECENT-COUNT     PIC 9(7) VALUE ZERO.
01  WS-TOTAL-READ-COUNT      PIC 9(7) VALUE ZERO.
01  WS-TOTAL-MASKED-COUNT    PIC 9(7) VALUE ZERO.

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
    IF WS-YEARS-FROM-PARMS
       DISPLAY "Retention period " WS-RETAIN-YEARS " years taken "
               "from RunParms.Dat"
    ELSE
       DISPLAY "Anonymise departed students' records older than how "
               "many years: " WITH NO ADVANCING
       ACCEPT WS-RETAIN-YEARS
    END-IF
    IF WS-RETAIN-YEARS = ZERO
       DISPLAY "RUN REFUSED - a zero-year retention period would "
               "anonymise every departed student at once"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CUTOFF-DATE
    SUBTRACT WS-RETAIN-YEARS FROM WS-CUTOFF-YEAR

    MOVE 'GET ' TO WS-LOCK-ACTION
    CALL "runlock" USING BY REFERENCE WS-LOCK-ACTION, WS-LOCK-OWNER,
                                      WS-LOCK-RESULT
    IF NOT WS-LOCK-GRANTED
       DISPLAY "RUN ABANDONED - students.dat is locked by another run"
       MOVE 16 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF

    OPEN INPUT StudentFile
    IF WS-STUDENT-FILE-STATUS NOT = "00"
       MOVE "students.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-STUDENT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    *>   Without the balance master nobody can be shown to owe
    *>   nothing, so nobody is anonymised.
    OPEN INPUT BalanceFile
    IF WS-BALANCE-FILE-STATUS = "35"
       DISPLAY "RUN REFUSED - the loan balance master "
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

    PERFORM LoadRecentDepartures
    IF WS-RECENT-FULL
       DISPLAY "RUN REFUSED - the recent-departures table filled (2000 "
               "students) - nobody can be judged reliably - nothing "
               "changed"
       CLOSE StudentFile
       CLOSE BalanceFile
       PERFORM ReleaseRunLock
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF

    OPEN I-O ContactFile
    IF WS-CONTACT-FILE-STATUS NOT = "00" AND WS-CONTACT-FILE-STATUS NOT = "05"
       MOVE "students.contact.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-CONTACT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN I-O GuarantorFile
    IF WS-GUARANTOR-FILE-STATUS NOT = "00" AND WS-GUARANTOR-FILE-STATUS NOT = "05"
       MOVE "students.guarantor.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-GUARANTOR-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN I-O BankFile
    IF WS-BANK-FILE-STATUS NOT = "00" AND WS-BANK-FILE-STATUS NOT = "05"
       MOVE "students.bank.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-BANK-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN I-O NotesFile
    IF WS-NOTES-FILE-STATUS NOT = "00" AND WS-NOTES-FILE-STATUS NOT = "05"
       MOVE "students.notes.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-NOTES-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN OUTPUT ReportFile
    IF WS-REPORT-FILE-STATUS NOT = "00" AND WS-REPORT-FILE-STATUS NOT = "05"
       MOVE "anonymise.report.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-REPORT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF

    MOVE SPACES TO WS-REPORT-LINE
    STRING "RETENTION ANONYMISATION - RECORDS DATED BEFORE "
           WS-CUTOFF-DATE-NUM " (" WS-RETAIN-YEARS " YEARS)"
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    END-STRING
    WRITE ReportLine FROM WS-REPORT-LINE

    PERFORM AnonymiseArchive
    PERFORM AnonymiseHistory
    PERFORM AnonymiseLog
    PERFORM AnonymiseClosedRejects

    COMPUTE WS-TOTAL-MASKED-COUNT = WS-ARCHIVE-MASKED-COUNT
          + WS-HISTORY-MASKED-COUNT + WS-LOG-MASKED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "RECORDS ANONYMISED: " WS-TOTAL-MASKED-COUNT
           "  CONTACTS: " WS-CONTACT-MASKED-COUNT
           "  GUARANTORS: " WS-GUARANTOR-MASKED-COUNT
           "  HELD FOR A BALANCE: " WS-HELD-BALANCE-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    END-STRING
    WRITE ReportLine FROM WS-REPORT-LINE

    CLOSE StudentFile
    CLOSE BalanceFile
    CLOSE ContactFile
    CLOSE GuarantorFile
    CLOSE BankFile
    CLOSE NotesFile
    CLOSE ReportFile

    DISPLAY " "
    DISPLAY "============= StudentAnonymise Control Totals ============="
    DISPLAY "Retention (" WS-PARM-SOURCE ")............. : " WS-RETAIN-YEARS " years"
    DISPLAY "Records dated before.................. : " WS-CUTOFF-DATE-NUM
    DISPLAY "Archive records read / anonymised..... : " WS-ARCHIVE-READ-COUNT
            " / " WS-ARCHIVE-MASKED-COUNT
    DISPLAY "History records read / anonymised..... : " WS-HISTORY-READ-COUNT
            " / " WS-HISTORY-MASKED-COUNT
    DISPLAY "Log entries read / anonymised......... : " WS-LOG-READ-COUNT
            " / " WS-LOG-MASKED-COUNT
    DISPLAY "Contact records blanked............... : " WS-CONTACT-MASKED-COUNT
    DISPLAY "Guarantor records blanked............. : " WS-GUARANTOR-MASKED-COUNT
    DISPLAY "Bank records blanked.................. : " WS-BANK-MASKED-COUNT
    DISPLAY "Case notes blanked.................... : " WS-NOTES-MASKED-COUNT
    DISPLAY "Closed rejects blanked................ : " WS-REJECTS-MASKED-COUNT
    DISPLAY "Due but already anonymised............ : " WS-DONE-BEFORE-COUNT
    DISPLAY "Due but held - student on the roster.. : " WS-HELD-ROSTER-COUNT
    DISPLAY "Due but held - balance outstanding.... : " WS-HELD-BALANCE-COUNT
    DISPLAY "Due but held - left again recently.... : " WS-HELD-RECENT-COUNT
    DISPLAY "============================================================"
    DISPLAY "What was anonymised is listed on Anonymise.Report.Dat"

    PERFORM ReleaseRunLock
    PERFORM WriteRunControl

    GOBACK.

*>  ---------------------------------------------------------------
*>  ReleaseRunLock - hands students.dat back once this run is done
*>  with it.
*>  ---------------------------------------------------------------
ReleaseRunLock.
    IF WS-LOCK-GRANTED
       MOVE 'FREE' TO WS-LOCK-ACTION
       CALL "runlock" USING BY REFERENCE WS-LOCK-ACTION, WS-LOCK-OWNER,
                                         WS-LOCK-RESULT
    END-IF.

*>  ---------------------------------------------------------------
*>  WriteRunControl - this run's record counts and final
*>  RETURN-CODE, appended to Runs.Dat through runlogger.
*>  ---------------------------------------------------------------
WriteRunControl.
    COMPUTE WS-TOTAL-READ-COUNT = WS-ARCHIVE-READ-COUNT
          + WS-HISTORY-READ-COUNT + WS-LOG-READ-COUNT
    COMPUTE WS-TOTAL-MASKED-COUNT = WS-ARCHIVE-MASKED-COUNT
          + WS-HISTORY-MASKED-COUNT + WS-LOG-MASKED-COUNT
    MOVE "StudentAnonymise" TO RunProgramName
    MOVE WS-RUN-START-DATE TO RunStartDate
    MOVE WS-RUN-START-TIME TO RunStartTime
    MOVE WS-TOTAL-READ-COUNT TO RunRecordsRead
    MOVE WS-TOTAL-MASKED-COUNT TO RunRecordsWritten
    MOVE WS-HELD-BALANCE-COUNT TO RunRejectedCount
    MOVE RETURN-CODE TO RunReturnCode
    CALL "runlogger" USING BY REFERENCE WS-RUN-CONTROL.

*>  ---------------------------------------------------------------
*>  FileAbort - a required file failed to open; report it, release
*>  the run lock and abandon the run with RETURN-CODE 12. A live
*>  file is only ever opened for output to install a side file that
*>  has already been proved, so the side file is left for recovery.
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
*>  failed and abandon the run with RETURN-CODE 12.
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
*>  GetRunParms - reads RunParms.Dat (when it exists) for this
*>  program's RETAIN-YEARS keyword, so an unattended run needs
*>  nobody at the console. A missing file, or a file without the
*>  keyword, leaves the program prompting as the others do.
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
        IF ParmKeyword = "RETAIN-YEARS"
           MOVE FUNCTION NUMVAL(ParmValue) TO WS-RETAIN-YEARS
           SET WS-YEARS-FROM-PARMS TO TRUE
           MOVE "RunParms.Dat" TO WS-PARM-SOURCE
        END-IF
        READ RunParmFile
            AT END SET EndOfRunParmFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE RunParmFile.

*>  ---------------------------------------------------------------
*>  LoadRecentDepartures - every archive and history record dated
*>  on or after the cutoff puts its student in the recent table.
*>  ---------------------------------------------------------------
LoadRecentDepartures.
    OPEN INPUT ArchiveFile
    *>   Status 05 means the OPTIONAL file was absent and is now open
    *>   and empty - the read loop below just hits end-of-file.
    IF WS-ARCHIVE-FILE-STATUS NOT = "00" AND WS-ARCHIVE-FILE-STATUS NOT = "05"
       MOVE "students.archive.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-ARCHIVE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    READ ArchiveFile
        AT END SET EndOfArchiveFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfArchiveFile
        IF ArchiveRunDate >= WS-CUTOFF-DATE-NUM
           MOVE StudentId OF ArchiveRecord TO WS-JUDGE-STUDENT-ID
           PERFORM NoteRecentDeparture
        END-IF
        READ ArchiveFile
            AT END SET EndOfArchiveFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE ArchiveFile

    OPEN INPUT HistoryFile
    IF WS-HISTORY-FILE-STATUS NOT = "00" AND WS-HISTORY-FILE-STATUS NOT = "05"
       MOVE "students.history.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-HISTORY-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    READ HistoryFile
        AT END SET EndOfHistoryFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfHistoryFile
        IF HistoryRunDate >= WS-CUTOFF-DATE-NUM
           MOVE StudentId OF HistoryRecord TO WS-JUDGE-STUDENT-ID
           PERFORM NoteRecentDeparture
        END-IF
        READ HistoryFile
            AT END SET EndOfHistoryFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE HistoryFile.

*>  ---------------------------------------------------------------
*>  NoteRecentDeparture - adds WS-JUDGE-STUDENT-ID to the recent
*>  table unless it is there already.
*>  ---------------------------------------------------------------
NoteRecentDeparture.
    SET WS-RECENT-IX TO 1
    SEARCH WS-RECENT-STUDENT-ID
        AT END CONTINUE
        WHEN WS-RECENT-IX > WS-RECENT-COUNT
             CONTINUE
        WHEN WS-RECENT-STUDENT-ID(WS-RECENT-IX) = WS-JUDGE-STUDENT-ID
             EXIT PARAGRAPH
    END-SEARCH
    IF WS-RECENT-COUNT < 2000
       ADD 1 TO WS-RECENT-COUNT
       MOVE WS-JUDGE-STUDENT-ID TO WS-RECENT-STUDENT-ID(WS-RECENT-COUNT)
    ELSE
       SET WS-RECENT-FULL TO TRUE
    END-IF.

*>  ---------------------------------------------------------------
*>  JudgeRecord - decides the record in WS-MASK-STUDENT, dated
*>  WS-JUDGE-DATE: not yet due, already anonymised, held (on the
*>  roster, owing a balance, or departed again recently), or to be
*>  anonymised now. A hold for a balance is reported, by StudentId,
*>  so finance can see whose records are being kept and why.
*>  ---------------------------------------------------------------
JudgeRecord.
    MOVE StudentId OF WS-MASK-STUDENT TO WS-JUDGE-STUDENT-ID
    IF WS-JUDGE-DATE >= WS-CUTOFF-DATE-NUM
       SET WS-JUDGE-NOT-DUE TO TRUE
       EXIT PARAGRAPH
    END-IF
    IF Surname OF WS-MASK-STUDENT = WS-ANONYMISED-SURNAME
       SET WS-JUDGE-DONE-BEFORE TO TRUE
       ADD 1 TO WS-DONE-BEFORE-COUNT
       EXIT PARAGRAPH
    END-IF

    MOVE WS-JUDGE-STUDENT-ID TO StudentId OF StudentDetails
    READ StudentFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-ON-ROSTER
       SET WS-JUDGE-ON-ROSTER TO TRUE
       ADD 1 TO WS-HELD-ROSTER-COUNT
       EXIT PARAGRAPH
    END-IF

    MOVE WS-JUDGE-STUDENT-ID TO BalStudentId
    READ BalanceFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-BALANCE-FOUND AND BalCurrentBalance NOT = ZERO
       SET WS-JUDGE-BALANCE TO TRUE
       ADD 1 TO WS-HELD-BALANCE-COUNT
       MOVE SPACES TO WS-REPORT-LINE
       STRING WS-JUDGE-STUDENT-ID " " WS-JUDGE-FILE " " WS-JUDGE-DATE
              " HELD - BALANCE OUTSTANDING " BalCurrentBalance
           DELIMITED BY SIZE INTO WS-REPORT-LINE
       END-STRING
       WRITE ReportLine FROM WS-REPORT-LINE
       EXIT PARAGRAPH
    END-IF

    SET WS-RECENT-IX TO 1
    SEARCH WS-RECENT-STUDENT-ID
        AT END CONTINUE
        WHEN WS-RECENT-IX > WS-RECENT-COUNT
             CONTINUE
        WHEN WS-RECENT-STUDENT-ID(WS-RECENT-IX) = WS-JUDGE-STUDENT-ID
             SET WS-JUDGE-RECENT TO TRUE
             ADD 1 TO WS-HELD-RECENT-COUNT
             EXIT PARAGRAPH
    END-SEARCH

    SET WS-JUDGE-ANONYMISE TO TRUE
    PERFORM MaskStudentFields
    PERFORM MaskCompanionRecords
    MOVE SPACES TO WS-REPORT-LINE
    STRING WS-JUDGE-STUDENT-ID " " WS-JUDGE-FILE " " WS-JUDGE-DATE
           " " ProgramCode OF WS-MASK-STUDENT " ANONYMISED"
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    END-STRING
    WRITE ReportLine FROM WS-REPORT-LINE.

*>  ---------------------------------------------------------------
*>  MaskStudentFields - the personal fields of WS-MASK-STUDENT go;
*>  the id, program, gender, loan amount, status and status date
*>  stay.
*>  ---------------------------------------------------------------
MaskStudentFields.
    MOVE WS-ANONYMISED-SURNAME  TO Surname OF WS-MASK-STUDENT
    MOVE WS-ANONYMISED-INITIALS TO Initials OF WS-MASK-STUDENT
    MOVE ZERO TO YOBirth OF WS-MASK-STUDENT
    MOVE ZERO TO MOBirth OF WS-MASK-STUDENT
    MOVE ZERO TO DOBirth OF WS-MASK-STUDENT
    MOVE ZERO TO PhoneNo OF WS-MASK-STUDENT.

*>  ---------------------------------------------------------------
*>  MaskCompanionRecords - blanks the student's contact record, the
*>  personal fields of their guarantor record (the guaranteed
*>  amount stays), the account name and number on their bank record
*>  (the routing number, the bank's own, stays) and the text of
*>  their case notes, each the first time one of their records is
*>  anonymised.
*>  ---------------------------------------------------------------
MaskCompanionRecords.
    MOVE WS-JUDGE-STUDENT-ID TO ContactStudentId
    READ ContactFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-CONTACT-FOUND
       IF ContactAddressLine1 NOT = SPACES OR ContactAddressLine2 NOT = SPACES
          OR ContactCity NOT = SPACES OR ContactPostalCode NOT = SPACES
          OR ContactEmail NOT = SPACES
          MOVE SPACES TO ContactAddressLine1 ContactAddressLine2
                         ContactCity ContactPostalCode ContactEmail
          REWRITE ContactRecord
              INVALID KEY DISPLAY "Contact rewrite failed for "
                                  WS-JUDGE-STUDENT-ID " - file status "
                                  WS-CONTACT-FILE-STATUS
          END-REWRITE
          ADD 1 TO WS-CONTACT-MASKED-COUNT
          MOVE SPACES TO WS-REPORT-LINE
          STRING WS-JUDGE-STUDENT-ID " CONTACT  BLANKED"
              DELIMITED BY SIZE INTO WS-REPORT-LINE
          END-STRING
          WRITE ReportLine FROM WS-REPORT-LINE
       END-IF
    END-IF

    MOVE WS-JUDGE-STUDENT-ID TO GuarStudentId
    READ GuarantorFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-GUARANTOR-FOUND
       IF GuarName NOT = SPACES OR GuarRelationship NOT = SPACES
          OR GuarPhoneNo NOT = ZERO OR GuarAddressLine1 NOT = SPACES
          OR GuarCity NOT = SPACES OR GuarPostalCode NOT = SPACES
          MOVE SPACES TO GuarName GuarRelationship GuarAddressLine1
                         GuarCity GuarPostalCode
          MOVE ZERO TO GuarPhoneNo
          REWRITE GuarantorRecord
              INVALID KEY DISPLAY "Guarantor rewrite failed for "
                                  WS-JUDGE-STUDENT-ID " - file status "
                                  WS-GUARANTOR-FILE-STATUS
          END-REWRITE
          ADD 1 TO WS-GUARANTOR-MASKED-COUNT
          MOVE SPACES TO WS-REPORT-LINE
          STRING WS-JUDGE-STUDENT-ID " GUARANTR BLANKED"
              DELIMITED BY SIZE INTO WS-REPORT-LINE
          END-STRING
          WRITE ReportLine FROM WS-REPORT-LINE
       END-IF
    END-IF

    MOVE WS-JUDGE-STUDENT-ID TO BankStudentId
    READ BankFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-BANK-FOUND
       IF BankAccountName NOT = SPACES OR BankAccountNo NOT = SPACES
          MOVE SPACES TO BankAccountName BankAccountNo
          REWRITE BankRecord
              INVALID KEY DISPLAY "Bank rewrite failed for "
                                  WS-JUDGE-STUDENT-ID " - file status "
                                  WS-BANK-FILE-STATUS
          END-REWRITE
          ADD 1 TO WS-BANK-MASKED-COUNT
          MOVE SPACES TO WS-REPORT-LINE
          STRING WS-JUDGE-STUDENT-ID " BANK     BLANKED"
              DELIMITED BY SIZE INTO WS-REPORT-LINE
          END-STRING
          WRITE ReportLine FROM WS-REPORT-LINE
       END-IF
    END-IF
    PERFORM MaskCaseNotes.

*>  ---------------------------------------------------------------
*>  MaskCaseNotes - the text of every case note still holding any
*>  for the student is blanked, read along the key from their first.
*>  ---------------------------------------------------------------
MaskCaseNotes.
    MOVE 'N' TO WS-NOTES-EOF-SW
    MOVE WS-JUDGE-STUDENT-ID TO NoteStudentId
    MOVE ZERO TO NoteDate
    MOVE ZERO TO NoteTime
    START NotesFile KEY IS NOT LESS THAN NoteKey
        INVALID KEY SET WS-NOTES-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-NOTES-EOF
        READ NotesFile NEXT
            AT END SET WS-NOTES-EOF TO TRUE
        END-READ
        IF NOT WS-NOTES-EOF
           IF NoteStudentId NOT = WS-JUDGE-STUDENT-ID
              SET WS-NOTES-EOF TO TRUE
           ELSE
              IF NoteText NOT = SPACES
                 MOVE SPACES TO NoteText
                 REWRITE NoteRecord
                     INVALID KEY DISPLAY "Case note rewrite failed for "
                                         WS-JUDGE-STUDENT-ID
                                         " - file status "
                                         WS-NOTES-FILE-STATUS
                 END-REWRITE
                 ADD 1 TO WS-NOTES-MASKED-COUNT
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING WS-JUDGE-STUDENT-ID " CASENOTE " NoteDate
                        " BLANKED"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                 END-STRING
                 WRITE ReportLine FROM WS-REPORT-LINE
              END-IF
           END-IF
        END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  AnonymiseClosedRejects - blanks the transaction text of every
*>  reject on the worklist that was resubmitted or withdrawn before
*>  the cutoff. The key, reason, status and dates stay, so
*>  RejectAgingReport still counts it; an open reject is left
*>  alone, however old, since an office is still working it.
*>  ---------------------------------------------------------------
AnonymiseClosedRejects.
    OPEN I-O RejectWorklistFile
    IF WS-REJECT-WORKLIST-STATUS NOT = "00" AND WS-REJECT-WORKLIST-STATUS NOT = "05"
       MOVE "rejects.worklist.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-REJECT-WORKLIST-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    READ RejectWorklistFile NEXT
        AT END SET EndOfRejectWorklist TO TRUE
    END-READ
    PERFORM UNTIL EndOfRejectWorklist
        IF (RejResubmitted OR RejWithdrawn)
           AND RejClosedDate < WS-CUTOFF-DATE-NUM
           AND RejTransaction NOT = SPACES
           MOVE SPACES TO RejTransaction
           REWRITE RejectRecord
               INVALID KEY DISPLAY "Reject rewrite failed for "
                                   RejStudentId " - file status "
                                   WS-REJECT-WORKLIST-STATUS
           END-REWRITE
           ADD 1 TO WS-REJECTS-MASKED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING RejStudentId " REJECT   " RejFirstDate " BLANKED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE ReportLine FROM WS-REPORT-LINE
        END-IF
        READ RejectWorklistFile NEXT
            AT END SET EndOfRejectWorklist TO TRUE
        END-READ
    END-PERFORM
    CLOSE RejectWorklistFile.

*>  ---------------------------------------------------------------
*>  AnonymiseArchive - Students.Archive.Dat copied to the side with
*>  the due records masked, then installed back when anything was
*>  masked and every record made it across.
*>  ---------------------------------------------------------------
AnonymiseArchive.
    MOVE "ARCHIVE" TO WS-JUDGE-FILE
    OPEN INPUT ArchiveFile
    IF WS-ARCHIVE-FILE-STATUS NOT = "00" AND WS-ARCHIVE-FILE-STATUS NOT = "05"
       MOVE "students.archive.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-ARCHIVE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN OUTPUT NewArchiveFile
    IF WS-NEW-ARCHIVE-FILE-STATUS NOT = "00"
       MOVE "students.archive.new.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-NEW-ARCHIVE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    READ ArchiveFile
        AT END SET EndOfArchiveFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfArchiveFile
        ADD 1 TO WS-ARCHIVE-READ-COUNT
        MOVE ArchiveRunDate TO WS-JUDGE-DATE
        MOVE CORRESPONDING ArchiveRecord TO WS-MASK-STUDENT
        PERFORM JudgeRecord
        IF WS-JUDGE-ANONYMISE
           MOVE CORRESPONDING WS-MASK-STUDENT TO ArchiveRecord
           ADD 1 TO WS-ARCHIVE-MASKED-COUNT
        END-IF
        WRITE NewArchiveRecord FROM ArchiveRecord
        IF WS-NEW-ARCHIVE-FILE-STATUS NOT = "00"
           MOVE "students.archive.new.dat" TO WS-ABORT-FILE-NAME
           MOVE WS-NEW-ARCHIVE-FILE-STATUS TO WS-ABORT-FILE-STATUS
           PERFORM FileWriteAbort
        END-IF
        ADD 1 TO WS-ARCHIVE-WRITTEN-COUNT
        READ ArchiveFile
            AT END SET EndOfArchiveFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE ArchiveFile
    CLOSE NewArchiveFile

    IF WS-ARCHIVE-MASKED-COUNT > ZERO
       AND WS-ARCHIVE-WRITTEN-COUNT = WS-ARCHIVE-READ-COUNT
       PERFORM InstallArchive
    END-IF
    MOVE WS-NEW-ARCHIVE-PATH TO WS-DELETE-PATH
    PERFORM DeleteSideFile.

*>  ---------------------------------------------------------------
*>  InstallArchive - copies the side file back over the live
*>  archive record by record.
*>  ---------------------------------------------------------------
InstallArchive.
    OPEN INPUT NewArchiveFile
    IF WS-NEW-ARCHIVE-FILE-STATUS NOT = "00"
       MOVE "students.archive.new.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-NEW-ARCHIVE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN OUTPUT ArchiveFile
    IF WS-ARCHIVE-FILE-STATUS NOT = "00" AND WS-ARCHIVE-FILE-STATUS NOT = "05"
       MOVE "students.archive.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-ARCHIVE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    READ NewArchiveFile
        AT END SET EndOfNewArchiveFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfNewArchiveFile
        WRITE ArchiveRecord FROM NewArchiveRecord
        IF WS-ARCHIVE-FILE-STATUS NOT = "00"
           MOVE "students.archive.dat" TO WS-ABORT-FILE-NAME
           MOVE WS-ARCHIVE-FILE-STATUS TO WS-ABORT-FILE-STATUS
           PERFORM FileWriteAbort
        END-IF
        READ NewArchiveFile
            AT END SET EndOfNewArchiveFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE NewArchiveFile
    CLOSE ArchiveFile.

*>  ---------------------------------------------------------------
*>  AnonymiseHistory - the same for Students.History.Dat.
*>  ---------------------------------------------------------------
AnonymiseHistory.
    MOVE "HISTORY" TO WS-JUDGE-FILE
    OPEN INPUT HistoryFile
    IF WS-HISTORY-FILE-STATUS NOT = "00" AND WS-HISTORY-FILE-STATUS NOT = "05"
       MOVE "students.history.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-HISTORY-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN OUTPUT NewHistoryFile
    IF WS-NEW-HISTORY-FILE-STATUS NOT = "00"
       MOVE "students.history.new.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-NEW-HISTORY-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    READ HistoryFile
        AT END SET EndOfHistoryFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfHistoryFile
        ADD 1 TO WS-HISTORY-READ-COUNT
        MOVE HistoryRunDate TO WS-JUDGE-DATE
        MOVE CORRESPONDING HistoryRecord TO WS-MASK-STUDENT
        PERFORM JudgeRecord
        IF WS-JUDGE-ANONYMISE
           MOVE CORRESPONDING WS-MASK-STUDENT TO HistoryRecord
           ADD 1 TO WS-HISTORY-MASKED-COUNT
        END-IF
        WRITE NewHistoryRecord FROM HistoryRecord
        IF WS-NEW-HISTORY-FILE-STATUS NOT = "00"
           MOVE "students.history.new.dat" TO WS-ABORT-FILE-NAME
           MOVE WS-NEW-HISTORY-FILE-STATUS TO WS-ABORT-FILE-STATUS
           PERFORM FileWriteAbort
        END-IF
        ADD 1 TO WS-HISTORY-WRITTEN-COUNT
        READ HistoryFile
            AT END SET EndOfHistoryFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE HistoryFile
    CLOSE NewHistoryFile

    IF WS-HISTORY-MASKED-COUNT > ZERO
       AND WS-HISTORY-WRITTEN-COUNT = WS-HISTORY-READ-COUNT
       PERFORM InstallHistory
    END-IF
    MOVE WS-NEW-HISTORY-PATH TO WS-DELETE-PATH
    PERFORM DeleteSideFile.

*>  ---------------------------------------------------------------
*>  InstallHistory - copies the side file back over the live
*>  history file record by record.
*>  ---------------------------------------------------------------
InstallHistory.
    OPEN INPUT NewHistoryFile
    IF WS-NEW-HISTORY-FILE-STATUS NOT = "00"
       MOVE "students.history.new.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-NEW-HISTORY-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN OUTPUT HistoryFile
    IF WS-HISTORY-FILE-STATUS NOT = "00" AND WS-HISTORY-FILE-STATUS NOT = "05"
       MOVE "students.history.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-HISTORY-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    READ NewHistoryFile
        AT END SET EndOfNewHistoryFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfNewHistoryFile
        WRITE HistoryRecord FROM NewHistoryRecord
        IF WS-HISTORY-FILE-STATUS NOT = "00"
           MOVE "students.history.dat" TO WS-ABORT-FILE-NAME
           MOVE WS-HISTORY-FILE-STATUS TO WS-ABORT-FILE-STATUS
           PERFORM FileWriteAbort
        END-IF
        READ NewHistoryFile
            AT END SET EndOfNewHistoryFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE NewHistoryFile
    CLOSE HistoryFile.

*>  ---------------------------------------------------------------
*>  AnonymiseLog - the same for logs.dat, judged on the log date.
*>  ---------------------------------------------------------------
AnonymiseLog.
    MOVE "LOG" TO WS-JUDGE-FILE
    OPEN INPUT LogStudentRecords
    IF WS-LOG-FILE-STATUS NOT = "00" AND WS-LOG-FILE-STATUS NOT = "05"
       MOVE "logs.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-LOG-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN OUTPUT NewLogFile
    IF WS-NEW-LOG-FILE-STATUS NOT = "00"
       MOVE "logs.new.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-NEW-LOG-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    READ LogStudentRecords
        AT END SET EndOfLogFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfLogFile
        ADD 1 TO WS-LOG-READ-COUNT
        MOVE LogRunDate TO WS-JUDGE-DATE
        MOVE CORRESPONDING LogStudentRecord TO WS-MASK-STUDENT
        PERFORM JudgeRecord
        IF WS-JUDGE-ANONYMISE
           MOVE CORRESPONDING WS-MASK-STUDENT TO LogStudentRecord
           ADD 1 TO WS-LOG-MASKED-COUNT
        END-IF
        WRITE NewLogRecord FROM LogStudentRecord
        IF WS-NEW-LOG-FILE-STATUS NOT = "00"
           MOVE "logs.new.dat" TO WS-ABORT-FILE-NAME
           MOVE WS-NEW-LOG-FILE-STATUS TO WS-ABORT-FILE-STATUS
           PERFORM FileWriteAbort
        END-IF
        ADD 1 TO WS-LOG-WRITTEN-COUNT
        READ LogStudentRecords
            AT END SET EndOfLogFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE LogStudentRecords
    CLOSE NewLogFile

    IF WS-LOG-MASKED-COUNT > ZERO
       AND WS-LOG-WRITTEN-COUNT = WS-LOG-READ-COUNT
       PERFORM InstallLog
    END-IF
    MOVE WS-NEW-LOGS-PATH TO WS-DELETE-PATH
    PERFORM DeleteSideFile.

*>  ---------------------------------------------------------------
*>  InstallLog - copies the side file back over the live logs.dat
*>  record by record.
*>  ---------------------------------------------------------------
InstallLog.
    OPEN INPUT NewLogFile
    IF WS-NEW-LOG-FILE-STATUS NOT = "00"
       MOVE "logs.new.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-NEW-LOG-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN OUTPUT LogStudentRecords
    IF WS-LOG-FILE-STATUS NOT = "00" AND WS-LOG-FILE-STATUS NOT = "05"
       MOVE "logs.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-LOG-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    READ NewLogFile
        AT END SET EndOfNewLogFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfNewLogFile
        WRITE LogStudentRecord FROM NewLogRecord
        IF WS-LOG-FILE-STATUS NOT = "00"
           MOVE "logs.dat" TO WS-ABORT-FILE-NAME
           MOVE WS-LOG-FILE-STATUS TO WS-ABORT-FILE-STATUS
           PERFORM FileWriteAbort
        END-IF
        READ NewLogFile
            AT END SET EndOfNewLogFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE NewLogFile
    CLOSE LogStudentRecords.

*>  ---------------------------------------------------------------
*>  DeleteSideFile - the side copy holds the same personal data as
*>  the live file did, so it is not left lying about once done with.
*>  ---------------------------------------------------------------
DeleteSideFile.
    CALL "CBL_DELETE_FILE" USING WS-DELETE-PATH
    MOVE RETURN-CODE TO WS-DELETE-RESULT
    MOVE ZERO TO RETURN-CODE
    IF WS-DELETE-RESULT NOT = ZERO
       DISPLAY "WARNING - could not delete the side file "
               FUNCTION TRIM(WS-DELETE-PATH) " (result "
               WS-DELETE-RESULT ") - remove it by hand"
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
    MOVE SPACES TO WS-STUDENTS-NOTES-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.notes.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-NOTES-PATH
    END-STRING
    MOVE SPACES TO WS-STUDENTS-BANK-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.bank.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-BANK-PATH
    END-STRING
    MOVE SPACES TO WS-REJECTS-WORKLIST-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/rejects.worklist.dat"
        DELIMITED BY SIZE INTO WS-REJECTS-WORKLIST-PATH
    END-STRING
    MOVE SPACES TO WS-STUDENTS-ARCHIVE-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.archive.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-ARCHIVE-PATH
    END-STRING
    MOVE SPACES TO WS-NEW-ARCHIVE-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.archive.new.dat"
        DELIMITED BY SIZE INTO WS-NEW-ARCHIVE-PATH
    END-STRING
    MOVE SPACES TO WS-STUDENTS-HISTORY-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.history.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-HISTORY-PATH
    END-STRING
    MOVE SPACES TO WS-NEW-HISTORY-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.history.new.dat"
        DELIMITED BY SIZE INTO WS-NEW-HISTORY-PATH
    END-STRING
    MOVE SPACES TO WS-LOGS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/logs.dat"
        DELIMITED BY SIZE INTO WS-LOGS-PATH
    END-STRING
    MOVE SPACES TO WS-NEW-LOGS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/logs.new.dat"
        DELIMITED BY SIZE INTO WS-NEW-LOGS-PATH
    END-STRING
    MOVE SPACES TO WS-ANONYMISE-REPORT-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/anonymise.report.dat"
        DELIMITED BY SIZE INTO WS-ANONYMISE-REPORT-PATH
    END-STRING
    MOVE SPACES TO WS-RUNPARMS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/runparms.dat"
        DELIMITED BY SIZE INTO WS-RUNPARMS-PATH
    END-STRING.
