IDENTIFICATION DIVISION.
PROGRAM-ID. TermBillingRun.
AUTHOR. Anton Georgescu.
*> Term tuition billing run - charges every Active student on
*> students.dat the term fee (ProgTermFee on Programs.Dat) of the
*> program they are in, posting the charge to their account on
*> Students.Account.Dat, and prints one invoice per student to
*> Students.Invoices.Dat addressed from Students.Contact.Dat. The
*> account is the school's own receivable - kept apart from
*> Loans.Ledger.Dat, which only ever tracked borrowing.
*> A student who transferred programs inside the term (an XFER on
*> logs.dat dated between the term's start and end) is charged each
*> program's fee for the share of the term's days spent in it, not
*> the whole fee of whichever program they happen to be in on
*> billing day. The run can be repeated for the same term as often
*> as needed: a student already charged for the term is never
*> charged twice - when a transfer since the last run has changed
*> what the term should cost, only the difference is posted (a "T"
*> re-rating charge or an "X" re-rating credit) and the invoice is
*> reprinted. A difference with no transfer inside the term can only
*> come from the program's term fee changing since the term was
*> charged, and posts as an "F" fee change or a "G" fee credit.
*> A student owed an invoice but missing from the contact file
*> still gets their page, stamped NO ADDRESS ON FILE, and a line on
*> Students.Invoice.Missing.Dat for the front office to chase, as
*> the loan statement run does.
*> RETURN-CODEs: 0 billed, 8 run refused (bad term answers, no
*> programs on file), 12 file error.

*> cobc -x -free termbillingrun.cbl      (standalone)
*> cobc -m -free termbillingrun.cbl      (module, CALLable from OperatorConsole)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT StudentFile ASSIGN WS-STUDENTS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS StudentId
             ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
             FILE STATUS IS WS-STUDENT-FILE-STATUS.

      SELECT OPTIONAL AccountFile ASSIGN WS-STUDENTS-ACCOUNT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AcctKey
             FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

      SELECT OPTIONAL ContactFile ASSIGN WS-STUDENTS-CONTACT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS ContactStudentId
             FILE STATUS IS WS-CONTACT-FILE-STATUS.

      SELECT OPTIONAL ProgramFile ASSIGN WS-PROGRAMS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-PROGRAM-FILE-STATUS.

      SELECT OPTIONAL LogStudentRecords ASSIGN WS-LOGS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-LOG-FILE-STATUS.

      SELECT InvoiceFile ASSIGN WS-STUDENTS-INVOICES-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-INVOICE-FILE-STATUS.

      SELECT ExceptionFile ASSIGN WS-INVOICE-EXCEPTION-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

      SELECT OPTIONAL RunParmFile ASSIGN WS-RUNPARMS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-RUNPARM-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD StudentFile.
01 StudentDetails.
   88 EndOfStudentFile     VALUE HIGH-VALUES.
   COPY studrec.

FD AccountFile.
01 AccountRecord.
   COPY acctrec.

FD ContactFile.
01 ContactRecord.
   COPY contactrec.

FD ProgramFile.
01 ProgramRefRecord.
   88 EndOfProgramFile     VALUE HIGH-VALUES.
   COPY progrec.

*>   One logs.dat entry, the layout logger2 writes - the run only
*>   needs the date, the action and the student's id and program
*>   (the BEFORE image ahead of an XFER names the program left).
FD LogStudentRecords.
01 LogRecord.
   88 EndOfLogFile         VALUE HIGH-VALUES.
   02 LogRunDate               PIC 9(8).
   02 LogRunTime               PIC 9(8).
   02 LogActionWord            PIC X(6).
   02 LogStudentId             PIC 9(7).
   02 FILLER                   PIC X(28).
   02 LogProgramCode           PIC X(4).
   02 FILLER                   PIC X(15).
   02 LogOperatorId            PIC X(8).

FD InvoiceFile.
01 InvoiceLine             PIC X(132).

FD ExceptionFile.
01 ExceptionLine           PIC X(80).

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
01  WS-STUDENTS-ACCOUNT-PATH PIC X(160).
01  WS-STUDENTS-CONTACT-PATH PIC X(160).
01  WS-PROGRAMS-PATH         PIC X(160).
01  WS-LOGS-PATH             PIC X(160).
01  WS-STUDENTS-INVOICES-PATH PIC X(160).
01  WS-INVOICE-EXCEPTION-PATH PIC X(160).
01  WS-RUNPARMS-PATH         PIC X(160).

01  WS-STUDENT-FILE-STATUS   PIC XX.
01  WS-ACCOUNT-FILE-STATUS   PIC XX.
01  WS-CONTACT-FILE-STATUS   PIC XX.
    88  WS-CONTACT-FOUND         VALUE "00".
01  WS-PROGRAM-FILE-STATUS   PIC XX.
01  WS-LOG-FILE-STATUS       PIC XX.
01  WS-INVOICE-FILE-STATUS   PIC XX.
01  WS-EXCEPTION-FILE-STATUS PIC XX.
*>   File-status hardening - a required file that fails to open
*>   abandons the run with a clear operator message and RETURN-CODE
*>   12, instead of a runtime abort partway through.
01  WS-ABORT-FILE-NAME        PIC X(30).
01  WS-ABORT-FILE-STATUS      PIC XX.

*>   The term being billed - its name and its first and last days -
*>   from RunParms.Dat when the control file supplied them,
*>   otherwise the console prompts. Term dates that are not real
*>   YYYYMMDD dates, or that run backwards, refuse the run rather
*>   than billing against a nonsense calendar.
01  WS-RUNPARM-FILE-STATUS   PIC XX.
01  WS-PARM-SOURCE           PIC X(12) VALUE "console".
01  WS-TERM-PARM-SW          PIC X VALUE 'N'.
    88  WS-TERM-FROM-PARMS       VALUE 'Y'.
01  WS-START-PARM-SW         PIC X VALUE 'N'.
    88  WS-START-FROM-PARMS      VALUE 'Y'.
01  WS-END-PARM-SW           PIC X VALUE 'N'.
    88  WS-END-FROM-PARMS        VALUE 'Y'.
01  WS-BILLING-TERM          PIC X(6).
01  WS-TERM-START-DATE.
    02  WS-TERM-START-YEAR      PIC 9(4).
    02  WS-TERM-START-MONTH     PIC 9(2).
    02  WS-TERM-START-DAY       PIC 9(2).
01  WS-TERM-START-NUM REDEFINES WS-TERM-START-DATE PIC 9(8).
01  WS-TERM-END-DATE.
    02  WS-TERM-END-YEAR        PIC 9(4).
    02  WS-TERM-END-MONTH       PIC 9(2).
    02  WS-TERM-END-DAY         PIC 9(2).
01  WS-TERM-END-NUM REDEFINES WS-TERM-END-DATE PIC 9(8).
01  WS-TERM-START-INT        PIC 9(7).
01  WS-TERM-END-INT          PIC 9(7).
01  WS-TERM-DAYS             PIC 9(5).

*>   Each program's term fee from Programs.Dat. Capped at 20
*>   programs, the same limit ProgramMaint keeps.
01  WS-PROGRAM-FEE-TABLE.
    02  WS-PROGRAM-FEE-COUNT    PIC 9(2) VALUE ZERO.
    02  WS-PROGRAM-FEE-ENTRY OCCURS 20 TIMES INDEXED BY WS-PROGRAM-FEE-IX.
        03  WS-PF-CODE            PIC X(4).
        03  WS-PF-TERM-FEE        PIC 9(5).
01  WS-LOOKUP-PROGRAM        PIC X(4).
01  WS-PROGRAM-FEE           PIC 9(5).
01  WS-PROGRAM-FEE-FOUND-SW  PIC X.
    88  WS-PROGRAM-FEE-FOUND     VALUE 'Y'.

*>   The term's transfers, from logs.dat - one entry per XFER dated
*>   inside the term, in the order they were applied, naming the
*>   program left (from the BEFORE image logged just ahead of it)
*>   and the program joined. Capped at 500 transfers a term; once
*>   full a warning is raised and later transfers bill at the
*>   student's current program for the whole term.
01  WS-TRANSFER-TABLE.
    02  WS-TRANSFER-COUNT       PIC 9(3) VALUE ZERO.
    02  WS-TRANSFER-ENTRY OCCURS 500 TIMES INDEXED BY WS-TRANSFER-IX.
        03  WS-TR-STUDENT-ID      PIC 9(7).
        03  WS-TR-DATE            PIC 9(8).
        03  WS-TR-FROM-PROGRAM    PIC X(4).
        03  WS-TR-TO-PROGRAM      PIC X(4).
01  WS-TRANSFER-FULL-SW      PIC X VALUE 'N'.
    88  WS-TRANSFER-FULL         VALUE 'Y'.
01  WS-BEFORE-STUDENT-ID     PIC 9(7) VALUE ZERO.
01  WS-BEFORE-PROGRAM        PIC X(4) VALUE SPACES.

*>   The term fee the student in hand should carry, worked out a
*>   segment at a time across their transfers: each program's fee
*>   times the share of the term's days spent in it.
01  WS-FEE-WORK              PIC 9(7)V9(4).
01  WS-FEE-DUE               PIC 9(5).
01  WS-SEGMENT-START-INT     PIC 9(7).
01  WS-SEGMENT-DAYS          PIC 9(5).
01  WS-SEGMENT-PROGRAM       PIC X(4).
01  WS-STUDENT-TRANSFERS     PIC 9(3).

*>   The student's account as it stands - read back by key before
*>   anything is posted. The opening balance is the balance carried
*>   into the term's first posting; every posting from there on is
*>   buffered for the invoice (capped at 30 lines; once full the
*>   closing figure is still right but later lines drop off the
*>   page).
01  WS-ACCOUNT-EOF-SW        PIC X.
    88  WS-ACCOUNT-EOF           VALUE 'Y'.
01  WS-ACCOUNT-BALANCE       PIC S9(7).
01  WS-OPENING-BALANCE       PIC S9(7).
01  WS-TERM-NET-CHARGED      PIC S9(7).
01  WS-TERM-CHARGED-SW       PIC X.
    88  WS-TERM-CHARGED          VALUE 'Y'.
01  WS-TERM-STARTED-SW       PIC X.
    88  WS-TERM-STARTED          VALUE 'Y'.
01  WS-ADJUST-AMOUNT         PIC S9(7).
01  WS-INVOICE-POSTING-TABLE.
    02  WS-INVOICE-POSTING-COUNT PIC 9(2) VALUE ZERO.
    02  WS-INVOICE-POSTING-ENTRY OCCURS 30 TIMES
                                 INDEXED BY WS-INVOICE-POSTING-IX.
        03  WS-IP-DATE            PIC 9(8).
        03  WS-IP-TYPE            PIC X.
        03  WS-IP-PROGRAM         PIC X(4).
        03  WS-IP-AMOUNT          PIC 9(5).
        03  WS-IP-BALANCE         PIC S9(7).
01  WS-POSTED-THIS-RUN-SW    PIC X.
    88  WS-POSTED-THIS-RUN       VALUE 'Y'.

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

*>   Invoice page layout.
01  WS-INV-LINE               PIC X(132).
01  WS-INV-RULE               PIC X(72) VALUE ALL "=".
01  WS-INV-HEADING.
    02  FILLER                PIC X(24) VALUE "STUDENT TUITION INVOICE".
    02  FILLER                PIC X(6) VALUE "TERM: ".
    02  WS-IH-TERM            PIC X(6).
    02  FILLER                PIC X(12) VALUE "  RUN DATE: ".
    02  WS-IH-RUN-DATE        PIC 9999/99/99.
01  WS-INV-TERM-LINE.
    02  FILLER                PIC X(26) VALUE "TERM DATES..............: ".
    02  WS-IT-START           PIC 9999/99/99.
    02  FILLER                PIC X(4) VALUE " TO ".
    02  WS-IT-END             PIC 9999/99/99.
01  WS-INV-TRANSFER-LINE.
    02  FILLER                PIC X(14) VALUE "  TRANSFERRED ".
    02  WS-IX-FROM            PIC X(4).
    02  FILLER                PIC X(4) VALUE " TO ".
    02  WS-IX-TO              PIC X(4).
    02  FILLER                PIC X(4) VALUE " ON ".
    02  WS-IX-DATE            PIC 9999/99/99.
01  WS-INV-DETAIL-LINE.
    02  FILLER                PIC X(2) VALUE SPACES.
    02  WS-ID-DATE            PIC 9999/99/99.
    02  FILLER                PIC X(2) VALUE SPACES.
    02  WS-ID-TYPE-DESC       PIC X(16).
    02  FILLER                PIC X(1) VALUE SPACES.
    02  WS-ID-PROGRAM         PIC X(4).
    02  FILLER                PIC X(2) VALUE SPACES.
    02  WS-ID-AMOUNT          PIC $$,$$$,$$9.
    02  FILLER                PIC X(2) VALUE SPACES.
    02  WS-ID-BALANCE         PIC $$,$$$,$$9CR.
01  WS-INV-BALANCE-LINE.
    02  WS-IB-LABEL           PIC X(28).
    02  WS-IB-AMOUNT          PIC $$,$$$,$$9CR.
01  WS-EXCEPTION-LINE         PIC X(80).

01  WS-RUN-DATE-NUM           PIC 9(8).

*>   Control totals for the end-of-run summary.
01  WS-STUDENTS-READ-COUNT   PIC 9(7) VALUE ZERO.
01  WS-ACTIVE-COUNT          PIC 9(7) VALUE ZERO.
01  WS-CHARGED-COUNT         PIC 9(7) VALUE ZERO.
01  WS-RERATED-COUNT         PIC 9(7) VALUE ZERO.
01  WS-FEE-CHANGED-COUNT     PIC 9(7) VALUE ZERO.
01  WS-ALREADY-BILLED-COUNT  PIC 9(7) VALUE ZERO.
01  WS-NO-FEE-COUNT          PIC 9(7) VALUE ZERO.
01  WS-INVOICES-COUNT        PIC 9(7) VALUE ZERO.
01  WS-NO-CONTACT-COUNT      PIC 9(7) VALUE ZERO.
01  WS-CHARGED-TOTAL         PIC 9(9) VALUE ZERO.
01  WS-RERATE-DEBIT-TOTAL    PIC 9(9) VALUE ZERO.
01  WS-RERATE-CREDIT-TOTAL   PIC 9(9) VALUE ZERO.
01  WS-FEE-CHANGE-DEBIT-TOTAL  PIC 9(9) VALUE ZERO.
01  WS-FEE-CHANGE-CREDIT-TOTAL PIC 9(9) VALUE ZERO.

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
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM
    MOVE WS-RUN-DATE-NUM TO WS-IH-RUN-DATE

    PERFORM GetRunParms
    PERFORM GetTermAnswers
    PERFORM CheckTermAnswers

    PERFORM LoadProgramFees
    IF WS-PROGRAM-FEE-COUNT = ZERO
       DISPLAY "RUN REFUSED - no programs on Programs.Dat, so there "
               "is no term fee to bill"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF
    PERFORM LoadTermTransfers

    OPEN INPUT StudentFile
    IF WS-STUDENT-FILE-STATUS NOT = "00" AND WS-STUDENT-FILE-STATUS NOT = "05"
       MOVE "students.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-STUDENT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN I-O AccountFile
    IF WS-ACCOUNT-FILE-STATUS NOT = "00" AND WS-ACCOUNT-FILE-STATUS NOT = "05"
       MOVE "students.account.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-ACCOUNT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN INPUT ContactFile
    IF WS-CONTACT-FILE-STATUS NOT = "00" AND WS-CONTACT-FILE-STATUS NOT = "05"
       MOVE "students.contact.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-CONTACT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN OUTPUT InvoiceFile
    IF WS-INVOICE-FILE-STATUS NOT = "00" AND WS-INVOICE-FILE-STATUS NOT = "05"
       MOVE "students.invoices.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-INVOICE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN OUTPUT ExceptionFile
    IF WS-EXCEPTION-FILE-STATUS NOT = "00" AND WS-EXCEPTION-FILE-STATUS NOT = "05"
       MOVE "students.invoice.missing.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-EXCEPTION-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF

    READ StudentFile
        AT END SET EndOfStudentFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfStudentFile
        ADD 1 TO WS-STUDENTS-READ-COUNT
        IF StatusActive
           ADD 1 TO WS-ACTIVE-COUNT
           PERFORM BillOneStudent
        END-IF
        READ StudentFile
            AT END SET EndOfStudentFile TO TRUE
        END-READ
    END-PERFORM

    CLOSE StudentFile
    CLOSE AccountFile
    CLOSE ContactFile
    CLOSE InvoiceFile
    CLOSE ExceptionFile

    DISPLAY " "
    DISPLAY "=============== TermBillingRun Control Totals ==============="
    DISPLAY "Billing term (" WS-PARM-SOURCE ")........... : " WS-BILLING-TERM
    DISPLAY "Term dates............................ : " WS-TERM-START-NUM
            " to " WS-TERM-END-NUM
    DISPLAY "Students read......................... : " WS-STUDENTS-READ-COUNT
    DISPLAY "Active students billed................ : " WS-ACTIVE-COUNT
    DISPLAY "Term charges posted................... : " WS-CHARGED-COUNT
    DISPLAY "Transfer re-ratings posted............ : " WS-RERATED-COUNT
    DISPLAY "Term fee changes posted............... : " WS-FEE-CHANGED-COUNT
    DISPLAY "Already charged for the term.......... : " WS-ALREADY-BILLED-COUNT
    DISPLAY "Students with no term fee on file..... : " WS-NO-FEE-COUNT
    DISPLAY "Invoices written...................... : " WS-INVOICES-COUNT
    DISPLAY "Invoices with no contact record....... : " WS-NO-CONTACT-COUNT
    DISPLAY "Total term charges.................... : " WS-CHARGED-TOTAL
    DISPLAY "Total re-rating charges............... : " WS-RERATE-DEBIT-TOTAL
    DISPLAY "Total re-rating credits............... : " WS-RERATE-CREDIT-TOTAL
    DISPLAY "Total fee change charges.............. : " WS-FEE-CHANGE-DEBIT-TOTAL
    DISPLAY "Total fee change credits.............. : " WS-FEE-CHANGE-CREDIT-TOTAL
    DISPLAY "============================================================="
    DISPLAY "Invoices written to Students.Invoices.Dat; missing "
            "addresses listed in Students.Invoice.Missing.Dat"

    PERFORM WriteRunControl

    GOBACK.

*>  ---------------------------------------------------------------
*>  WriteRunControl - this run's record counts and final
*>  RETURN-CODE, appended to Runs.Dat through runlogger.
*>  ---------------------------------------------------------------
WriteRunControl.
    MOVE "TermBillingRun" TO RunProgramName
    MOVE WS-RUN-START-DATE TO RunStartDate
    MOVE WS-RUN-START-TIME TO RunStartTime
    MOVE WS-STUDENTS-READ-COUNT TO RunRecordsRead
    COMPUTE RunRecordsWritten = WS-CHARGED-COUNT + WS-RERATED-COUNT
                                + WS-FEE-CHANGED-COUNT
    MOVE WS-NO-FEE-COUNT TO RunRejectedCount
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
*>  program's BILLING-TERM, TERM-START-DATE and TERM-END-DATE
*>  keywords, so an unattended run needs nobody at the console. A
*>  missing file, or a keyword not on it, leaves that answer to the
*>  console prompt as the other programs do.
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
            WHEN "BILLING-TERM"
                MOVE ParmValue(1:6) TO WS-BILLING-TERM
                SET WS-TERM-FROM-PARMS TO TRUE
                MOVE "RunParms.Dat" TO WS-PARM-SOURCE
            WHEN "TERM-START-DATE"
                MOVE ParmValue(1:8) TO WS-TERM-START-DATE
                SET WS-START-FROM-PARMS TO TRUE
            WHEN "TERM-END-DATE"
                MOVE ParmValue(1:8) TO WS-TERM-END-DATE
                SET WS-END-FROM-PARMS TO TRUE
        END-EVALUATE
        READ RunParmFile
            AT END SET EndOfRunParmFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE RunParmFile.

*>  ---------------------------------------------------------------
*>  GetTermAnswers - prompts for whichever term answers
*>  RunParms.Dat did not supply.
*>  ---------------------------------------------------------------
GetTermAnswers.
    IF WS-TERM-FROM-PARMS
       DISPLAY "Billing term " WS-BILLING-TERM " taken from RunParms.Dat"
    ELSE
       DISPLAY "Billing term (up to 6 characters, e.g. 2026FA): "
               WITH NO ADVANCING
       ACCEPT WS-BILLING-TERM
    END-IF
    IF NOT WS-START-FROM-PARMS
       DISPLAY "Term start date (YYYYMMDD): " WITH NO ADVANCING
       ACCEPT WS-TERM-START-DATE
    END-IF
    IF NOT WS-END-FROM-PARMS
       DISPLAY "Term end date (YYYYMMDD): " WITH NO ADVANCING
       ACCEPT WS-TERM-END-DATE
    END-IF.

*>  ---------------------------------------------------------------
*>  CheckTermAnswers - refuses the run (RETURN-CODE 8) on a blank
*>  term or term dates that are not real, forward-running dates,
*>  and works out the term's length in days for the transfer
*>  proration.
*>  ---------------------------------------------------------------
CheckTermAnswers.
    IF WS-BILLING-TERM = SPACES
       DISPLAY "RUN REFUSED - no billing term given"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF
    IF WS-TERM-START-NUM NOT NUMERIC
       OR WS-TERM-START-MONTH < 1 OR WS-TERM-START-MONTH > 12
       OR WS-TERM-START-DAY < 1 OR WS-TERM-START-DAY > 31
       OR WS-TERM-END-NUM NOT NUMERIC
       OR WS-TERM-END-MONTH < 1 OR WS-TERM-END-MONTH > 12
       OR WS-TERM-END-DAY < 1 OR WS-TERM-END-DAY > 31
       DISPLAY "RUN REFUSED - term dates " WS-TERM-START-DATE " to "
               WS-TERM-END-DATE " are not valid YYYYMMDD dates"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF
    IF WS-TERM-END-NUM <= WS-TERM-START-NUM
       DISPLAY "RUN REFUSED - term end " WS-TERM-END-NUM " is not "
               "after term start " WS-TERM-START-NUM
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF
    COMPUTE WS-TERM-START-INT = FUNCTION INTEGER-OF-DATE(WS-TERM-START-NUM)
    COMPUTE WS-TERM-END-INT = FUNCTION INTEGER-OF-DATE(WS-TERM-END-NUM)
    COMPUTE WS-TERM-DAYS = WS-TERM-END-INT - WS-TERM-START-INT + 1
    MOVE WS-BILLING-TERM TO WS-IH-TERM
    MOVE WS-TERM-START-NUM TO WS-IT-START
    MOVE WS-TERM-END-NUM TO WS-IT-END.

*>  ---------------------------------------------------------------
*>  LoadProgramFees - each program's term fee from Programs.Dat. A
*>  record written before the fee existed reads back as spaces
*>  there and carries a zero fee until ProgramMaint keys one.
*>  ---------------------------------------------------------------
LoadProgramFees.
    OPEN INPUT ProgramFile
    *>   Status 05 means the OPTIONAL file was absent and is now open
    *>   and empty - the read loop below just hits end-of-file and
    *>   main refuses the run.
    IF WS-PROGRAM-FILE-STATUS NOT = "00" AND WS-PROGRAM-FILE-STATUS NOT = "05"
       EXIT PARAGRAPH
    END-IF
    READ ProgramFile
        AT END SET EndOfProgramFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfProgramFile
        IF WS-PROGRAM-FEE-COUNT < 20
           ADD 1 TO WS-PROGRAM-FEE-COUNT
           MOVE ProgCode TO WS-PF-CODE(WS-PROGRAM-FEE-COUNT)
           IF ProgTermFee IS NUMERIC
              MOVE ProgTermFee TO WS-PF-TERM-FEE(WS-PROGRAM-FEE-COUNT)
           ELSE
              MOVE ZERO TO WS-PF-TERM-FEE(WS-PROGRAM-FEE-COUNT)
           END-IF
        ELSE
           DISPLAY "WARNING - program table is full (20 programs) - "
                   "record for " ProgCode " not loaded"
        END-IF
        READ ProgramFile
            AT END SET EndOfProgramFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE ProgramFile.

*>  ---------------------------------------------------------------
*>  FindProgramFee - the term fee of WS-LOOKUP-PROGRAM, in
*>  WS-PROGRAM-FEE (zero, and the found switch off, when the
*>  program is not on file).
*>  ---------------------------------------------------------------
FindProgramFee.
    MOVE ZERO TO WS-PROGRAM-FEE
    MOVE 'N' TO WS-PROGRAM-FEE-FOUND-SW
    PERFORM VARYING WS-PROGRAM-FEE-IX FROM 1 BY 1
            UNTIL WS-PROGRAM-FEE-IX > WS-PROGRAM-FEE-COUNT
       IF WS-PF-CODE(WS-PROGRAM-FEE-IX) = WS-LOOKUP-PROGRAM
          MOVE WS-PF-TERM-FEE(WS-PROGRAM-FEE-IX) TO WS-PROGRAM-FEE
          SET WS-PROGRAM-FEE-FOUND TO TRUE
       END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  LoadTermTransfers - one pass over logs.dat collecting every
*>  XFER dated inside the term. StudentWrite logs the student's
*>  BEFORE image immediately ahead of the XFER, so the BEFORE just
*>  seen for the same student names the program they left. A
*>  transfer on the term's first day (or earlier) is simply the
*>  program they start the term in, and is not collected.
*>  ---------------------------------------------------------------
LoadTermTransfers.
    OPEN INPUT LogStudentRecords
    *>   Status 05 means the OPTIONAL file was absent and is now open
    *>   and empty - the read loop below just hits end-of-file.
    IF WS-LOG-FILE-STATUS NOT = "00" AND WS-LOG-FILE-STATUS NOT = "05"
       EXIT PARAGRAPH
    END-IF
    READ LogStudentRecords
        AT END SET EndOfLogFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfLogFile
        EVALUATE LogActionWord
            WHEN "BEFORE"
                MOVE LogStudentId   TO WS-BEFORE-STUDENT-ID
                MOVE LogProgramCode TO WS-BEFORE-PROGRAM
            WHEN "XFER"
                IF LogRunDate > WS-TERM-START-NUM
                   AND LogRunDate <= WS-TERM-END-NUM
                   PERFORM CollectTransfer
                END-IF
        END-EVALUATE
        READ LogStudentRecords
            AT END SET EndOfLogFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE LogStudentRecords.

*>  ---------------------------------------------------------------
*>  CollectTransfer - the XFER in the log buffer goes into the
*>  term's transfer table. Without its BEFORE image the program
*>  left is unknown, and the transfer is taken as a move within the
*>  program joined (no re-rating for that stretch).
*>  ---------------------------------------------------------------
CollectTransfer.
    IF WS-TRANSFER-COUNT >= 500
       IF NOT WS-TRANSFER-FULL
          SET WS-TRANSFER-FULL TO TRUE
          DISPLAY "WARNING - transfer table is full (500 transfers "
                  "this term) - later transfers bill at the current "
                  "program for the whole term"
       END-IF
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-TRANSFER-COUNT
    MOVE LogStudentId   TO WS-TR-STUDENT-ID(WS-TRANSFER-COUNT)
    MOVE LogRunDate     TO WS-TR-DATE(WS-TRANSFER-COUNT)
    MOVE LogProgramCode TO WS-TR-TO-PROGRAM(WS-TRANSFER-COUNT)
    IF WS-BEFORE-STUDENT-ID = LogStudentId
       MOVE WS-BEFORE-PROGRAM TO WS-TR-FROM-PROGRAM(WS-TRANSFER-COUNT)
    ELSE
       MOVE LogProgramCode TO WS-TR-FROM-PROGRAM(WS-TRANSFER-COUNT)
    END-IF.

*>  ---------------------------------------------------------------
*>  BillOneStudent - the Active student in the buffer: work out
*>  what the term should cost them, read their account back,
*>  post a first charge or a re-rating difference as needed, and
*>  print their invoice. A difference is a transfer re-rating only
*>  when the student transferred inside the term; otherwise it is a
*>  change to the program's fee.
*>  ---------------------------------------------------------------
BillOneStudent.
    PERFORM ComputeTermFeeDue
    PERFORM ReadStudentAccount
    MOVE 'N' TO WS-POSTED-THIS-RUN-SW

    IF NOT WS-TERM-CHARGED
       IF WS-FEE-DUE = ZERO
          ADD 1 TO WS-NO-FEE-COUNT
          DISPLAY "WARNING - no term fee on file for program "
                  ProgramCode " - student " StudentId " not charged"
          EXIT PARAGRAPH
       END-IF
       SET AcctTermCharge TO TRUE
       MOVE WS-FEE-DUE TO AcctPostAmount
       PERFORM PostAccountMovement
       ADD 1 TO WS-CHARGED-COUNT
       ADD WS-FEE-DUE TO WS-CHARGED-TOTAL
    ELSE
       COMPUTE WS-ADJUST-AMOUNT = WS-FEE-DUE - WS-TERM-NET-CHARGED
       EVALUATE TRUE
           WHEN WS-ADJUST-AMOUNT > ZERO
               IF WS-STUDENT-TRANSFERS > ZERO
                  SET AcctTransferCharge TO TRUE
                  ADD 1 TO WS-RERATED-COUNT
                  ADD WS-ADJUST-AMOUNT TO WS-RERATE-DEBIT-TOTAL
               ELSE
                  SET AcctFeeChange TO TRUE
                  ADD 1 TO WS-FEE-CHANGED-COUNT
                  ADD WS-ADJUST-AMOUNT TO WS-FEE-CHANGE-DEBIT-TOTAL
               END-IF
               MOVE WS-ADJUST-AMOUNT TO AcctPostAmount
               PERFORM PostAccountMovement
           WHEN WS-ADJUST-AMOUNT < ZERO
               COMPUTE AcctPostAmount = ZERO - WS-ADJUST-AMOUNT
               IF WS-STUDENT-TRANSFERS > ZERO
                  SET AcctTransferCredit TO TRUE
                  ADD 1 TO WS-RERATED-COUNT
                  ADD AcctPostAmount TO WS-RERATE-CREDIT-TOTAL
               ELSE
                  SET AcctFeeCredit TO TRUE
                  ADD 1 TO WS-FEE-CHANGED-COUNT
                  ADD AcctPostAmount TO WS-FEE-CHANGE-CREDIT-TOTAL
               END-IF
               PERFORM PostAccountMovement
           WHEN OTHER
               ADD 1 TO WS-ALREADY-BILLED-COUNT
       END-EVALUATE
    END-IF

    PERFORM WriteInvoicePage.

*>  ---------------------------------------------------------------
*>  ComputeTermFeeDue - the term fee the student in the buffer
*>  should carry. With no transfer inside the term it is simply
*>  their program's fee. With transfers, the term is cut into
*>  segments at each transfer date and each program is charged its
*>  fee times the share of the term's days spent in it - the last
*>  segment always at the program the roster has them in now.
*>  ---------------------------------------------------------------
ComputeTermFeeDue.
    MOVE ZERO TO WS-FEE-WORK
    MOVE ZERO TO WS-STUDENT-TRANSFERS
    MOVE WS-TERM-START-INT TO WS-SEGMENT-START-INT
    MOVE SPACES TO WS-SEGMENT-PROGRAM
    PERFORM VARYING WS-TRANSFER-IX FROM 1 BY 1
            UNTIL WS-TRANSFER-IX > WS-TRANSFER-COUNT
       IF WS-TR-STUDENT-ID(WS-TRANSFER-IX) = StudentId
          ADD 1 TO WS-STUDENT-TRANSFERS
          IF WS-SEGMENT-PROGRAM = SPACES
             MOVE WS-TR-FROM-PROGRAM(WS-TRANSFER-IX) TO WS-SEGMENT-PROGRAM
          END-IF
          COMPUTE WS-SEGMENT-DAYS =
                  FUNCTION INTEGER-OF-DATE(WS-TR-DATE(WS-TRANSFER-IX))
                  - WS-SEGMENT-START-INT
          PERFORM AddSegmentFee
          COMPUTE WS-SEGMENT-START-INT =
                  FUNCTION INTEGER-OF-DATE(WS-TR-DATE(WS-TRANSFER-IX))
          MOVE WS-TR-TO-PROGRAM(WS-TRANSFER-IX) TO WS-SEGMENT-PROGRAM
       END-IF
    END-PERFORM
    MOVE ProgramCode TO WS-SEGMENT-PROGRAM
    COMPUTE WS-SEGMENT-DAYS = WS-TERM-END-INT - WS-SEGMENT-START-INT + 1
    PERFORM AddSegmentFee
    COMPUTE WS-FEE-DUE ROUNDED = WS-FEE-WORK.

*>  ---------------------------------------------------------------
*>  AddSegmentFee - one stretch of the term: WS-SEGMENT-DAYS days
*>  in WS-SEGMENT-PROGRAM, at that program's fee pro rata.
*>  ---------------------------------------------------------------
AddSegmentFee.
    MOVE WS-SEGMENT-PROGRAM TO WS-LOOKUP-PROGRAM
    PERFORM FindProgramFee
    COMPUTE WS-FEE-WORK = WS-FEE-WORK
            + (WS-PROGRAM-FEE * WS-SEGMENT-DAYS / WS-TERM-DAYS).

*>  ---------------------------------------------------------------
*>  ReadStudentAccount - reads the student's postings back in date
*>  order with a START on their id: the running balance, what the
*>  term has been charged net of re-rating credits, the balance
*>  brought into the term, and every posting from the term's first
*>  one onward (for the invoice). A student with no account yet
*>  simply starts at zero.
*>  ---------------------------------------------------------------
ReadStudentAccount.
    MOVE ZERO TO WS-ACCOUNT-BALANCE
    MOVE ZERO TO WS-OPENING-BALANCE
    MOVE ZERO TO WS-TERM-NET-CHARGED
    MOVE ZERO TO WS-INVOICE-POSTING-COUNT
    MOVE 'N' TO WS-TERM-CHARGED-SW
    MOVE 'N' TO WS-TERM-STARTED-SW
    MOVE 'N' TO WS-ACCOUNT-EOF-SW

    MOVE StudentId TO AcctStudentId
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
        IF AcctStudentId NOT = StudentId
           SET WS-ACCOUNT-EOF TO TRUE
        ELSE
           IF AcctTerm = WS-BILLING-TERM
              SET WS-TERM-STARTED TO TRUE
              EVALUATE TRUE
                  WHEN AcctTermCharge
                      SET WS-TERM-CHARGED TO TRUE
                      ADD AcctPostAmount TO WS-TERM-NET-CHARGED
                  WHEN AcctTransferCharge
                  WHEN AcctFeeChange
                      ADD AcctPostAmount TO WS-TERM-NET-CHARGED
                  WHEN AcctTransferCredit
                  WHEN AcctFeeCredit
                      SUBTRACT AcctPostAmount FROM WS-TERM-NET-CHARGED
              END-EVALUATE
           END-IF
           IF WS-TERM-STARTED
              PERFORM BufferInvoicePosting
           ELSE
              MOVE AcctBalance TO WS-OPENING-BALANCE
           END-IF
           MOVE AcctBalance TO WS-ACCOUNT-BALANCE
           READ AccountFile NEXT RECORD
               AT END SET WS-ACCOUNT-EOF TO TRUE
           END-READ
        END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  BufferInvoicePosting - the posting in the account buffer held
*>  for the invoice page.
*>  ---------------------------------------------------------------
BufferInvoicePosting.
    IF WS-INVOICE-POSTING-COUNT < 30
       ADD 1 TO WS-INVOICE-POSTING-COUNT
       MOVE AcctPostDate    TO WS-IP-DATE(WS-INVOICE-POSTING-COUNT)
       MOVE AcctPostType    TO WS-IP-TYPE(WS-INVOICE-POSTING-COUNT)
       MOVE AcctProgramCode TO WS-IP-PROGRAM(WS-INVOICE-POSTING-COUNT)
       MOVE AcctPostAmount  TO WS-IP-AMOUNT(WS-INVOICE-POSTING-COUNT)
       MOVE AcctBalance     TO WS-IP-BALANCE(WS-INVOICE-POSTING-COUNT)
    ELSE
       DISPLAY "WARNING - student " AcctStudentId " has more than 30 "
               "account postings this term - the amount due is right "
               "but later lines drop off the invoice"
    END-IF.

*>  ---------------------------------------------------------------
*>  PostAccountMovement - writes the posting set up in
*>  AcctPostType/AcctPostAmount for the student in the buffer,
*>  carrying the new running balance, and adds it to the invoice.
*>  Charges raise the balance, the re-rating and fee credits lower
*>  it.
*>  ---------------------------------------------------------------
PostAccountMovement.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
    MOVE StudentId TO AcctStudentId
    MOVE WS-CURRENT-YEAR  TO AcctPostYear
    MOVE WS-CURRENT-MONTH TO AcctPostMonth
    MOVE WS-CURRENT-DAY   TO AcctPostDay
    STRING WS-CURRENT-HOURS, WS-CURRENT-MINUTE, WS-CURRENT-SECOND,
           WS-CURRENT-MILLISECONDS
        DELIMITED BY SIZE INTO AcctPostTime
    END-STRING
    MOVE WS-BILLING-TERM TO AcctTerm
    MOVE ProgramCode TO AcctProgramCode
    IF AcctLowersBalance
       SUBTRACT AcctPostAmount FROM WS-ACCOUNT-BALANCE
    ELSE
       ADD AcctPostAmount TO WS-ACCOUNT-BALANCE
    END-IF
    MOVE WS-ACCOUNT-BALANCE TO AcctBalance
    WRITE AccountRecord
        INVALID KEY CONTINUE
    END-WRITE
    IF WS-ACCOUNT-FILE-STATUS NOT = "00"
       MOVE "students.account.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-ACCOUNT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF
    IF NOT WS-TERM-STARTED
       MOVE WS-ACCOUNT-BALANCE TO WS-OPENING-BALANCE
       SUBTRACT AcctPostAmount FROM WS-OPENING-BALANCE
       SET WS-TERM-STARTED TO TRUE
    END-IF
    PERFORM BufferInvoicePosting
    SET WS-POSTED-THIS-RUN TO TRUE.

*>  ---------------------------------------------------------------
*>  WriteInvoicePage - one invoice for the student just billed:
*>  heading, name and program, postal address (or the NO ADDRESS
*>  flag plus an exception line), the term's dates and any
*>  transfers inside it, the balance brought forward, every posting
*>  since the term was first charged, and the amount now due.
*>  ---------------------------------------------------------------
WriteInvoicePage.
    WRITE InvoiceLine FROM WS-INV-RULE
    WRITE InvoiceLine FROM WS-INV-HEADING
    WRITE InvoiceLine FROM WS-INV-RULE

    MOVE SPACES TO WS-INV-LINE
    STRING "STUDENT " StudentId "  " StudentName "  PROGRAM "
           ProgramCode
        DELIMITED BY SIZE INTO WS-INV-LINE
    END-STRING
    WRITE InvoiceLine FROM WS-INV-LINE

    MOVE StudentId TO ContactStudentId
    READ ContactFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-CONTACT-FOUND
       WRITE InvoiceLine FROM ContactAddressLine1
       IF ContactAddressLine2 NOT = SPACES
          WRITE InvoiceLine FROM ContactAddressLine2
       END-IF
       MOVE SPACES TO WS-INV-LINE
       STRING ContactCity " " ContactPostalCode
           DELIMITED BY SIZE INTO WS-INV-LINE
       END-STRING
       WRITE InvoiceLine FROM WS-INV-LINE
    ELSE
       MOVE "*** NO ADDRESS ON FILE ***" TO WS-INV-LINE
       WRITE InvoiceLine FROM WS-INV-LINE
       ADD 1 TO WS-NO-CONTACT-COUNT
       MOVE SPACES TO WS-EXCEPTION-LINE
       STRING StudentId " - term " WS-BILLING-TERM
              " invoice but no contact record on file"
           DELIMITED BY SIZE INTO WS-EXCEPTION-LINE
       END-STRING
       WRITE ExceptionLine FROM WS-EXCEPTION-LINE
       DISPLAY "Exception - " WS-EXCEPTION-LINE
    END-IF

    MOVE SPACES TO WS-INV-LINE
    WRITE InvoiceLine FROM WS-INV-LINE
    WRITE InvoiceLine FROM WS-INV-TERM-LINE
    IF WS-STUDENT-TRANSFERS > ZERO
       PERFORM VARYING WS-TRANSFER-IX FROM 1 BY 1
               UNTIL WS-TRANSFER-IX > WS-TRANSFER-COUNT
          IF WS-TR-STUDENT-ID(WS-TRANSFER-IX) = StudentId
             MOVE WS-TR-FROM-PROGRAM(WS-TRANSFER-IX) TO WS-IX-FROM
             MOVE WS-TR-TO-PROGRAM(WS-TRANSFER-IX) TO WS-IX-TO
             MOVE WS-TR-DATE(WS-TRANSFER-IX) TO WS-IX-DATE
             WRITE InvoiceLine FROM WS-INV-TRANSFER-LINE
          END-IF
       END-PERFORM
    END-IF
    MOVE "BALANCE BROUGHT FORWARD.: " TO WS-IB-LABEL
    MOVE WS-OPENING-BALANCE TO WS-IB-AMOUNT
    WRITE InvoiceLine FROM WS-INV-BALANCE-LINE

    PERFORM VARYING WS-INVOICE-POSTING-IX FROM 1 BY 1
            UNTIL WS-INVOICE-POSTING-IX > WS-INVOICE-POSTING-COUNT
       MOVE WS-IP-DATE(WS-INVOICE-POSTING-IX) TO WS-ID-DATE
       EVALUATE WS-IP-TYPE(WS-INVOICE-POSTING-IX)
           WHEN "C" MOVE "TERM TUITION" TO WS-ID-TYPE-DESC
           WHEN "P" MOVE "PAYMENT - THANK YOU" TO WS-ID-TYPE-DESC
           WHEN "T" MOVE "TRANSFER RE-RATE" TO WS-ID-TYPE-DESC
           WHEN "X" MOVE "TRANSFER CREDIT" TO WS-ID-TYPE-DESC
           WHEN "F" MOVE "TERM FEE CHANGE" TO WS-ID-TYPE-DESC
           WHEN "G" MOVE "TERM FEE CREDIT" TO WS-ID-TYPE-DESC
           WHEN OTHER MOVE WS-IP-TYPE(WS-INVOICE-POSTING-IX)
                        TO WS-ID-TYPE-DESC
       END-EVALUATE
       MOVE WS-IP-PROGRAM(WS-INVOICE-POSTING-IX) TO WS-ID-PROGRAM
       MOVE WS-IP-AMOUNT(WS-INVOICE-POSTING-IX) TO WS-ID-AMOUNT
       MOVE WS-IP-BALANCE(WS-INVOICE-POSTING-IX) TO WS-ID-BALANCE
       WRITE InvoiceLine FROM WS-INV-DETAIL-LINE
    END-PERFORM

    MOVE "AMOUNT DUE..............: " TO WS-IB-LABEL
    MOVE WS-ACCOUNT-BALANCE TO WS-IB-AMOUNT
    WRITE InvoiceLine FROM WS-INV-BALANCE-LINE
    MOVE SPACES TO WS-INV-LINE
    WRITE InvoiceLine FROM WS-INV-LINE

    ADD 1 TO WS-INVOICES-COUNT.

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
    MOVE SPACES TO WS-STUDENTS-ACCOUNT-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.account.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-ACCOUNT-PATH
    END-STRING
    MOVE SPACES TO WS-STUDENTS-CONTACT-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.contact.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-CONTACT-PATH
    END-STRING
    MOVE SPACES TO WS-PROGRAMS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/programs.dat"
        DELIMITED BY SIZE INTO WS-PROGRAMS-PATH
    END-STRING
    MOVE SPACES TO WS-LOGS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/logs.dat"
        DELIMITED BY SIZE INTO WS-LOGS-PATH
    END-STRING
    MOVE SPACES TO WS-STUDENTS-INVOICES-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.invoices.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-INVOICES-PATH
    END-STRING
    MOVE SPACES TO WS-INVOICE-EXCEPTION-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.invoice.missing.dat"
        DELIMITED BY SIZE INTO WS-INVOICE-EXCEPTION-PATH
    END-STRING
    MOVE SPACES TO WS-RUNPARMS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/runparms.dat"
        DELIMITED BY SIZE INTO WS-RUNPARMS-PATH
    END-STRING.
