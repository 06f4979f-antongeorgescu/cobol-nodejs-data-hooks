IDENTIFICATION DIVISION.
PROGRAM-ID. CorrespondenceRun.
AUTHOR. Anton Georgescu.
*> Student correspondence run - produces the letters the records
*> office used to type by hand from StudentWrite's console output.
*> Reads the night's actions off the audit trail logs.dat - INSERT
*> (welcome letter), INACTV (inactivation notice), REACTV
*> (reactivation letter), XFER (transfer confirmation, the program
*> left taken from the BEFORE image logged ahead of it) and DELETE
*> (removal notice) - and merges each with the student's
*> Students.Contact.Dat record into the wording kept for that action
*> on Correspondence.Templates.Dat (corrtpl.cpy). The student details
*> come from the image logged with the action, so a deleted student
*> is written to as they stood.
*>   - a student with an e-mail address on file goes on the dated
*>     e-mail queue correspondence.email.YYYYMMDD.json, one JSON line
*>     per message, for the Node.js side to send - no paper letter;
*>   - otherwise a student with a postal address (line 1 and city)
*>     gets a printed letter on the dated
*>     correspondence.letters.YYYYMMDD.dat;
*>   - a student with neither goes on the dated chase list
*>     correspondence.chase.YYYYMMDD.dat for the front office.
*> Every action dealt with is registered on Students.Correspondence.Dat
*> (corrrec.cpy) under its logged stamp, and an action already
*> registered as sent is never written to again - a rerun, or an
*> overlapping window, produces nothing twice. An action that was
*> only chased is tried again on each run that covers it, so the
*> letter goes once an address has been keyed. An action with no
*> template on file is left unregistered, to go once one is added.
*> StudentWrite leaves a deleted student's contact record in place
*> for the removal notice. Every DELETE on the log, in the window or
*> not, is checked against the register, and the contact record is
*> retired once the notice is registered as sent, or once it was
*> chased on an earlier run and not tried again on this one - a
*> StudentId off the roster cannot have its address corrected, so
*> that notice can never go. A StudentId back on the roster keeps
*> its contact record, which is then the returning student's.
*> The window is every action logged on or after the date given by
*> LETTERS-FROM-DATE on RunParms.Dat, otherwise the console prompt;
*> blank takes yesterday, so a night that runs past midnight is
*> covered whole - the register makes the overlap harmless. Set the
*> date back to pick up chased actions older than that.
*> All three outputs are dated and added to, never written afresh -
*> a second run on the same day adds to that day's files, so
*> letters already registered as sent are never lost unprinted.
*>
*> RETURN-CODEs: 0 run complete, 8 refused (no templates on file,
*> bad from-date), 12 file error.

*> cobc -x -free correspondencerun.cbl      (standalone)
*> cobc -m -free correspondencerun.cbl      (module, CALLable from OperatorConsole)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT OPTIONAL LogStudentRecords ASSIGN WS-LOGS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-LOG-FILE-STATUS.

      SELECT OPTIONAL TemplateFile ASSIGN WS-TEMPLATES-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-TEMPLATE-FILE-STATUS.

      SELECT OPTIONAL ProgramFile ASSIGN WS-PROGRAMS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-PROGRAM-FILE-STATUS.

      SELECT OPTIONAL ContactFile ASSIGN WS-STUDENTS-CONTACT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS ContactStudentId
             FILE STATUS IS WS-CONTACT-FILE-STATUS.

      SELECT StudentFile ASSIGN WS-STUDENTS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS StudentId OF StudentDetails
             ALTERNATE RECORD KEY IS Surname OF StudentDetails
                 WITH DUPLICATES
             FILE STATUS IS WS-STUDENT-FILE-STATUS.

      SELECT OPTIONAL CorrespondenceFile ASSIGN WS-CORRESPONDENCE-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CorrKey
             FILE STATUS IS WS-CORRESPONDENCE-FILE-STATUS.

      SELECT OPTIONAL LetterFile ASSIGN WS-LETTERS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-LETTER-FILE-STATUS.

      SELECT OPTIONAL EmailQueueFile ASSIGN WS-EMAIL-QUEUE-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-EMAIL-FILE-STATUS.

      SELECT OPTIONAL ChaseFile ASSIGN WS-CHASE-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-CHASE-FILE-STATUS.

      SELECT OPTIONAL RunParmFile ASSIGN WS-RUNPARMS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-RUNPARM-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
*>   One logs.dat entry, the layout logger2 writes.
FD LogStudentRecords.
01 LogRecord.
   88 EndOfLogFile         VALUE HIGH-VALUES.
   02 LogRunDate               PIC 9(8).
   02 LogRunTime               PIC 9(8).
   02 LogActionWord            PIC X(6).
      88 LogBeforeImage           VALUE "BEFORE".
      88 LogInsert                VALUE "INSERT".
      88 LogInactivate            VALUE "INACTV".
      88 LogReactivate            VALUE "REACTV".
      88 LogTransfer              VALUE "XFER".
      88 LogDelete                VALUE "DELETE".
      88 LogCorrespondenceAction  VALUE "INSERT" "INACTV" "REACTV"
                                        "XFER" "DELETE".
   COPY studrec.
   02 LogOperatorId            PIC X(8).

FD TemplateFile.
01 TemplateRecord.
   88 EndOfTemplateFile    VALUE HIGH-VALUES.
   COPY corrtpl.

FD ProgramFile.
01 ProgramRefRecord.
   88 EndOfProgramFile     VALUE HIGH-VALUES.
   COPY progrec.

FD ContactFile.
01 ContactRecord.
   COPY contactrec.

FD StudentFile.
01 StudentDetails.
   COPY studrec.

FD CorrespondenceFile.
01 CorrespondenceRecord.
   COPY corrrec.

FD LetterFile.
01 LetterLine              PIC X(132).

FD EmailQueueFile.
01 EmailQueueLine          PIC X(2048).

FD ChaseFile.
01 ChaseLine               PIC X(132).

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
01  WS-LOGS-PATH             PIC X(160).
01  WS-TEMPLATES-PATH        PIC X(160).
01  WS-PROGRAMS-PATH         PIC X(160).
01  WS-STUDENTS-CONTACT-PATH PIC X(160).
01  WS-STUDENTS-PATH         PIC X(160).
01  WS-CORRESPONDENCE-PATH   PIC X(160).
01  WS-LETTERS-PATH          PIC X(160).
01  WS-EMAIL-QUEUE-PATH      PIC X(160).
01  WS-CHASE-PATH            PIC X(160).
01  WS-RUNPARMS-PATH         PIC X(160).

01  WS-LOG-FILE-STATUS       PIC XX.
01  WS-TEMPLATE-FILE-STATUS  PIC XX.
01  WS-PROGRAM-FILE-STATUS   PIC XX.
01  WS-CONTACT-FILE-STATUS   PIC XX.
    88  WS-CONTACT-FOUND         VALUE "00".
01  WS-STUDENT-FILE-STATUS   PIC XX.
    88  WS-ON-ROSTER             VALUE "00".
01  WS-CORRESPONDENCE-FILE-STATUS PIC XX.
    88  WS-ALREADY-REGISTERED    VALUE "00".
01  WS-LETTER-FILE-STATUS    PIC XX.
01  WS-EMAIL-FILE-STATUS     PIC XX.
01  WS-CHASE-FILE-STATUS     PIC XX.
01  WS-RUNPARM-FILE-STATUS   PIC XX.
*>   File-status hardening - a required file that fails to open
*>   abandons the run with a clear operator message and RETURN-CODE
*>   12, instead of a runtime abort partway through.
01  WS-ABORT-FILE-NAME        PIC X(30).
01  WS-ABORT-FILE-STATUS      PIC XX.

*>   Operator named on the register - BATCH when the run is not
*>   started from a signed-on console.
01  WS-SIGNED-ON-OPERATOR    PIC X(8).

*>   The window - actions logged on or after WS-FROM-DATE.
01  WS-FROM-DATE-PARM-SW     PIC X VALUE 'N'.
    88  WS-FROM-DATE-FROM-PARMS  VALUE 'Y'.
01  WS-FROM-DATE-ENTRY       PIC X(8).
01  WS-FROM-DATE             PIC 9(8).
01  WS-TODAY-DATE-NUM        PIC 9(8).
01  WS-TODAY-INT             PIC 9(8).

*>   The templates, one per action, loaded from
*>   Correspondence.Templates.Dat at start-up.
01  WS-TEMPLATE-TABLE.
    02  WS-TEMPLATE-COUNT       PIC 9 VALUE ZERO.
    02  WS-TEMPLATE-ENTRY OCCURS 5 TIMES INDEXED BY WS-TEMPLATE-IX.
        03  WS-TPL-ACTION         PIC X(6).
        03  WS-TPL-SUBJECT        PIC X(72).
        03  WS-TPL-LINE-COUNT     PIC 9(2).
        03  WS-TPL-LINE OCCURS 20 TIMES PIC X(72).
01  WS-FIND-ACTION           PIC X(6).
01  WS-TEMPLATE-FOUND-IX     PIC 9.
01  WS-TPL-LINE-IX           PIC 9(2).

*>   Each program's name from Programs.Dat, for {PROGRAM}. Capped
*>   at 20 programs, the same limit ProgramMaint keeps.
01  WS-PROGRAM-NAME-TABLE.
    02  WS-PROGRAM-NAME-COUNT   PIC 9(2) VALUE ZERO.
    02  WS-PROGRAM-NAME-ENTRY OCCURS 20 TIMES
                              INDEXED BY WS-PROGRAM-NAME-IX.
        03  WS-PN-CODE            PIC X(4).
        03  WS-PN-NAME            PIC X(30).
01  WS-LOOKUP-PROGRAM        PIC X(4).
01  WS-PROGRAM-NAME-FOUND    PIC X(30).

*>   The BEFORE image logged ahead of an XFER names the program the
*>   student left.
01  WS-BEFORE-STUDENT-ID     PIC 9(7) VALUE ZERO.
01  WS-BEFORE-PROGRAM        PIC X(4) VALUE SPACES.

*>   The fields a template line can carry, filled in for the action
*>   in hand.
01  WS-MERGE-NAME            PIC X(12).
01  WS-MERGE-ID              PIC 9(7).
01  WS-MERGE-PROGRAM         PIC X(30).
01  WS-MERGE-OLD-PROGRAM     PIC X(30).
01  WS-MERGE-DATE            PIC 9999/99/99.
01  WS-MERGE-SOURCE          PIC X(72).
01  WS-MERGED-LINE           PIC X(132).
01  WS-MERGE-IN-POS          PIC 9(3).
01  WS-MERGE-OUT-POS         PIC 9(3).

*>   How the action in hand is to go out.
01  WS-CHANNEL               PIC X.
    88  WS-SEND-BY-EMAIL         VALUE "E".
    88  WS-SEND-BY-LETTER        VALUE "P".
    88  WS-SEND-TO-CHASE         VALUE "C".
01  WS-AT-SIGN-COUNT         PIC 9(2).
01  WS-CHASE-REASON          PIC X(24).

*>   Letter page layout.
01  WS-LTR-LINE               PIC X(132).
01  WS-LTR-BLANK              PIC X(132) VALUE SPACES.
01  WS-LTR-RULE               PIC X(72) VALUE ALL "=".
01  WS-LTR-HEADING.
    02  WS-LTR-TITLE          PIC X(56).
    02  FILLER                PIC X(6) VALUE "DATE: ".
    02  WS-LTR-DATE           PIC 9999/99/99.

*>   One e-mail queue entry, built a piece at a time.
01  WS-EMAIL-LINE             PIC X(2048).
01  WS-EMAIL-POS              PIC 9(4).

*>   Control totals for the end-of-run summary.
01  WS-LOG-READ-COUNT        PIC 9(7) VALUE ZERO.
01  WS-IN-WINDOW-COUNT       PIC 9(7) VALUE ZERO.
01  WS-ALREADY-SENT-COUNT    PIC 9(7) VALUE ZERO.
01  WS-NO-TEMPLATE-COUNT     PIC 9(7) VALUE ZERO.
01  WS-LETTER-COUNT          PIC 9(7) VALUE ZERO.
01  WS-EMAIL-COUNT           PIC 9(7) VALUE ZERO.
01  WS-CHASE-COUNT           PIC 9(7) VALUE ZERO.
01  WS-CONTACT-RETIRED-COUNT PIC 9(7) VALUE ZERO.

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
    MOVE WS-TODAY-DATE-NUM TO WS-LTR-DATE

    ACCEPT WS-SIGNED-ON-OPERATOR FROM ENVIRONMENT "STUDENT_OPERATOR_ID"
    IF WS-SIGNED-ON-OPERATOR = SPACES
       MOVE "BATCH" TO WS-SIGNED-ON-OPERATOR
    END-IF

    PERFORM GetRunParms
    IF WS-FROM-DATE-FROM-PARMS
       DISPLAY "Actions logged from " WS-FROM-DATE-ENTRY
               " (from RunParms.Dat)"
    ELSE
       DISPLAY "Letters for actions logged from (YYYYMMDD, blank for "
               "yesterday): " WITH NO ADVANCING
       ACCEPT WS-FROM-DATE-ENTRY
    END-IF
    IF WS-FROM-DATE-ENTRY = SPACES
       COMPUTE WS-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 1)
    ELSE
       IF WS-FROM-DATE-ENTRY IS NOT NUMERIC
          DISPLAY "RUN REFUSED - from-date " WS-FROM-DATE-ENTRY
                  " is not a YYYYMMDD date"
          MOVE 8 TO RETURN-CODE
          PERFORM WriteRunControl
          GOBACK
       END-IF
       MOVE WS-FROM-DATE-ENTRY TO WS-FROM-DATE
       IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = ZERO
          OR WS-FROM-DATE > WS-TODAY-DATE-NUM
          DISPLAY "RUN REFUSED - from-date " WS-FROM-DATE-ENTRY
                  " is not a valid date up to today"
          MOVE 8 TO RETURN-CODE
          PERFORM WriteRunControl
          GOBACK
       END-IF
    END-IF

    PERFORM LoadTemplates
    IF WS-TEMPLATE-COUNT = ZERO
       DISPLAY "RUN REFUSED - no letter templates on "
               "Correspondence.Templates.Dat"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF
    PERFORM LoadProgramNames

    OPEN INPUT LogStudentRecords
    IF WS-LOG-FILE-STATUS NOT = "00" AND WS-LOG-FILE-STATUS NOT = "05"
       MOVE "logs.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-LOG-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN INPUT StudentFile
    IF WS-STUDENT-FILE-STATUS NOT = "00" AND WS-STUDENT-FILE-STATUS NOT = "05"
       MOVE "students.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-STUDENT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    *>   I-O - a deleted student's contact record is retired here once
    *>   the removal notice is dealt with.
    OPEN I-O ContactFile
    IF WS-CONTACT-FILE-STATUS NOT = "00" AND WS-CONTACT-FILE-STATUS NOT = "05"
       MOVE "students.contact.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-CONTACT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN I-O CorrespondenceFile
    IF WS-CORRESPONDENCE-FILE-STATUS NOT = "00"
       AND WS-CORRESPONDENCE-FILE-STATUS NOT = "05"
       MOVE "students.correspondence.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-CORRESPONDENCE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN EXTEND LetterFile
    IF WS-LETTER-FILE-STATUS NOT = "00" AND WS-LETTER-FILE-STATUS NOT = "05"
       MOVE "correspondence.letters (dated)" TO WS-ABORT-FILE-NAME
       MOVE WS-LETTER-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN EXTEND EmailQueueFile
    IF WS-EMAIL-FILE-STATUS NOT = "00" AND WS-EMAIL-FILE-STATUS NOT = "05"
       MOVE "correspondence.email (dated)" TO WS-ABORT-FILE-NAME
       MOVE WS-EMAIL-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN EXTEND ChaseFile
    IF WS-CHASE-FILE-STATUS NOT = "00" AND WS-CHASE-FILE-STATUS NOT = "05"
       MOVE "correspondence.chase (dated)" TO WS-ABORT-FILE-NAME
       MOVE WS-CHASE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF

    READ LogStudentRecords
        AT END SET EndOfLogFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfLogFile
        ADD 1 TO WS-LOG-READ-COUNT
        EVALUATE TRUE
            WHEN LogBeforeImage
                MOVE StudentId OF LogRecord TO WS-BEFORE-STUDENT-ID
                MOVE ProgramCode OF LogRecord TO WS-BEFORE-PROGRAM
            WHEN LogCorrespondenceAction
                 AND LogRunDate >= WS-FROM-DATE
                ADD 1 TO WS-IN-WINDOW-COUNT
                PERFORM CorrespondOneAction
        END-EVALUATE
        IF LogDelete
           PERFORM RetireDeletedContact
        END-IF
        READ LogStudentRecords
            AT END SET EndOfLogFile TO TRUE
        END-READ
    END-PERFORM

    CLOSE ChaseFile
    CLOSE EmailQueueFile
    CLOSE LetterFile
    CLOSE CorrespondenceFile
    CLOSE ContactFile
    CLOSE StudentFile
    CLOSE LogStudentRecords

    DISPLAY " "
    DISPLAY "=========== CorrespondenceRun Control Totals ==========="
    DISPLAY "Window - actions logged from.......... : " WS-FROM-DATE
    DISPLAY "logs.dat entries read................. : " WS-LOG-READ-COUNT
    DISPLAY "Correspondence actions in the window.. : " WS-IN-WINDOW-COUNT
    DISPLAY "  already sent (not written again).... : " WS-ALREADY-SENT-COUNT
    DISPLAY "  no template for the action.......... : " WS-NO-TEMPLATE-COUNT
    DISPLAY "  letters printed..................... : " WS-LETTER-COUNT
    DISPLAY "  e-mails queued...................... : " WS-EMAIL-COUNT
    DISPLAY "  on the chase list (no address)...... : " WS-CHASE-COUNT
    DISPLAY "Deleted students' contacts retired.... : " WS-CONTACT-RETIRED-COUNT
    DISPLAY "========================================================"
    IF WS-LETTER-COUNT > ZERO
       DISPLAY "Print correspondence.letters." WS-TODAY-DATE-NUM
               ".dat"
    END-IF
    IF WS-CHASE-COUNT > ZERO
       DISPLAY "Chase list written to correspondence.chase."
               WS-TODAY-DATE-NUM ".dat"
    END-IF

    PERFORM WriteRunControl

    GOBACK.

*>  ---------------------------------------------------------------
*>  WriteRunControl - this run's record counts and final
*>  RETURN-CODE, appended to Runs.Dat through runlogger.
*>  ---------------------------------------------------------------
WriteRunControl.
    MOVE "CorrespondenceRun" TO RunProgramName
    MOVE WS-RUN-START-DATE TO RunStartDate
    MOVE WS-RUN-START-TIME TO RunStartTime
    MOVE WS-LOG-READ-COUNT TO RunRecordsRead
    COMPUTE RunRecordsWritten = WS-LETTER-COUNT + WS-EMAIL-COUNT
    MOVE WS-CHASE-COUNT TO RunRejectedCount
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
*>  GetRunParms - reads RunParms.Dat (when it exists) for the
*>  LETTERS-FROM-DATE keyword. A missing file, or a file without the
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
        IF ParmKeyword = "LETTERS-FROM-DATE"
           MOVE ParmValue(1:8) TO WS-FROM-DATE-ENTRY
           SET WS-FROM-DATE-FROM-PARMS TO TRUE
        END-IF
        READ RunParmFile
            AT END SET EndOfRunParmFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE RunParmFile.

*>  ---------------------------------------------------------------
*>  LoadTemplates - the wording for each action from
*>  Correspondence.Templates.Dat. A line for an action outside the
*>  five, or past the twentieth body line, is warned about and
*>  ignored.
*>  ---------------------------------------------------------------
LoadTemplates.
    OPEN INPUT TemplateFile
    *>   Status 05 means the OPTIONAL file was absent and is now open
    *>   and empty - the read loop below just hits end-of-file and
    *>   main refuses the run.
    IF WS-TEMPLATE-FILE-STATUS NOT = "00" AND WS-TEMPLATE-FILE-STATUS NOT = "05"
       EXIT PARAGRAPH
    END-IF
    READ TemplateFile
        AT END SET EndOfTemplateFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfTemplateFile
        PERFORM TakeOneTemplateLine
        READ TemplateFile
            AT END SET EndOfTemplateFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE TemplateFile.

*>  ---------------------------------------------------------------
*>  TakeOneTemplateLine - the template line in the buffer onto its
*>  action's entry, the entry started on the action's first line.
*>  ---------------------------------------------------------------
TakeOneTemplateLine.
    IF TplAction NOT = "INSERT" AND TplAction NOT = "INACTV"
       AND TplAction NOT = "REACTV" AND TplAction NOT = "XFER"
       AND TplAction NOT = "DELETE"
       DISPLAY "WARNING - template line for unknown action "
               TplAction " ignored"
       EXIT PARAGRAPH
    END-IF
    MOVE TplAction TO WS-FIND-ACTION
    PERFORM FindTemplate
    IF WS-TEMPLATE-FOUND-IX = ZERO
       ADD 1 TO WS-TEMPLATE-COUNT
       MOVE WS-TEMPLATE-COUNT TO WS-TEMPLATE-FOUND-IX
       MOVE TplAction TO WS-TPL-ACTION(WS-TEMPLATE-FOUND-IX)
       MOVE SPACES TO WS-TPL-SUBJECT(WS-TEMPLATE-FOUND-IX)
       MOVE ZERO TO WS-TPL-LINE-COUNT(WS-TEMPLATE-FOUND-IX)
    END-IF
    EVALUATE TRUE
        WHEN TplSubjectLine
            MOVE TplText TO WS-TPL-SUBJECT(WS-TEMPLATE-FOUND-IX)
        WHEN WS-TPL-LINE-COUNT(WS-TEMPLATE-FOUND-IX) < 20
            ADD 1 TO WS-TPL-LINE-COUNT(WS-TEMPLATE-FOUND-IX)
            MOVE WS-TPL-LINE-COUNT(WS-TEMPLATE-FOUND-IX)
              TO WS-TPL-LINE-IX
            MOVE TplText
              TO WS-TPL-LINE(WS-TEMPLATE-FOUND-IX, WS-TPL-LINE-IX)
        WHEN OTHER
            DISPLAY "WARNING - " TplAction " template is over 20 "
                    "lines - the rest ignored"
    END-EVALUATE.

*>  ---------------------------------------------------------------
*>  FindTemplate - the template entry for the action in
*>  WS-FIND-ACTION, in WS-TEMPLATE-FOUND-IX (zero when none is on
*>  file).
*>  ---------------------------------------------------------------
FindTemplate.
    MOVE ZERO TO WS-TEMPLATE-FOUND-IX
    PERFORM VARYING WS-TEMPLATE-IX FROM 1 BY 1
            UNTIL WS-TEMPLATE-IX > WS-TEMPLATE-COUNT
       IF WS-TPL-ACTION(WS-TEMPLATE-IX) = WS-FIND-ACTION
          SET WS-TEMPLATE-FOUND-IX TO WS-TEMPLATE-IX
       END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  LoadProgramNames - each program's name from Programs.Dat. A
*>  missing file just leaves {PROGRAM} showing the code.
*>  ---------------------------------------------------------------
LoadProgramNames.
    OPEN INPUT ProgramFile
    *>   Status 05 means the OPTIONAL file was absent and is now open
    *>   and empty - the read loop below just hits end-of-file.
    IF WS-PROGRAM-FILE-STATUS NOT = "00" AND WS-PROGRAM-FILE-STATUS NOT = "05"
       EXIT PARAGRAPH
    END-IF
    READ ProgramFile
        AT END SET EndOfProgramFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfProgramFile
        IF WS-PROGRAM-NAME-COUNT < 20
           ADD 1 TO WS-PROGRAM-NAME-COUNT
           MOVE ProgCode TO WS-PN-CODE(WS-PROGRAM-NAME-COUNT)
           MOVE ProgName TO WS-PN-NAME(WS-PROGRAM-NAME-COUNT)
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
*>  FindProgramName - the name of WS-LOOKUP-PROGRAM in
*>  WS-PROGRAM-NAME-FOUND, or the code itself when it is not on
*>  Programs.Dat.
*>  ---------------------------------------------------------------
FindProgramName.
    MOVE WS-LOOKUP-PROGRAM TO WS-PROGRAM-NAME-FOUND
    PERFORM VARYING WS-PROGRAM-NAME-IX FROM 1 BY 1
            UNTIL WS-PROGRAM-NAME-IX > WS-PROGRAM-NAME-COUNT
       IF WS-PN-CODE(WS-PROGRAM-NAME-IX) = WS-LOOKUP-PROGRAM
          MOVE WS-PN-NAME(WS-PROGRAM-NAME-IX) TO WS-PROGRAM-NAME-FOUND
       END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  CorrespondOneAction - the logged action in the buffer: skipped
*>  when already sent or without a template, otherwise merged and
*>  sent by e-mail, by letter or to the chase list, and registered.
*>  ---------------------------------------------------------------
CorrespondOneAction.
    MOVE StudentId OF LogRecord TO CorrStudentId
    MOVE LogRunDate TO CorrLogDate
    MOVE LogRunTime TO CorrLogTime
    MOVE LogActionWord TO CorrAction
    READ CorrespondenceFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-ALREADY-REGISTERED AND CorrSent
       ADD 1 TO WS-ALREADY-SENT-COUNT
       EXIT PARAGRAPH
    END-IF

    MOVE LogActionWord TO WS-FIND-ACTION
    PERFORM FindTemplate
    IF WS-TEMPLATE-FOUND-IX = ZERO
       ADD 1 TO WS-NO-TEMPLATE-COUNT
       DISPLAY "No template - " LogActionWord " for "
               StudentId OF LogRecord " logged " LogRunDate
               " left for a later run"
       EXIT PARAGRAPH
    END-IF

    PERFORM SetMergeFields
    PERFORM ChooseChannel
    EVALUATE TRUE
        WHEN WS-SEND-BY-EMAIL
            PERFORM QueueEmail
        WHEN WS-SEND-BY-LETTER
            PERFORM PrintLetter
        WHEN OTHER
            PERFORM WriteChaseLine
    END-EVALUATE
    PERFORM RegisterAction.

*>  ---------------------------------------------------------------
*>  SetMergeFields - the values a template line can carry, for the
*>  action in the buffer.
*>  ---------------------------------------------------------------
SetMergeFields.
    MOVE SPACES TO WS-MERGE-NAME
    STRING FUNCTION TRIM(Initials OF LogRecord) " "
           FUNCTION TRIM(Surname OF LogRecord)
        DELIMITED BY SIZE INTO WS-MERGE-NAME
    END-STRING
    MOVE StudentId OF LogRecord TO WS-MERGE-ID
    MOVE LogRunDate TO WS-MERGE-DATE
    MOVE ProgramCode OF LogRecord TO WS-LOOKUP-PROGRAM
    PERFORM FindProgramName
    MOVE WS-PROGRAM-NAME-FOUND TO WS-MERGE-PROGRAM
    MOVE SPACES TO WS-MERGE-OLD-PROGRAM
    IF LogTransfer AND WS-BEFORE-STUDENT-ID = StudentId OF LogRecord
       MOVE WS-BEFORE-PROGRAM TO WS-LOOKUP-PROGRAM
       PERFORM FindProgramName
       MOVE WS-PROGRAM-NAME-FOUND TO WS-MERGE-OLD-PROGRAM
    END-IF.

*>  ---------------------------------------------------------------
*>  ChooseChannel - e-mail when the contact record carries a usable
*>  address (one with an @ in it), a letter when it carries a postal
*>  address line and city, otherwise the chase list.
*>  ---------------------------------------------------------------
ChooseChannel.
    MOVE StudentId OF LogRecord TO ContactStudentId
    READ ContactFile
        INVALID KEY CONTINUE
    END-READ
    IF NOT WS-CONTACT-FOUND
       SET WS-SEND-TO-CHASE TO TRUE
       MOVE "NO CONTACT RECORD" TO WS-CHASE-REASON
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO WS-AT-SIGN-COUNT
    INSPECT ContactEmail TALLYING WS-AT-SIGN-COUNT FOR ALL "@"
    EVALUATE TRUE
        WHEN WS-AT-SIGN-COUNT = 1
            SET WS-SEND-BY-EMAIL TO TRUE
        WHEN ContactAddressLine1 NOT = SPACES
             AND ContactCity NOT = SPACES
            SET WS-SEND-BY-LETTER TO TRUE
        WHEN OTHER
            SET WS-SEND-TO-CHASE TO TRUE
            MOVE "NO USABLE ADDRESS" TO WS-CHASE-REASON
    END-EVALUATE.

*>  ---------------------------------------------------------------
*>  MergeTemplateLine - WS-MERGE-SOURCE into WS-MERGED-LINE with
*>  each {field} replaced by its value for the student; any other
*>  text, braces included, is carried across as it stands.
*>  ---------------------------------------------------------------
MergeTemplateLine.
    MOVE SPACES TO WS-MERGED-LINE
    MOVE 1 TO WS-MERGE-OUT-POS
    MOVE 1 TO WS-MERGE-IN-POS
    PERFORM UNTIL WS-MERGE-IN-POS > 72
        EVALUATE TRUE
            WHEN WS-MERGE-SOURCE(WS-MERGE-IN-POS:1) NOT = "{"
                STRING WS-MERGE-SOURCE(WS-MERGE-IN-POS:1)
                    DELIMITED BY SIZE INTO WS-MERGED-LINE
                    WITH POINTER WS-MERGE-OUT-POS
                END-STRING
                ADD 1 TO WS-MERGE-IN-POS
            WHEN WS-MERGE-IN-POS <= 67
                 AND WS-MERGE-SOURCE(WS-MERGE-IN-POS:6) = "{NAME}"
                STRING FUNCTION TRIM(WS-MERGE-NAME)
                    DELIMITED BY SIZE INTO WS-MERGED-LINE
                    WITH POINTER WS-MERGE-OUT-POS
                END-STRING
                ADD 6 TO WS-MERGE-IN-POS
            WHEN WS-MERGE-IN-POS <= 69
                 AND WS-MERGE-SOURCE(WS-MERGE-IN-POS:4) = "{ID}"
                STRING WS-MERGE-ID
                    DELIMITED BY SIZE INTO WS-MERGED-LINE
                    WITH POINTER WS-MERGE-OUT-POS
                END-STRING
                ADD 4 TO WS-MERGE-IN-POS
            WHEN WS-MERGE-IN-POS <= 64
                 AND WS-MERGE-SOURCE(WS-MERGE-IN-POS:9) = "{PROGRAM}"
                STRING FUNCTION TRIM(WS-MERGE-PROGRAM)
                    DELIMITED BY SIZE INTO WS-MERGED-LINE
                    WITH POINTER WS-MERGE-OUT-POS
                END-STRING
                ADD 9 TO WS-MERGE-IN-POS
            WHEN WS-MERGE-IN-POS <= 61
                 AND WS-MERGE-SOURCE(WS-MERGE-IN-POS:12) = "{OLDPROGRAM}"
                STRING FUNCTION TRIM(WS-MERGE-OLD-PROGRAM)
                    DELIMITED BY SIZE INTO WS-MERGED-LINE
                    WITH POINTER WS-MERGE-OUT-POS
                END-STRING
                ADD 12 TO WS-MERGE-IN-POS
            WHEN WS-MERGE-IN-POS <= 67
                 AND WS-MERGE-SOURCE(WS-MERGE-IN-POS:6) = "{DATE}"
                STRING WS-MERGE-DATE
                    DELIMITED BY SIZE INTO WS-MERGED-LINE
                    WITH POINTER WS-MERGE-OUT-POS
                END-STRING
                ADD 6 TO WS-MERGE-IN-POS
            WHEN OTHER
                STRING WS-MERGE-SOURCE(WS-MERGE-IN-POS:1)
                    DELIMITED BY SIZE INTO WS-MERGED-LINE
                    WITH POINTER WS-MERGE-OUT-POS
                END-STRING
                ADD 1 TO WS-MERGE-IN-POS
        END-EVALUATE
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  PrintLetter - the letter: heading from the template's subject
*>  line, the student's name and postal address, then the merged
*>  body.
*>  ---------------------------------------------------------------
PrintLetter.
    MOVE WS-TPL-SUBJECT(WS-TEMPLATE-FOUND-IX) TO WS-MERGE-SOURCE
    PERFORM MergeTemplateLine
    MOVE WS-MERGED-LINE TO WS-LTR-TITLE
    WRITE LetterLine FROM WS-LTR-RULE
    WRITE LetterLine FROM WS-LTR-HEADING
    WRITE LetterLine FROM WS-LTR-RULE
    WRITE LetterLine FROM WS-LTR-BLANK
    MOVE WS-MERGE-NAME TO WS-LTR-LINE
    WRITE LetterLine FROM WS-LTR-LINE
    WRITE LetterLine FROM ContactAddressLine1
    IF ContactAddressLine2 NOT = SPACES
       WRITE LetterLine FROM ContactAddressLine2
    END-IF
    MOVE SPACES TO WS-LTR-LINE
    STRING ContactCity " " ContactPostalCode
        DELIMITED BY SIZE INTO WS-LTR-LINE
    END-STRING
    WRITE LetterLine FROM WS-LTR-LINE
    WRITE LetterLine FROM WS-LTR-BLANK
    MOVE SPACES TO WS-LTR-LINE
    STRING "STUDENT " WS-MERGE-ID DELIMITED BY SIZE INTO WS-LTR-LINE
    END-STRING
    WRITE LetterLine FROM WS-LTR-LINE
    WRITE LetterLine FROM WS-LTR-BLANK

    PERFORM VARYING WS-TPL-LINE-IX FROM 1 BY 1
            UNTIL WS-TPL-LINE-IX > WS-TPL-LINE-COUNT(WS-TEMPLATE-FOUND-IX)
       MOVE WS-TPL-LINE(WS-TEMPLATE-FOUND-IX, WS-TPL-LINE-IX)
         TO WS-MERGE-SOURCE
       PERFORM MergeTemplateLine
       WRITE LetterLine FROM WS-MERGED-LINE
    END-PERFORM

    WRITE LetterLine FROM WS-LTR-BLANK
    MOVE "STUDENT RECORDS OFFICE" TO WS-LTR-LINE
    WRITE LetterLine FROM WS-LTR-LINE
    WRITE LetterLine FROM WS-LTR-BLANK
    WRITE LetterLine FROM WS-LTR-BLANK
    IF WS-LETTER-FILE-STATUS NOT = "00"
       MOVE "correspondence.letters (dated)" TO WS-ABORT-FILE-NAME
       MOVE WS-LETTER-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF
    ADD 1 TO WS-LETTER-COUNT.

*>  ---------------------------------------------------------------
*>  QueueEmail - one JSON line on the dated e-mail queue, in the
*>  students.feed style: the action and its logged stamp (which the
*>  Node.js side can key on), the student, the address, the merged
*>  subject and the merged body lines.
*>  ---------------------------------------------------------------
QueueEmail.
    MOVE SPACES TO WS-EMAIL-LINE
    MOVE 1 TO WS-EMAIL-POS
    STRING '{"template":"'     FUNCTION TRIM(LogActionWord)
           '","logDate":"'     LogRunDate
           '","logTime":"'     LogRunTime
           '","studentId":"'   WS-MERGE-ID
           '","name":"'        FUNCTION TRIM(WS-MERGE-NAME)
           '","email":"'       FUNCTION TRIM(ContactEmail)
           '","subject":"'
        DELIMITED BY SIZE INTO WS-EMAIL-LINE
        WITH POINTER WS-EMAIL-POS
    END-STRING
    MOVE WS-TPL-SUBJECT(WS-TEMPLATE-FOUND-IX) TO WS-MERGE-SOURCE
    PERFORM MergeTemplateLine
    STRING FUNCTION TRIM(WS-MERGED-LINE) '","body":['
        DELIMITED BY SIZE INTO WS-EMAIL-LINE
        WITH POINTER WS-EMAIL-POS
    END-STRING
    PERFORM VARYING WS-TPL-LINE-IX FROM 1 BY 1
            UNTIL WS-TPL-LINE-IX > WS-TPL-LINE-COUNT(WS-TEMPLATE-FOUND-IX)
       MOVE WS-TPL-LINE(WS-TEMPLATE-FOUND-IX, WS-TPL-LINE-IX)
         TO WS-MERGE-SOURCE
       PERFORM MergeTemplateLine
       IF WS-TPL-LINE-IX > 1
          STRING "," DELIMITED BY SIZE INTO WS-EMAIL-LINE
              WITH POINTER WS-EMAIL-POS
          END-STRING
       END-IF
       STRING '"' FUNCTION TRIM(WS-MERGED-LINE TRAILING) '"'
           DELIMITED BY SIZE INTO WS-EMAIL-LINE
           WITH POINTER WS-EMAIL-POS
       END-STRING
    END-PERFORM
    STRING ']}' DELIMITED BY SIZE INTO WS-EMAIL-LINE
        WITH POINTER WS-EMAIL-POS
    END-STRING
    WRITE EmailQueueLine FROM WS-EMAIL-LINE
    IF WS-EMAIL-FILE-STATUS NOT = "00"
       MOVE "correspondence.email (dated)" TO WS-ABORT-FILE-NAME
       MOVE WS-EMAIL-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF
    ADD 1 TO WS-EMAIL-COUNT.

*>  ---------------------------------------------------------------
*>  WriteChaseLine - the student the action could not be sent to,
*>  for the front office to find an address for.
*>  ---------------------------------------------------------------
WriteChaseLine.
    MOVE SPACES TO ChaseLine
    STRING WS-MERGE-ID " " StudentName OF LogRecord " "
           LogActionWord " logged " WS-MERGE-DATE " - "
           WS-CHASE-REASON
        DELIMITED BY SIZE INTO ChaseLine
    END-STRING
    WRITE ChaseLine
    IF WS-CHASE-FILE-STATUS NOT = "00"
       MOVE "correspondence.chase (dated)" TO WS-ABORT-FILE-NAME
       MOVE WS-CHASE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF
    DISPLAY "Chase - " ChaseLine
    ADD 1 TO WS-CHASE-COUNT.

*>  ---------------------------------------------------------------
*>  RegisterAction - the action onto Students.Correspondence.Dat
*>  with how it went; a chased action tried again is rewritten with
*>  the outcome of this run.
*>  ---------------------------------------------------------------
RegisterAction.
    MOVE StudentId OF LogRecord TO CorrStudentId
    MOVE LogRunDate TO CorrLogDate
    MOVE LogRunTime TO CorrLogTime
    MOVE LogActionWord TO CorrAction
    MOVE WS-CHANNEL TO CorrChannel
    MOVE WS-TODAY-DATE-NUM TO CorrRunDate
    MOVE WS-SIGNED-ON-OPERATOR TO CorrOperatorId
    IF WS-ALREADY-REGISTERED
       REWRITE CorrespondenceRecord
           INVALID KEY CONTINUE
       END-REWRITE
    ELSE
       WRITE CorrespondenceRecord
           INVALID KEY CONTINUE
       END-WRITE
    END-IF
    IF WS-CORRESPONDENCE-FILE-STATUS NOT = "00"
       MOVE "students.correspondence.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-CORRESPONDENCE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF.

*>  ---------------------------------------------------------------
*>  RetireDeletedContact - the logged DELETE in the buffer: once its
*>  removal notice has been sent, or was chased on an earlier run
*>  and not tried again tonight, the deleted student's contact
*>  record goes, as StudentWrite once retired it with the student -
*>  unless the StudentId is on the roster again, when the record is
*>  the returning student's. A notice not yet dealt with (no
*>  template, or never in a window) keeps the record for it.
*>  ---------------------------------------------------------------
RetireDeletedContact.
    MOVE StudentId OF LogRecord TO CorrStudentId
    MOVE LogRunDate TO CorrLogDate
    MOVE LogRunTime TO CorrLogTime
    MOVE LogActionWord TO CorrAction
    READ CorrespondenceFile
        INVALID KEY CONTINUE
    END-READ
    IF NOT WS-ALREADY-REGISTERED
       EXIT PARAGRAPH
    END-IF
    IF CorrChased AND CorrRunDate = WS-TODAY-DATE-NUM
       EXIT PARAGRAPH
    END-IF
    MOVE StudentId OF LogRecord TO StudentId OF StudentDetails
    READ StudentFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-ON-ROSTER
       EXIT PARAGRAPH
    END-IF
    MOVE StudentId OF LogRecord TO ContactStudentId
    DELETE ContactFile RECORD
        INVALID KEY CONTINUE
    END-DELETE
    IF WS-CONTACT-FOUND
       ADD 1 TO WS-CONTACT-RETIRED-COUNT
    END-IF.

*>  ---------------------------------------------------------------
*>  SetFileAssignments - builds every data-file path from the
*>  STUDENT_DATA_DIR environment variable (default "data"), so the
*>  dataset directory is chosen at run time, not compile time. The
*>  letters, e-mail queue and chase list are dated, the
*>  students.feed convention.
*>  ---------------------------------------------------------------
SetFileAssignments.
    ACCEPT WS-DATA-DIR FROM ENVIRONMENT "STUDENT_DATA_DIR"
    IF WS-DATA-DIR = SPACES
       MOVE "data" TO WS-DATA-DIR
    END-IF
    MOVE SPACES TO WS-LOGS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/logs.dat"
        DELIMITED BY SIZE INTO WS-LOGS-PATH
    END-STRING
    MOVE SPACES TO WS-TEMPLATES-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/correspondence.templates.dat"
        DELIMITED BY SIZE INTO WS-TEMPLATES-PATH
    END-STRING
    MOVE SPACES TO WS-PROGRAMS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/programs.dat"
        DELIMITED BY SIZE INTO WS-PROGRAMS-PATH
    END-STRING
    MOVE SPACES TO WS-STUDENTS-CONTACT-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.contact.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-CONTACT-PATH
    END-STRING
    MOVE SPACES TO WS-STUDENTS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-PATH
    END-STRING
    MOVE SPACES TO WS-CORRESPONDENCE-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.correspondence.dat"
        DELIMITED BY SIZE INTO WS-CORRESPONDENCE-PATH
    END-STRING
    MOVE SPACES TO WS-LETTERS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/correspondence.letters."
           FUNCTION CURRENT-DATE(1:8) ".dat"
        DELIMITED BY SIZE INTO WS-LETTERS-PATH
    END-STRING
    MOVE SPACES TO WS-EMAIL-QUEUE-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/correspondence.email."
           FUNCTION CURRENT-DATE(1:8) ".json"
        DELIMITED BY SIZE INTO WS-EMAIL-QUEUE-PATH
    END-STRING
    MOVE SPACES TO WS-CHASE-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/correspondence.chase."
           FUNCTION CURRENT-DATE(1:8) ".dat"
        DELIMITED BY SIZE INTO WS-CHASE-PATH
    END-STRING
    MOVE SPACES TO WS-RUNPARMS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/runparms.dat"
        DELIMITED BY SIZE INTO WS-RUNPARMS-PATH
    END-STRING.
