IDENTIFICATION DIVISION.
PROGRAM-ID. PortalIntakeImport.
AUTHOR. Anton Georgescu.
*> Batch intake of new applications submitted on the web portal -
*> the front door ContactImport is the side door of. The portal
*> drops Portal.Applications.Dat (one fixed-format line per
*> application: the portal's application reference, the student
*> fields in Transins.Dat order, then the address fields in
*> Students.Contact.Dat order), and this run checks each applicant
*> the way a clerk keying it through StudentTransEntry would be
*> expected to: a complete application, a real date of birth, a
*> ProgramCode that is both valid and on Programs.Dat, the
*> program's minimum age, and no probable duplicate of someone
*> already on Students.Dat (same Surname and DateOfBirth) or
*> accepted earlier in the same file.
*> An accepted applicant is given the next StudentId from the web
*> office's reserved range on Offices.Dat (office WB unless
*> RunParms.Dat names another under PORTAL-OFFICE) and becomes an
*> Add in Transbatch.Portal.Dat, which TransConsolidate picks up
*> and empties with the other system-owned batches, so the Add
*> flows through StudentWrite's validation and merge like any
*> other; the applicant's address goes straight onto
*> Students.Contact.Dat under the new id. A probable duplicate is
*> never added - it is referred to the office with the StudentId
*> it appears to match - and a failed check declines the
*> application with its reason. Every application lands on
*> Portal.Responses.Dat as ACCEPTED (A), REFERRED (R) or
*> DECLINED (D), which the web side reads back.
*>
*> RETURN-CODEs: 0 done, 8 refused (no Programs.Dat, or the web
*> office is not on Offices.Dat), 12 file error.

*> cobc -x -free portalintakeimport.cbl      (standalone)
*> cobc -m -free portalintakeimport.cbl      (module, CALLable from OperatorConsole)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT StudentFile ASSIGN WS-STUDENTS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS StudentId
             ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
             FILE STATUS IS WS-STUDENT-FILE-STATUS.

      SELECT ApplicationFile ASSIGN WS-PORTAL-APPLICATIONS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-APPLICATION-FILE-STATUS.

      SELECT ResponseFile ASSIGN WS-PORTAL-RESPONSES-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-RESPONSE-FILE-STATUS.

      SELECT OPTIONAL PortalBatchFile ASSIGN WS-TRANSBATCH-PORTAL-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-PORTAL-BATCH-FILE-STATUS.

      SELECT OPTIONAL ContactFile ASSIGN WS-STUDENTS-CONTACT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS ContactStudentId
             FILE STATUS IS WS-CONTACT-FILE-STATUS.

      SELECT OPTIONAL ProgramFile ASSIGN WS-PROGRAMS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-PROGRAM-FILE-STATUS.

      SELECT OPTIONAL OfficeFile ASSIGN WS-OFFICES-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-OFFICE-FILE-STATUS.

      SELECT OPTIONAL RunParmFile ASSIGN WS-RUNPARMS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-RUNPARM-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD StudentFile.
01 StudentDetails.
   COPY studrec.

*>   One portal application per line - the portal's own reference,
*>   the student fields in Transins.Dat order and the address
*>   fields in Students.Contact.Dat order, so the web side builds
*>   the line straight off its form.
FD ApplicationFile.
01 ApplicationRecord.
   88 EndOfApplicationFile VALUE HIGH-VALUES.
   02 ApplReference        PIC X(10).
   02 ApplSurname          PIC X(8).
   02 ApplInitials         PIC XX.
   02 ApplDateOfBirth.
      03 ApplYOBirth       PIC 9(4).
      03 ApplMOBirth       PIC 9(2).
      03 ApplDOBirth       PIC 9(2).
   02 ApplPhoneNo          PIC 9(10).
   02 ApplProgramCode      PIC X(4).
       COPY programcode.
   02 ApplGender           PIC X.
       COPY gender.
   02 ApplLoanAmount       PIC 9(5).
   02 ApplAddressLine1     PIC X(30).
   02 ApplAddressLine2     PIC X(30).
   02 ApplCity             PIC X(20).
   02 ApplPostalCode       PIC X(10).
   02 ApplEmail            PIC X(40).

*>   One response per application, read back by the web side: the
*>   portal's reference, the outcome, the StudentId assigned (on an
*>   acceptance) or the StudentId the applicant appears to match
*>   (on a referral), and why a referral or decline was made.
FD ResponseFile.
01 ResponseRecord.
   02 RespReference        PIC X(10).
   02 FILLER               PIC X.
   02 RespOutcome          PIC X.
      88 RespAccepted         VALUE "A".
      88 RespReferred         VALUE "R".
      88 RespDeclined         VALUE "D".
   02 FILLER               PIC X.
   02 RespStudentId        PIC X(7).
   02 FILLER               PIC X.
   02 RespReason           PIC X(30).

FD PortalBatchFile.
01 PortalBatchRecord.
   COPY transrec.

FD ContactFile.
01 ContactRecord.
   COPY contactrec.

FD ProgramFile.
01 ProgramRefRecord.
   88 EndOfProgramFile     VALUE HIGH-VALUES.
   COPY progrec.

FD OfficeFile.
01 OfficeRecord.
   88 EndOfOfficeFile      VALUE HIGH-VALUES.
   COPY officerec.

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
01  WS-PORTAL-APPLICATIONS-PATH PIC X(160).
01  WS-PORTAL-RESPONSES-PATH PIC X(160).
01  WS-TRANSBATCH-PORTAL-PATH PIC X(160).
01  WS-STUDENTS-CONTACT-PATH PIC X(160).
01  WS-PROGRAMS-PATH         PIC X(160).
01  WS-OFFICES-PATH          PIC X(160).
01  WS-RUNPARMS-PATH         PIC X(160).

01  WS-STUDENT-FILE-STATUS   PIC XX.
01  WS-APPLICATION-FILE-STATUS PIC XX.
01  WS-RESPONSE-FILE-STATUS  PIC XX.
01  WS-PORTAL-BATCH-FILE-STATUS PIC XX.
01  WS-CONTACT-FILE-STATUS   PIC XX.
    88  WS-CONTACT-FOUND         VALUE "00".
01  WS-PROGRAM-FILE-STATUS   PIC XX.
01  WS-OFFICE-FILE-STATUS    PIC XX.
01  WS-RUNPARM-FILE-STATUS   PIC XX.
*>   File-status hardening - a required file that fails to open
*>   abandons the run with a clear operator message and RETURN-CODE
*>   12, instead of a runtime abort partway through.
01  WS-ABORT-FILE-NAME        PIC X(30).
01  WS-ABORT-FILE-STATUS      PIC XX.

*>   The office whose reserved range the portal's applicants are
*>   numbered from - WB unless RunParms.Dat says otherwise under
*>   PORTAL-OFFICE. Stamped on every Add as its origin office, so
*>   StudentWrite checks the id against that same range and routes
*>   any reject back to the web office.
01  WS-WEB-OFFICE-CODE       PIC X(2) VALUE "WB".

*>   Programs.Dat - the codes on file and each program's minimum
*>   entry age, the same reference StudentWrite judges Adds by.
01  WS-PROGRAM-REF-TABLE.
    02  WS-PROGRAM-REF-COUNT    PIC 9(2) VALUE ZERO.
    02  WS-PROGRAM-REF-ENTRY OCCURS 20 TIMES INDEXED BY WS-PROGRAM-REF-IX.
        03  WS-PRG-CODE             PIC X(4).
        03  WS-PRG-MIN-AGE          PIC 9(3).
01  WS-PROGRAM-REF-FOUND-IX  PIC 9(2).

*>   The per-office id ranges from Offices.Dat; only the web
*>   office's next-id is advanced here, and the whole table is
*>   merged and written back once the batch is on disk.
01  WS-OFFICE-TABLE.
    02  WS-OFFICE-COUNT         PIC 9(2) VALUE ZERO.
    02  WS-OFFICE-ENTRY OCCURS 10 TIMES INDEXED BY WS-OFFICE-IX.
        03  WS-OFF-CODE           PIC X(2).
        03  WS-OFF-NAME           PIC X(20).
        03  WS-OFF-RANGE-LOW      PIC 9(7).
        03  WS-OFF-RANGE-HIGH     PIC 9(7).
        03  WS-OFF-NEXT-ID        PIC 9(7).
01  WS-OFFICE-FOUND-IX       PIC 9(2).
01  WS-WEB-OFFICE-IX         PIC 9(2).
01  WS-IDS-ASSIGNED-SW       PIC X VALUE 'N'.
    88  WS-IDS-ASSIGNED          VALUE 'Y'.

*>   Applicants accepted earlier in this same file, by Surname and
*>   DateOfBirth - the roster cannot show them yet, so a form
*>   submitted twice would otherwise be accepted twice. Capped at
*>   1000; past the cap only the roster check applies.
01  WS-ACCEPTED-TABLE.
    02  WS-ACCEPTED-COUNT-IN-TABLE PIC 9(4) VALUE ZERO.
    02  WS-ACCEPTED-ENTRY OCCURS 1000 TIMES INDEXED BY WS-ACCEPTED-IX.
        03  WS-ACC-SURNAME        PIC X(8).
        03  WS-ACC-DATE-OF-BIRTH  PIC 9(8).
        03  WS-ACC-STUDENT-ID     PIC 9(7).

*>   Calendar check on the applicant's date of birth - the month's
*>   real length (February by leap year) and a comparison against
*>   today's date, the same rule StudentWrite applies to an Add.
01  WS-TODAY-DATE-NUM        PIC 9(8).
01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-NUM.
    02  WS-TODAY-YEAR           PIC 9(4).
    02  WS-TODAY-MONTH          PIC 9(2).
    02  WS-TODAY-DAY            PIC 9(2).
01  WS-DAYS-IN-MONTH         PIC 9(2).
01  WS-LEAP-REMAINDER        PIC 9(4).
01  WS-BIRTH-DATE-NUM        PIC 9(8).
01  WS-APPLICANT-AGE         PIC S9(3).

*>   The outcome of the application in hand - the reason is blank
*>   for an acceptance; the matched id is set on a referral.
01  WS-DECLINE-REASON        PIC X(30).
01  WS-DUPLICATE-SW          PIC X.
    88  WS-DUPLICATE-FOUND       VALUE 'Y'.
01  WS-MATCHED-STUDENT-ID    PIC 9(7).
01  WS-BROWSE-EOF-SW         PIC X.
    88  WS-BROWSE-EOF            VALUE 'Y'.
01  WS-NEW-STUDENT-ID        PIC 9(7).

*>   Control totals for the end-of-run summary.
01  WS-APPLICATIONS-READ-COUNT PIC 9(7) VALUE ZERO.
01  WS-ACCEPTED-COUNT        PIC 9(7) VALUE ZERO.
01  WS-REFERRED-COUNT        PIC 9(7) VALUE ZERO.
01  WS-DECLINED-COUNT        PIC 9(7) VALUE ZERO.
01  WS-CONTACT-FAILED-COUNT  PIC 9(7) VALUE ZERO.

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
    MOVE WS-RUN-START-DATE TO WS-TODAY-DATE-NUM

    PERFORM GetRunParms

    PERFORM LoadProgramTable
    IF WS-PROGRAM-REF-COUNT = ZERO
       DISPLAY "RUN REFUSED - Programs.Dat is not on file, so program "
               "codes and minimum ages cannot be checked - maintain it "
               "through ProgramMaint first"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF

    PERFORM LoadOfficeTable
    MOVE ZERO TO WS-WEB-OFFICE-IX
    PERFORM VARYING WS-OFFICE-IX FROM 1 BY 1
            UNTIL WS-OFFICE-IX > WS-OFFICE-COUNT
       IF WS-OFF-CODE(WS-OFFICE-IX) = WS-WEB-OFFICE-CODE
          MOVE WS-OFFICE-IX TO WS-WEB-OFFICE-IX
       END-IF
    END-PERFORM
    IF WS-WEB-OFFICE-IX = ZERO
       DISPLAY "RUN REFUSED - web office " WS-WEB-OFFICE-CODE
               " is not on Offices.Dat, so no StudentIds can be "
               "assigned - set up its range with OfficeMaint first"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF

    OPEN INPUT StudentFile
    IF WS-STUDENT-FILE-STATUS NOT = "00" AND WS-STUDENT-FILE-STATUS NOT = "05"
       MOVE "students.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-STUDENT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN INPUT ApplicationFile
    IF WS-APPLICATION-FILE-STATUS NOT = "00"
       MOVE "portal.applications.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-APPLICATION-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN I-O ContactFile
    IF WS-CONTACT-FILE-STATUS NOT = "00" AND WS-CONTACT-FILE-STATUS NOT = "05"
       MOVE "students.contact.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-CONTACT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    *>   Extended, never rewritten - Adds already waiting from an
    *>   earlier intake that TransConsolidate has not yet taken stay
    *>   in the batch.
    OPEN EXTEND PortalBatchFile
    IF WS-PORTAL-BATCH-FILE-STATUS NOT = "00"
       AND WS-PORTAL-BATCH-FILE-STATUS NOT = "05"
       MOVE "transbatch.portal.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-PORTAL-BATCH-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN OUTPUT ResponseFile
    IF WS-RESPONSE-FILE-STATUS NOT = "00" AND WS-RESPONSE-FILE-STATUS NOT = "05"
       MOVE "portal.responses.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-RESPONSE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF

    READ ApplicationFile
        AT END SET EndOfApplicationFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfApplicationFile
        ADD 1 TO WS-APPLICATIONS-READ-COUNT
        PERFORM ProcessOneApplication
        READ ApplicationFile
            AT END SET EndOfApplicationFile TO TRUE
        END-READ
    END-PERFORM

    CLOSE StudentFile
    CLOSE ApplicationFile
    CLOSE ContactFile
    CLOSE PortalBatchFile
    CLOSE ResponseFile

    *>   Only now that every accepted Add is in the batch file are
    *>   the issued ids recorded - the merge inside keeps any ids a
    *>   clerk or TransConsolidate issued meanwhile.
    IF WS-IDS-ASSIGNED
       PERFORM SaveOfficeTable
    END-IF

    DISPLAY " "
    DISPLAY "============ PortalIntakeImport Control Totals ============"
    DISPLAY "Applications read..................... : " WS-APPLICATIONS-READ-COUNT
    DISPLAY "Accepted (Adds generated)............. : " WS-ACCEPTED-COUNT
    DISPLAY "Referred as probable duplicates....... : " WS-REFERRED-COUNT
    DISPLAY "Declined.............................. : " WS-DECLINED-COUNT
    DISPLAY "Addresses not loaded.................. : " WS-CONTACT-FAILED-COUNT
    DISPLAY "=========================================================="
    IF WS-ACCEPTED-COUNT > ZERO
       DISPLAY "Accepted Adds written to Transbatch.Portal.Dat - they "
               "flow through TransConsolidate on the next cycle"
    END-IF
    DISPLAY "Responses for the web side written to Portal.Responses.Dat"

    PERFORM WriteRunControl

    GOBACK.

*>  ---------------------------------------------------------------
*>  WriteRunControl - this run's record counts and final
*>  RETURN-CODE, appended to Runs.Dat through runlogger.
*>  ---------------------------------------------------------------
WriteRunControl.
    MOVE "PortalIntakeImport" TO RunProgramName
    MOVE WS-RUN-START-DATE TO RunStartDate
    MOVE WS-RUN-START-TIME TO RunStartTime
    MOVE WS-APPLICATIONS-READ-COUNT TO RunRecordsRead
    MOVE WS-ACCEPTED-COUNT TO RunRecordsWritten
    COMPUTE RunRejectedCount = WS-REFERRED-COUNT + WS-DECLINED-COUNT
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
*>  failed and abandon the run with RETURN-CODE 12. The ids issued
*>  so far are recorded first, so none can be issued twice.
*>  ---------------------------------------------------------------
FileWriteAbort.
    DISPLAY "FILE ERROR - write to " WS-ABORT-FILE-NAME
            " failed (file status " WS-ABORT-FILE-STATUS
            ") - run abandoned"
    IF WS-IDS-ASSIGNED
       PERFORM SaveOfficeTable
    END-IF
    MOVE 12 TO RETURN-CODE
    PERFORM WriteRunControl
    GOBACK.

*>  ---------------------------------------------------------------
*>  GetRunParms - reads RunParms.Dat (when it exists) for this
*>  program's PORTAL-OFFICE keyword. A missing file, or a file
*>  without the keyword, leaves the web office at WB.
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
        IF ParmKeyword = "PORTAL-OFFICE" AND ParmValue(1:2) NOT = SPACES
           MOVE ParmValue(1:2) TO WS-WEB-OFFICE-CODE
        END-IF
        READ RunParmFile
            AT END SET EndOfRunParmFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE RunParmFile.

*>  ---------------------------------------------------------------
*>  LoadProgramTable - reads Programs.Dat (when it exists) into
*>  WS-PROGRAM-REF-TABLE; only the code and minimum age matter here.
*>  ---------------------------------------------------------------
LoadProgramTable.
    OPEN INPUT ProgramFile
    IF WS-PROGRAM-FILE-STATUS NOT = "00"
       *>   Status 05 means the OPTIONAL open created an empty file -
       *>   close it again; the count stays zero and main refuses.
       IF WS-PROGRAM-FILE-STATUS = "05"
          CLOSE ProgramFile
       END-IF
       EXIT PARAGRAPH
    END-IF
    READ ProgramFile
        AT END SET EndOfProgramFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfProgramFile
        IF WS-PROGRAM-REF-COUNT < 20
           ADD 1 TO WS-PROGRAM-REF-COUNT
           MOVE ProgCode   TO WS-PRG-CODE(WS-PROGRAM-REF-COUNT)
           MOVE ProgMinAge TO WS-PRG-MIN-AGE(WS-PROGRAM-REF-COUNT)
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
*>  ProcessOneApplication - one portal application: checked, then
*>  accepted, referred or declined, with its response written
*>  either way.
*>  ---------------------------------------------------------------
ProcessOneApplication.
    MOVE SPACES TO WS-DECLINE-REASON
    MOVE 'N' TO WS-DUPLICATE-SW
    MOVE ZERO TO WS-MATCHED-STUDENT-ID

    PERFORM CheckApplication
    IF WS-DECLINE-REASON NOT = SPACES
       PERFORM DeclineApplication
       EXIT PARAGRAPH
    END-IF

    PERFORM CheckProbableDuplicate
    IF WS-DUPLICATE-FOUND
       PERFORM ReferApplication
       EXIT PARAGRAPH
    END-IF

    IF WS-OFF-NEXT-ID(WS-WEB-OFFICE-IX)
       > WS-OFF-RANGE-HIGH(WS-WEB-OFFICE-IX)
       DISPLAY "WARNING - web office " WS-WEB-OFFICE-CODE "'s id "
               "range is exhausted - extend it with OfficeMaint"
       MOVE "NO STUDENTID FREE - RESUBMIT" TO WS-DECLINE-REASON
       PERFORM DeclineApplication
       EXIT PARAGRAPH
    END-IF

    PERFORM AcceptApplication.

*>  ---------------------------------------------------------------
*>  CheckApplication - the application must be complete, carry a
*>  real date of birth, name a valid program that is on
*>  Programs.Dat, and the applicant must have reached that
*>  program's minimum age. The first failure found is the reason.
*>  ---------------------------------------------------------------
CheckApplication.
    EVALUATE TRUE
        WHEN ApplReference = SPACES
            MOVE "BLANK APPLICATION REFERENCE" TO WS-DECLINE-REASON
        WHEN ApplSurname = SPACES
            MOVE "BLANK SURNAME" TO WS-DECLINE-REASON
        WHEN ApplPhoneNo NOT NUMERIC
            MOVE "NON-NUMERIC PHONE NUMBER" TO WS-DECLINE-REASON
        WHEN ApplLoanAmount NOT NUMERIC
            MOVE "NON-NUMERIC LOAN AMOUNT" TO WS-DECLINE-REASON
        WHEN NOT TransGenderValid OF ApplicationRecord
            MOVE "INVALID GENDER" TO WS-DECLINE-REASON
        WHEN ApplAddressLine1 = SPACES
            MOVE "BLANK ADDRESS LINE 1" TO WS-DECLINE-REASON
        WHEN ApplPostalCode = SPACES
            MOVE "BLANK POSTAL CODE" TO WS-DECLINE-REASON
    END-EVALUATE
    IF WS-DECLINE-REASON NOT = SPACES
       EXIT PARAGRAPH
    END-IF

    PERFORM ValidateBirthDate
    IF WS-DECLINE-REASON NOT = SPACES
       EXIT PARAGRAPH
    END-IF

    IF NOT TransProgramCodeValid OF ApplicationRecord
       MOVE "INVALID PROGRAM CODE" TO WS-DECLINE-REASON
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO WS-PROGRAM-REF-FOUND-IX
    PERFORM VARYING WS-PROGRAM-REF-IX FROM 1 BY 1
            UNTIL WS-PROGRAM-REF-IX > WS-PROGRAM-REF-COUNT
       IF WS-PRG-CODE(WS-PROGRAM-REF-IX) = ApplProgramCode
          MOVE WS-PROGRAM-REF-IX TO WS-PROGRAM-REF-FOUND-IX
       END-IF
    END-PERFORM
    IF WS-PROGRAM-REF-FOUND-IX = ZERO
       MOVE "PROGRAM NOT ON PROGRAMS.DAT" TO WS-DECLINE-REASON
       EXIT PARAGRAPH
    END-IF

    COMPUTE WS-APPLICANT-AGE = WS-TODAY-YEAR - ApplYOBirth
    IF WS-TODAY-MONTH < ApplMOBirth
       OR (WS-TODAY-MONTH = ApplMOBirth AND WS-TODAY-DAY < ApplDOBirth)
       SUBTRACT 1 FROM WS-APPLICANT-AGE
    END-IF
    IF WS-APPLICANT-AGE < WS-PRG-MIN-AGE(WS-PROGRAM-REF-FOUND-IX)
       MOVE "UNDER PROGRAM MINIMUM AGE" TO WS-DECLINE-REASON
    END-IF.

*>  ---------------------------------------------------------------
*>  ValidateBirthDate - ApplYOBirth/ApplMOBirth/ApplDOBirth must
*>  form a real calendar date (February checked by leap year) that
*>  is not in the future.
*>  ---------------------------------------------------------------
ValidateBirthDate.
    IF ApplYOBirth NOT NUMERIC
       OR ApplMOBirth NOT NUMERIC
       OR ApplDOBirth NOT NUMERIC
       MOVE "NON-NUMERIC BIRTH DATE" TO WS-DECLINE-REASON
       EXIT PARAGRAPH
    END-IF

    IF ApplMOBirth < 1 OR ApplMOBirth > 12
       MOVE "IMPOSSIBLE BIRTH MONTH" TO WS-DECLINE-REASON
       EXIT PARAGRAPH
    END-IF

    PERFORM SetDaysInBirthMonth
    IF ApplDOBirth < 1 OR ApplDOBirth > WS-DAYS-IN-MONTH
       MOVE "IMPOSSIBLE BIRTH DAY" TO WS-DECLINE-REASON
       EXIT PARAGRAPH
    END-IF

    MOVE ApplDateOfBirth TO WS-BIRTH-DATE-NUM
    IF WS-BIRTH-DATE-NUM > WS-TODAY-DATE-NUM
       MOVE "BIRTH DATE IN FUTURE" TO WS-DECLINE-REASON
    END-IF.

*>  ---------------------------------------------------------------
*>  SetDaysInBirthMonth - how many days ApplMOBirth really has in
*>  ApplYOBirth (February 29 only in a leap year: divisible by 4,
*>  except centuries not divisible by 400).
*>  ---------------------------------------------------------------
SetDaysInBirthMonth.
    EVALUATE ApplMOBirth
        WHEN 4
        WHEN 6
        WHEN 9
        WHEN 11
            MOVE 30 TO WS-DAYS-IN-MONTH
        WHEN 2
            MOVE 28 TO WS-DAYS-IN-MONTH
            COMPUTE WS-LEAP-REMAINDER = FUNCTION MOD(ApplYOBirth, 4)
            IF WS-LEAP-REMAINDER = ZERO
               MOVE 29 TO WS-DAYS-IN-MONTH
               COMPUTE WS-LEAP-REMAINDER = FUNCTION MOD(ApplYOBirth, 100)
               IF WS-LEAP-REMAINDER = ZERO
                  COMPUTE WS-LEAP-REMAINDER =
                          FUNCTION MOD(ApplYOBirth, 400)
                  IF WS-LEAP-REMAINDER NOT = ZERO
                     MOVE 28 TO WS-DAYS-IN-MONTH
                  END-IF
               END-IF
            END-IF
        WHEN OTHER
            MOVE 31 TO WS-DAYS-IN-MONTH
    END-EVALUATE.

*>  ---------------------------------------------------------------
*>  CheckProbableDuplicate - an applicant whose Surname and
*>  DateOfBirth match a student already on Students.Dat (whatever
*>  their status) or an applicant accepted earlier in this file is
*>  probably the same person applying again. The roster is browsed
*>  along the Surname alternate key from the first record with the
*>  applicant's surname until the surnames stop matching.
*>  ---------------------------------------------------------------
CheckProbableDuplicate.
    MOVE ApplDateOfBirth TO WS-BIRTH-DATE-NUM
    PERFORM VARYING WS-ACCEPTED-IX FROM 1 BY 1
            UNTIL WS-ACCEPTED-IX > WS-ACCEPTED-COUNT-IN-TABLE
               OR WS-DUPLICATE-FOUND
       IF WS-ACC-SURNAME(WS-ACCEPTED-IX) = ApplSurname
          AND WS-ACC-DATE-OF-BIRTH(WS-ACCEPTED-IX) = WS-BIRTH-DATE-NUM
          SET WS-DUPLICATE-FOUND TO TRUE
          MOVE WS-ACC-STUDENT-ID(WS-ACCEPTED-IX)
            TO WS-MATCHED-STUDENT-ID
       END-IF
    END-PERFORM
    IF WS-DUPLICATE-FOUND
       EXIT PARAGRAPH
    END-IF

    MOVE 'N' TO WS-BROWSE-EOF-SW
    MOVE ApplSurname TO Surname
    START StudentFile KEY IS EQUAL TO Surname
        INVALID KEY SET WS-BROWSE-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-BROWSE-EOF
        READ StudentFile NEXT
            AT END SET WS-BROWSE-EOF TO TRUE
        END-READ
        IF NOT WS-BROWSE-EOF
           IF Surname NOT = ApplSurname
              SET WS-BROWSE-EOF TO TRUE
           ELSE
              IF DateOfBirth = ApplDateOfBirth
                 SET WS-DUPLICATE-FOUND TO TRUE
                 MOVE StudentId TO WS-MATCHED-STUDENT-ID
                 SET WS-BROWSE-EOF TO TRUE
              END-IF
           END-IF
        END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  AcceptApplication - numbers the applicant from the web office's
*>  range, writes the Add to Transbatch.Portal.Dat, loads the
*>  address onto Students.Contact.Dat under the new id and answers
*>  the portal with the id assigned.
*>  ---------------------------------------------------------------
AcceptApplication.
    MOVE WS-OFF-NEXT-ID(WS-WEB-OFFICE-IX) TO WS-NEW-STUDENT-ID
    ADD 1 TO WS-OFF-NEXT-ID(WS-WEB-OFFICE-IX)
    SET WS-IDS-ASSIGNED TO TRUE

    MOVE SPACES TO PortalBatchRecord
    MOVE WS-NEW-STUDENT-ID  TO TransStudentID-N
    SET TransTypeAdd        TO TRUE
    MOVE ApplSurname        TO TransSurname
    MOVE ApplInitials       TO TransInitials
    MOVE ApplYOBirth        TO TransYOBirth
    MOVE ApplMOBirth        TO TransMOBirth
    MOVE ApplDOBirth        TO TransDOBirth
    MOVE ApplPhoneNo        TO TransPhoneNo
    MOVE ApplProgramCode    TO TransProgramCode
    MOVE ApplGender         TO TransGender
    MOVE ApplLoanAmount     TO TransLoanAmount
    MOVE ZERO               TO TransEffectiveDate
    MOVE WS-WEB-OFFICE-CODE TO TransOriginOffice
    WRITE PortalBatchRecord
    IF WS-PORTAL-BATCH-FILE-STATUS NOT = "00"
       MOVE "transbatch.portal.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-PORTAL-BATCH-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF

    IF WS-ACCEPTED-COUNT-IN-TABLE < 1000
       ADD 1 TO WS-ACCEPTED-COUNT-IN-TABLE
       MOVE ApplSurname
         TO WS-ACC-SURNAME(WS-ACCEPTED-COUNT-IN-TABLE)
       MOVE ApplDateOfBirth
         TO WS-ACC-DATE-OF-BIRTH(WS-ACCEPTED-COUNT-IN-TABLE)
       MOVE WS-NEW-STUDENT-ID
         TO WS-ACC-STUDENT-ID(WS-ACCEPTED-COUNT-IN-TABLE)
    END-IF

    PERFORM LoadApplicantContact

    ADD 1 TO WS-ACCEPTED-COUNT
    MOVE SPACES TO ResponseRecord
    MOVE ApplReference TO RespReference
    SET RespAccepted TO TRUE
    MOVE WS-NEW-STUDENT-ID TO RespStudentId
    WRITE ResponseRecord
    DISPLAY "ACCEPTED " ApplReference " - StudentId "
            WS-NEW-STUDENT-ID " " ApplSurname " " ApplProgramCode.

*>  ---------------------------------------------------------------
*>  LoadApplicantContact - the applicant's address onto
*>  Students.Contact.Dat under the new id, written (or rewritten,
*>  should a record somehow already sit under that id) the way
*>  ContactImport applies a change. A failure is reported but does
*>  not undo the acceptance - the address can be keyed through
*>  StudentContactEntry once the student is on the roster.
*>  ---------------------------------------------------------------
LoadApplicantContact.
    MOVE WS-NEW-STUDENT-ID TO ContactStudentId
    READ ContactFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-CONTACT-FOUND
       MOVE ApplAddressLine1 TO ContactAddressLine1
       MOVE ApplAddressLine2 TO ContactAddressLine2
       MOVE ApplCity         TO ContactCity
       MOVE ApplPostalCode   TO ContactPostalCode
       MOVE ApplEmail        TO ContactEmail
       REWRITE ContactRecord
           INVALID KEY CONTINUE
       END-REWRITE
    ELSE
       MOVE SPACES TO ContactRecord
       MOVE WS-NEW-STUDENT-ID TO ContactStudentId
       MOVE ApplAddressLine1 TO ContactAddressLine1
       MOVE ApplAddressLine2 TO ContactAddressLine2
       MOVE ApplCity         TO ContactCity
       MOVE ApplPostalCode   TO ContactPostalCode
       MOVE ApplEmail        TO ContactEmail
       WRITE ContactRecord
           INVALID KEY CONTINUE
       END-WRITE
    END-IF
    IF WS-CONTACT-FILE-STATUS NOT = "00"
       ADD 1 TO WS-CONTACT-FAILED-COUNT
       DISPLAY "WARNING - address for StudentId " WS-NEW-STUDENT-ID
               " not loaded (file status " WS-CONTACT-FILE-STATUS
               ") - key it through StudentContactEntry"
    END-IF.

*>  ---------------------------------------------------------------
*>  ReferApplication - a probable duplicate is not added; the
*>  portal is told which StudentId the applicant appears to match,
*>  so the office can follow it up with the applicant.
*>  ---------------------------------------------------------------
ReferApplication.
    ADD 1 TO WS-REFERRED-COUNT
    MOVE SPACES TO ResponseRecord
    MOVE ApplReference TO RespReference
    SET RespReferred TO TRUE
    MOVE WS-MATCHED-STUDENT-ID TO RespStudentId
    MOVE "PROBABLE DUPLICATE OF STUDENT" TO RespReason
    WRITE ResponseRecord
    DISPLAY "REFERRED " ApplReference " - " ApplSurname
            " matches StudentId " WS-MATCHED-STUDENT-ID.

*>  ---------------------------------------------------------------
*>  DeclineApplication - the application failed a check; the
*>  portal is told why, and no id is used up.
*>  ---------------------------------------------------------------
DeclineApplication.
    ADD 1 TO WS-DECLINED-COUNT
    MOVE SPACES TO ResponseRecord
    MOVE ApplReference TO RespReference
    SET RespDeclined TO TRUE
    MOVE WS-DECLINE-REASON TO RespReason
    WRITE ResponseRecord
    DISPLAY "DECLINED " ApplReference " - " WS-DECLINE-REASON.

*>  ---------------------------------------------------------------
*>  LoadOfficeTable - reads Offices.Dat (when it exists) into the
*>  range table. A missing file leaves the count at zero, and main
*>  refuses the run.
*>  ---------------------------------------------------------------
LoadOfficeTable.
    OPEN INPUT OfficeFile
    *>   Status 05 means the OPTIONAL file was absent and is now open
    *>   and empty - the read loop below just hits end-of-file.
    IF WS-OFFICE-FILE-STATUS NOT = "00" AND WS-OFFICE-FILE-STATUS NOT = "05"
       EXIT PARAGRAPH
    END-IF
    READ OfficeFile
        AT END SET EndOfOfficeFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfOfficeFile
        IF WS-OFFICE-COUNT < 10
           ADD 1 TO WS-OFFICE-COUNT
           MOVE OfficeCode      TO WS-OFF-CODE(WS-OFFICE-COUNT)
           MOVE OfficeName      TO WS-OFF-NAME(WS-OFFICE-COUNT)
           MOVE OfficeRangeLow  TO WS-OFF-RANGE-LOW(WS-OFFICE-COUNT)
           MOVE OfficeRangeHigh TO WS-OFF-RANGE-HIGH(WS-OFFICE-COUNT)
           MOVE OfficeNextId    TO WS-OFF-NEXT-ID(WS-OFFICE-COUNT)
        ELSE
           DISPLAY "WARNING - office table is full (10 offices) - "
                   "record for " OfficeCode " not loaded"
        END-IF
        READ OfficeFile
            AT END SET EndOfOfficeFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE OfficeFile.

*>  ---------------------------------------------------------------
*>  SaveOfficeTable - writes the advanced next-ids back over
*>  Offices.Dat, so an id issued this run can never be issued
*>  again. The file is re-read and merged immediately before the
*>  rewrite: another session (an entry clerk, TransConsolidate) may
*>  have issued ids of its own since this run loaded the table, and
*>  writing a stale copy back would re-issue them.
*>  ---------------------------------------------------------------
SaveOfficeTable.
    MOVE 'N' TO WS-IDS-ASSIGNED-SW
    PERFORM MergeOfficeNextIds
    OPEN OUTPUT OfficeFile
    IF WS-OFFICE-FILE-STATUS NOT = "00" AND WS-OFFICE-FILE-STATUS NOT = "05"
       DISPLAY "WARNING - cannot rewrite offices.dat (file status "
               WS-OFFICE-FILE-STATUS ") - issued ids NOT recorded, "
               "review the ranges with OfficeMaint"
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-OFFICE-IX FROM 1 BY 1
            UNTIL WS-OFFICE-IX > WS-OFFICE-COUNT
       MOVE WS-OFF-CODE(WS-OFFICE-IX)       TO OfficeCode
       MOVE WS-OFF-NAME(WS-OFFICE-IX)       TO OfficeName
       MOVE WS-OFF-RANGE-LOW(WS-OFFICE-IX)  TO OfficeRangeLow
       MOVE WS-OFF-RANGE-HIGH(WS-OFFICE-IX) TO OfficeRangeHigh
       MOVE WS-OFF-NEXT-ID(WS-OFFICE-IX)    TO OfficeNextId
       WRITE OfficeRecord
       IF WS-OFFICE-FILE-STATUS NOT = "00"
          *>   A short write loses advanced next-ids, and an id
          *>   re-issued inside a valid range is a duplicate no
          *>   downstream check can catch.
          DISPLAY "FILE ERROR - write to offices.dat failed (file "
                  "status " WS-OFFICE-FILE-STATUS ") - the file may "
                  "be incomplete; review the ranges with OfficeMaint "
                  "before issuing more ids"
          CLOSE OfficeFile
          MOVE 12 TO RETURN-CODE
          PERFORM WriteRunControl
          GOBACK
       END-IF
    END-PERFORM
    CLOSE OfficeFile.

*>  ---------------------------------------------------------------
*>  MergeOfficeNextIds - folds what other sessions did to
*>  Offices.Dat while this run held its copy back into the table:
*>  the disk's name and range win for each office (OfficeMaint may
*>  have edited them), the next-id becomes the higher of the disk's
*>  and ours (next-ids only ever advance), and an office added on
*>  disk since start-up is kept. An unreadable file just leaves the
*>  table as it stands.
*>  ---------------------------------------------------------------
MergeOfficeNextIds.
    OPEN INPUT OfficeFile
    IF WS-OFFICE-FILE-STATUS NOT = "00"
       IF WS-OFFICE-FILE-STATUS = "05"
          CLOSE OfficeFile
       END-IF
       EXIT PARAGRAPH
    END-IF
    READ OfficeFile
        AT END SET EndOfOfficeFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfOfficeFile
        MOVE ZERO TO WS-OFFICE-FOUND-IX
        PERFORM VARYING WS-OFFICE-IX FROM 1 BY 1
                UNTIL WS-OFFICE-IX > WS-OFFICE-COUNT
           IF WS-OFF-CODE(WS-OFFICE-IX) = OfficeCode
              MOVE WS-OFFICE-IX TO WS-OFFICE-FOUND-IX
           END-IF
        END-PERFORM
        IF WS-OFFICE-FOUND-IX NOT = ZERO
           MOVE OfficeName      TO WS-OFF-NAME(WS-OFFICE-FOUND-IX)
           MOVE OfficeRangeLow  TO WS-OFF-RANGE-LOW(WS-OFFICE-FOUND-IX)
           MOVE OfficeRangeHigh TO WS-OFF-RANGE-HIGH(WS-OFFICE-FOUND-IX)
           IF OfficeNextId > WS-OFF-NEXT-ID(WS-OFFICE-FOUND-IX)
              MOVE OfficeNextId TO WS-OFF-NEXT-ID(WS-OFFICE-FOUND-IX)
           END-IF
        ELSE
           IF WS-OFFICE-COUNT < 10
              ADD 1 TO WS-OFFICE-COUNT
              MOVE OfficeCode      TO WS-OFF-CODE(WS-OFFICE-COUNT)
              MOVE OfficeName      TO WS-OFF-NAME(WS-OFFICE-COUNT)
              MOVE OfficeRangeLow  TO WS-OFF-RANGE-LOW(WS-OFFICE-COUNT)
              MOVE OfficeRangeHigh TO WS-OFF-RANGE-HIGH(WS-OFFICE-COUNT)
              MOVE OfficeNextId    TO WS-OFF-NEXT-ID(WS-OFFICE-COUNT)
           END-IF
        END-IF
        READ OfficeFile
            AT END SET EndOfOfficeFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE OfficeFile.

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
    MOVE SPACES TO WS-PORTAL-APPLICATIONS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/portal.applications.dat"
        DELIMITED BY SIZE INTO WS-PORTAL-APPLICATIONS-PATH
    END-STRING
    MOVE SPACES TO WS-PORTAL-RESPONSES-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/portal.responses.dat"
        DELIMITED BY SIZE INTO WS-PORTAL-RESPONSES-PATH
    END-STRING
    MOVE SPACES TO WS-TRANSBATCH-PORTAL-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/transbatch.portal.dat"
        DELIMITED BY SIZE INTO WS-TRANSBATCH-PORTAL-PATH
    END-STRING
    MOVE SPACES TO WS-STUDENTS-CONTACT-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.contact.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-CONTACT-PATH
    END-STRING
    MOVE SPACES TO WS-PROGRAMS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/programs.dat"
        DELIMITED BY SIZE INTO WS-PROGRAMS-PATH
    END-STRING
    MOVE SPACES TO WS-OFFICES-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/offices.dat"
        DELIMITED BY SIZE INTO WS-OFFICES-PATH
    END-STRING
    MOVE SPACES TO WS-RUNPARMS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/runparms.dat"
        DELIMITED BY SIZE INTO WS-RUNPARMS-PATH
    END-STRING.
