IDENTIFICATION DIVISION.
PROGRAM-ID. GuarantorConvert.
AUTHOR. Anton Georgescu.
*> One-off cutover utility for the guarantee status fields - the
*> Students.Guarantor.Dat record grew from 122 to 150 bytes when
*> GuarantorRun began following guarantees (GuarStatus,
*> GuarStatusDate, GuarDemandSw, GuarLastDemandDate and a FILLER),
*> and a file written in the old length opens with file status 39
*> (attribute conflict) in every program that now declares the
*> 150-byte layout. The file must be converted once, before the
*> first run after that release is installed - every program that
*> reads the file (StudentWrite, GuarantorEntry, GuarantorRun and the
*> rest) stops on the open error until it is.
*> This program reads the legacy file through a SELECT carrying the
*> 122-byte layout, stages every record to a plain sequential
*> safety copy (students.guarantor.convert.tmp, left on disk), and
*> rewrites students.guarantor.dat in the 150-byte layout with each
*> guarantee in force (GuarStatus "A") and no demand outstanding.
*> Run it exactly once per dataset directory; a file already in the
*> new layout opens with status 39 HERE instead (the legacy SELECT
*> no longer matches it) and the program refuses to touch it.
*>
*> RETURN-CODEs: 0 converted, 4 nothing to do (no guarantor file on
*> disk or already converted), 12 file error, 16 lock refused.

*> cobc -x -free guarantorconvert.cbl      (standalone)
*> cobc -m -free guarantorconvert.cbl      (module for the operator console)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      *>   The legacy guarantor file, read in the 122-byte layout.
      SELECT OldGuarantorFile ASSIGN WS-STUDENTS-GUARANTOR-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS OldGuarStudentId
             FILE STATUS IS WS-OLD-FILE-STATUS.

      *>   Plain sequential staging/safety copy - left on disk after
      *>   the conversion so the cutover can be backed out by hand.
      SELECT WorkFile ASSIGN WS-GUARANTOR-CONVERT-TMP-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-WORK-FILE-STATUS.

      *>   The same file, rewritten in the layout every other program
      *>   in the suite now declares.
      SELECT NewGuarantorFile ASSIGN WS-STUDENTS-GUARANTOR-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS GuarStudentId
             FILE STATUS IS WS-NEW-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
*>   The record as it stood before the status fields - the key and
*>   the 115 bytes of guarantor details from GuarName to GuarAmount.
FD OldGuarantorFile.
01 OldGuarantorRecord.
   88 EndOfOldFile         VALUE HIGH-VALUES.
   02 OldGuarStudentId     PIC 9(7).
   02 OldGuarDetails       PIC X(115).

FD WorkFile.
01 WorkRecord.
   88 EndOfWorkFile        VALUE HIGH-VALUES.
   02 WorkGuarStudentId    PIC 9(7).
   02 WorkGuarDetails      PIC X(115).

FD NewGuarantorFile.
01 GuarantorRecord.
   COPY guarrec.

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>   comes from the STUDENT_DATA_DIR environment variable (default
*>   "data"), so the same compiled programs run against the
*>   production directory tonight and a test copy tomorrow morning
*>   without recompiling.
01  WS-DATA-DIR              PIC X(64).
01  WS-STUDENTS-GUARANTOR-PATH PIC X(160).
01  WS-GUARANTOR-CONVERT-TMP-PATH PIC X(160).

01  WS-OLD-FILE-STATUS       PIC XX.
01  WS-WORK-FILE-STATUS      PIC XX.
01  WS-NEW-FILE-STATUS       PIC XX.

*>   Run-lock taken through runlock so the conversion cannot collide
*>   with StudentWrite, which reads the guarantor file while it
*>   merges the roster.
01  WS-LOCK-ACTION           PIC X(4).
01  WS-LOCK-OWNER            PIC X(20) VALUE "GuarantorConvert".
01  WS-LOCK-RESULT           PIC X VALUE 'N'.
    88  WS-LOCK-GRANTED          VALUE 'Y'.

*>   Run-control record appended to Runs.Dat through runlogger as
*>   the program finishes, so the job-health report can show how the
*>   cutover went.
01  WS-RUN-CONTROL.
    COPY runctl.
01  WS-RUN-START-STAMP.
    02 WS-RUN-START-DATE      PIC 9(8).
    02 WS-RUN-START-TIME      PIC 9(6).

*>   Control totals for the end-of-run summary.
01  WS-STAGED-COUNT          PIC 9(7) VALUE ZERO.
01  WS-CONVERTED-COUNT       PIC 9(7) VALUE ZERO.

PROCEDURE DIVISION.
main.
    PERFORM SetFileAssignments
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP

    MOVE 'GET ' TO WS-LOCK-ACTION
    CALL "runlock" USING BY REFERENCE WS-LOCK-ACTION, WS-LOCK-OWNER,
                                      WS-LOCK-RESULT
    IF NOT WS-LOCK-GRANTED
       DISPLAY "CONVERSION REFUSED - students.dat is locked by another run"
       MOVE 16 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF

    PERFORM StageLegacyGuarantors
    PERFORM RewriteInNewLayout

    PERFORM ReleaseRunLock

    DISPLAY " "
    DISPLAY "================ GuarantorConvert Control Totals ================"
    DISPLAY "Records staged from the legacy file... : " WS-STAGED-COUNT
    DISPLAY "Records rewritten in the new layout... : " WS-CONVERTED-COUNT
    DISPLAY "Safety copy left on disk.............. : students.guarantor.convert.tmp"
    DISPLAY "=================================================================="

    PERFORM WriteRunControl

    GOBACK.

*>  ---------------------------------------------------------------
*>  StageLegacyGuarantors - copies the legacy guarantor file to the
*>  sequential work file. A status 35 means no guarantor file
*>  exists; a status 39 means the file no longer matches the
*>  122-byte layout, i.e. it has already been converted - both end
*>  the run without touching it.
*>  ---------------------------------------------------------------
StageLegacyGuarantors.
    OPEN INPUT OldGuarantorFile
    EVALUATE WS-OLD-FILE-STATUS
        WHEN "00"
            CONTINUE
        WHEN "35"
            DISPLAY "No students.guarantor.dat on disk - nothing to "
                    "convert"
            PERFORM ReleaseRunLock
            MOVE 4 TO RETURN-CODE
            PERFORM WriteRunControl
            GOBACK
        WHEN "39"
            DISPLAY "students.guarantor.dat does not match the 122-byte "
                    "layout - it already carries the guarantee status; "
                    "nothing to convert"
            PERFORM ReleaseRunLock
            MOVE 4 TO RETURN-CODE
            PERFORM WriteRunControl
            GOBACK
        WHEN OTHER
            DISPLAY "FILE ERROR - cannot open students.guarantor.dat "
                    "(file status " WS-OLD-FILE-STATUS ") - run "
                    "abandoned"
            PERFORM ReleaseRunLock
            MOVE 12 TO RETURN-CODE
            PERFORM WriteRunControl
            GOBACK
    END-EVALUATE

    OPEN OUTPUT WorkFile
    IF WS-WORK-FILE-STATUS NOT = "00" AND WS-WORK-FILE-STATUS NOT = "05"
       DISPLAY "FILE ERROR - cannot create students.guarantor.convert"
               ".tmp (file status " WS-WORK-FILE-STATUS ") - "
               "students.guarantor.dat left untouched"
       CLOSE OldGuarantorFile
       PERFORM ReleaseRunLock
       MOVE 12 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF

    READ OldGuarantorFile
        AT END SET EndOfOldFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfOldFile
        WRITE WorkRecord FROM OldGuarantorRecord
        IF WS-WORK-FILE-STATUS NOT = "00"
           DISPLAY "FILE ERROR - write to students.guarantor.convert"
                   ".tmp failed (file status " WS-WORK-FILE-STATUS
                   ") - students.guarantor.dat left untouched"
           CLOSE OldGuarantorFile
           CLOSE WorkFile
           PERFORM ReleaseRunLock
           MOVE 12 TO RETURN-CODE
           PERFORM WriteRunControl
           GOBACK
        END-IF
        ADD 1 TO WS-STAGED-COUNT
        READ OldGuarantorFile
            AT END SET EndOfOldFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE OldGuarantorFile
    CLOSE WorkFile
    DISPLAY "Staged " WS-STAGED-COUNT
            " records to students.guarantor.convert.tmp".

*>  ---------------------------------------------------------------
*>  RewriteInNewLayout - recreates students.guarantor.dat from the
*>  work file in the 150-byte layout. Every guarantee on file before
*>  the status existed was in force, so each comes across as "A"
*>  with no release date and no demand outstanding. The work file
*>  stays on disk as the back-out copy.
*>  ---------------------------------------------------------------
RewriteInNewLayout.
    OPEN INPUT WorkFile
    IF WS-WORK-FILE-STATUS NOT = "00"
       DISPLAY "FILE ERROR - cannot reopen students.guarantor.convert"
               ".tmp (file status " WS-WORK-FILE-STATUS ") - "
               "students.guarantor.dat left untouched"
       PERFORM ReleaseRunLock
       MOVE 12 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF
    OPEN OUTPUT NewGuarantorFile
    IF WS-NEW-FILE-STATUS NOT = "00" AND WS-NEW-FILE-STATUS NOT = "05"
       DISPLAY "FILE ERROR - cannot rewrite students.guarantor.dat "
               "(file status " WS-NEW-FILE-STATUS ") - reload it from "
               "students.guarantor.convert.tmp"
       CLOSE WorkFile
       PERFORM ReleaseRunLock
       MOVE 12 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF

    READ WorkFile
        AT END SET EndOfWorkFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfWorkFile
        MOVE SPACES TO GuarantorRecord
        MOVE WorkRecord TO GuarantorRecord(1:122)
        MOVE "A" TO GuarStatus
        MOVE ZERO TO GuarStatusDate
        MOVE "N" TO GuarDemandSw
        MOVE ZERO TO GuarLastDemandDate
        WRITE GuarantorRecord
        IF WS-NEW-FILE-STATUS NOT = "00"
           DISPLAY "FILE ERROR - write to students.guarantor.dat "
                   "failed (file status " WS-NEW-FILE-STATUS ") after "
                   WS-CONVERTED-COUNT " records - reload it from "
                   "students.guarantor.convert.tmp"
           CLOSE WorkFile
           CLOSE NewGuarantorFile
           PERFORM ReleaseRunLock
           MOVE 12 TO RETURN-CODE
           PERFORM WriteRunControl
           GOBACK
        END-IF
        ADD 1 TO WS-CONVERTED-COUNT
        READ WorkFile
            AT END SET EndOfWorkFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE WorkFile
    CLOSE NewGuarantorFile.

*>  ---------------------------------------------------------------
*>  ReleaseRunLock - hands the lock back once this run is done.
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
    MOVE "GuarantorConvert" TO RunProgramName
    MOVE WS-RUN-START-DATE TO RunStartDate
    MOVE WS-RUN-START-TIME TO RunStartTime
    MOVE WS-STAGED-COUNT TO RunRecordsRead
    MOVE WS-CONVERTED-COUNT TO RunRecordsWritten
    MOVE ZERO TO RunRejectedCount
    MOVE RETURN-CODE TO RunReturnCode
    CALL "runlogger" USING BY REFERENCE WS-RUN-CONTROL.

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
    MOVE SPACES TO WS-STUDENTS-GUARANTOR-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.guarantor.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-GUARANTOR-PATH
    END-STRING
    MOVE SPACES TO WS-GUARANTOR-CONVERT-TMP-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.guarantor.convert.tmp"
        DELIMITED BY SIZE INTO WS-GUARANTOR-CONVERT-TMP-PATH
    END-STRING.
