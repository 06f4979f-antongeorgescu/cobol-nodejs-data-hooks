*> not exist. StudentWrite reads this file when an Add or Update
*> carries a loan above its program's ceiling - the guarantee on
*> file must cover the excess or the transaction is rejected.
*> Keying a guarantor puts a fresh guarantee in force - any release
*> or outstanding demand GuarantorRun recorded against the old one
*> is cleared - and the entry is logged on
*> Students.Guarantor.Log.Dat, ENTERED or REPLACED, under the
*> signed-on operator.

*> cobc -x -free guarantorentry.cbl      (standalone)
*> cobc -m -free guarantorentry.cbl      (module, CALLable from OperatorConsole)
             RECORD KEY IS GuarStudentId
             FILE STATUS IS WS-GUARANTOR-FILE-STATUS.

      SELECT OPTIONAL GuarantorLogFile ASSIGN WS-GUARANTOR-LOG-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-GUARANTOR-LOG-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
01 GuarantorRecord.
   COPY guarrec.

FD GuarantorLogFile.
01 GuarantorLogRecord.
   COPY guarlog.

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>   comes from the STUDENT_DATA_DIR environment variable (default
01  WS-DATA-DIR              PIC X(64).
01  WS-STUDENTS-PATH         PIC X(160).
01  WS-STUDENTS-GUARANTOR-PATH PIC X(160).
01  WS-GUARANTOR-LOG-PATH    PIC X(160).

01  WS-STUDENT-FILE-STATUS   PIC XX.
    88  WS-STUDENT-FOUND         VALUE "00".
01  WS-GUARANTOR-FILE-STATUS PIC XX.
    88  WS-GUARANTOR-FOUND       VALUE "00".
01  WS-GUARANTOR-LOG-FILE-STATUS PIC XX.
*>   A write that fails mid-session abandons the run with a clear
*>   operator message and RETURN-CODE 12.
01  WS-ABORT-FILE-NAME        PIC X(30).
01  WS-ABORT-FILE-STATUS      PIC XX.

*>   Operator named on the guarantee log - BATCH when nobody has
*>   signed on through OperatorConsole.
01  WS-SIGNED-ON-OPERATOR    PIC X(8).
01  WS-ENTRY-STAMP.
    02 WS-ENTRY-DATE          PIC 9(8).
    02 WS-ENTRY-TIME          PIC 9(8).

01  WS-ENTRY-STUDENT-ID      PIC 9(7).
01  WS-MORE-ENTRIES-SW       PIC X VALUE 'Y'.
PROCEDURE DIVISION.
main.
    PERFORM SetFileAssignments
    ACCEPT WS-SIGNED-ON-OPERATOR FROM ENVIRONMENT "STUDENT_OPERATOR_ID"
    IF WS-SIGNED-ON-OPERATOR = SPACES
       MOVE "BATCH" TO WS-SIGNED-ON-OPERATOR
    END-IF
    OPEN INPUT StudentFile
    IF WS-STUDENT-FILE-STATUS NOT = "00"
       DISPLAY "FILE ERROR - cannot open students.dat (file status "
       MOVE 12 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN EXTEND GuarantorLogFile
    IF WS-GUARANTOR-LOG-FILE-STATUS NOT = "00"
       AND WS-GUARANTOR-LOG-FILE-STATUS NOT = "05"
       DISPLAY "FILE ERROR - cannot open students.guarantor.log.dat "
               "(file status " WS-GUARANTOR-LOG-FILE-STATUS
               ") - run abandoned"
       MOVE 12 TO RETURN-CODE
       GOBACK
    END-IF

    PERFORM UNTIL NOT WS-MORE-ENTRIES
       PERFORM EnterGuarantorRecord

    CLOSE StudentFile
    CLOSE GuarantorFile
    CLOSE GuarantorLogFile
    GOBACK.

*>  ---------------------------------------------------------------
    ACCEPT GuarPostalCode
    DISPLAY "Guaranteed amount: " WITH NO ADVANCING
    ACCEPT GuarAmount
    MOVE "A" TO GuarStatus
    MOVE ZERO TO GuarStatusDate
    MOVE "N" TO GuarDemandSw
    MOVE ZERO TO GuarLastDemandDate

    IF WS-GUARANTOR-IS-NEW
       WRITE GuarantorRecord
           INVALID KEY DISPLAY "Rewrite failed - file status "
                               WS-GUARANTOR-FILE-STATUS
       END-REWRITE
    END-IF
    *>   Only a guarantee that reached the file is logged.
    IF WS-GUARANTOR-FOUND
       PERFORM LogGuarantorEntry
    END-IF.

*>  ---------------------------------------------------------------
*>  LogGuarantorEntry - the guarantee just keyed onto the guarantee
*>  history log, ENTERED for a new guarantor record, REPLACED for
*>  one keyed over.
*>  ---------------------------------------------------------------
LogGuarantorEntry.
    MOVE FUNCTION CURRENT-DATE(1:16) TO WS-ENTRY-STAMP
    MOVE SPACES TO GuarantorLogRecord
    MOVE GuarStudentId TO GlogStudentId
    MOVE WS-ENTRY-DATE TO GlogDate
    MOVE WS-ENTRY-TIME TO GlogTime
    IF WS-GUARANTOR-IS-NEW
       SET GlogEntered TO TRUE
    ELSE
       SET GlogReplaced TO TRUE
    END-IF
    MOVE GuarAmount TO GlogGuarAmount
    MOVE ZERO TO GlogBalance
    MOVE ZERO TO GlogCeiling
    MOVE ZERO TO GlogDaysSincePay
    MOVE ZERO TO GlogAmountDemanded
    MOVE WS-SIGNED-ON-OPERATOR TO GlogOperatorId
    WRITE GuarantorLogRecord
    IF WS-GUARANTOR-LOG-FILE-STATUS NOT = "00"
       MOVE "students.guarantor.log.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-GUARANTOR-LOG-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF.

*>  ---------------------------------------------------------------
*>  FileWriteAbort - a write failed mid-session; report what
*>  actually failed and abandon the run with RETURN-CODE 12.
*>  ---------------------------------------------------------------
FileWriteAbort.
    DISPLAY "FILE ERROR - write to " WS-ABORT-FILE-NAME
            " failed (file status " WS-ABORT-FILE-STATUS
            ") - run abandoned"
    MOVE 12 TO RETURN-CODE
    GOBACK.

*>  ---------------------------------------------------------------
*>  DisplayGuarantorRecord - the guarantor block, the way
*>  StudentContactEntry shows a contact record.
    DISPLAY "  Phone......: " GuarPhoneNo
    DISPLAY "  Address....: " GuarAddressLine1
    DISPLAY "  City.......: " GuarCity SPACE GuarPostalCode
    DISPLAY "  Guarantees.: " GuarAmount
    EVALUATE TRUE
        WHEN GuarReleased
            DISPLAY "  Status.....: RELEASED " GuarStatusDate
        WHEN GuarDemandOutstanding
            DISPLAY "  Status.....: IN FORCE - DEMAND SENT "
                    GuarLastDemandDate
        WHEN OTHER
            DISPLAY "  Status.....: IN FORCE"
    END-EVALUATE.

*>  ---------------------------------------------------------------
*>  SetFileAssignments - builds every data-file path from the
    MOVE SPACES TO WS-STUDENTS-GUARANTOR-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.guarantor.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-GUARANTOR-PATH
    END-STRING
    MOVE SPACES TO WS-GUARANTOR-LOG-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.guarantor.log.dat"
        DELIMITED BY SIZE INTO WS-GUARANTOR-LOG-PATH
    END-STRING.
