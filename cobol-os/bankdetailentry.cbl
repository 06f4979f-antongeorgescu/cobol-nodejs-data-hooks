IDENTIFICATION DIVISION.
PROGRAM-ID. BankDetailEntry.
AUTHOR. Anton Georgescu.
*> Interactive maintenance for Students.Bank.Dat - prompts for one
*> student's bank account at a time (account name, routing number,
*> account number) and writes (or rewrites) the matching bank
*> record, the same way GuarantorEntry maintains the guarantor file.
*> The StudentId is checked against the roster first, so accounts
*> cannot be keyed for students who do not exist, and a routing
*> number that is not nine digits or a blank account number is
*> refused rather than stored - BankPaymentRun pays disbursements
*> and refunds into whatever account is on file here.

*> cobc -x -free bankdetailentry.cbl      (standalone)
*> cobc -m -free bankdetailentry.cbl      (module, CALLable from OperatorConsole)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT StudentFile ASSIGN WS-STUDENTS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS StudentId
             ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
             FILE STATUS IS WS-STUDENT-FILE-STATUS.

      SELECT OPTIONAL BankFile ASSIGN WS-STUDENTS-BANK-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS BankStudentId
             FILE STATUS IS WS-BANK-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD StudentFile.
01 StudentDetails.
   COPY studrec.

FD BankFile.
01 BankRecord.
   COPY bankrec.

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>   comes from the STUDENT_DATA_DIR environment variable (default
*>   "data"), so the same compiled programs run against the
*>   production directory tonight and a test copy tomorrow morning
*>   without recompiling.
01  WS-DATA-DIR              PIC X(64).
01  WS-STUDENTS-PATH         PIC X(160).
01  WS-STUDENTS-BANK-PATH    PIC X(160).

01  WS-STUDENT-FILE-STATUS   PIC XX.
    88  WS-STUDENT-FOUND         VALUE "00".
01  WS-BANK-FILE-STATUS      PIC XX.
    88  WS-BANK-FOUND            VALUE "00".

01  WS-ENTRY-STUDENT-ID      PIC 9(7).
01  WS-MORE-ENTRIES-SW       PIC X VALUE 'Y'.
    88  WS-MORE-ENTRIES          VALUE 'Y'.

01  WS-BANK-IS-NEW-SW        PIC X.
    88  WS-BANK-IS-NEW           VALUE 'Y'.

*>   The routing number is taken as text first so a short or
*>   non-numeric answer can be refused instead of stored.
01  WS-ENTRY-ROUTING-NO      PIC X(9).
01  WS-ENTRY-ROUTING-NO-N REDEFINES WS-ENTRY-ROUTING-NO PIC 9(9).

PROCEDURE DIVISION.
main.
    PERFORM SetFileAssignments
    OPEN INPUT StudentFile
    IF WS-STUDENT-FILE-STATUS NOT = "00"
       DISPLAY "FILE ERROR - cannot open students.dat (file status "
               WS-STUDENT-FILE-STATUS ") - run abandoned"
       MOVE 12 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN I-O BankFile
    IF WS-BANK-FILE-STATUS NOT = "00" AND WS-BANK-FILE-STATUS NOT = "05"
       DISPLAY "FILE ERROR - cannot open students.bank.dat (file "
               "status " WS-BANK-FILE-STATUS ") - run abandoned"
       MOVE 12 TO RETURN-CODE
       GOBACK
    END-IF

    PERFORM UNTIL NOT WS-MORE-ENTRIES
       PERFORM EnterBankRecord

       DISPLAY "Enter another bank record (Y/N): " WITH NO ADVANCING
       ACCEPT WS-MORE-ENTRIES-SW
    END-PERFORM

    CLOSE StudentFile
    CLOSE BankFile
    GOBACK.

*>  ---------------------------------------------------------------
*>  EnterBankRecord - prompts for one student's bank account. An
*>  existing record is shown and then replaced outright with the
*>  answers; a student with no record yet gets a new one.
*>  ---------------------------------------------------------------
EnterBankRecord.
    DISPLAY "StudentId (7 digits): " WITH NO ADVANCING
    ACCEPT WS-ENTRY-STUDENT-ID

    MOVE WS-ENTRY-STUDENT-ID TO StudentId
    READ StudentFile
        INVALID KEY CONTINUE
    END-READ
    IF NOT WS-STUDENT-FOUND
       DISPLAY "No student on the roster with StudentId "
               WS-ENTRY-STUDENT-ID " - bank record not taken"
       EXIT PARAGRAPH
    END-IF

    MOVE WS-ENTRY-STUDENT-ID TO BankStudentId
    READ BankFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-BANK-FOUND
       MOVE 'N' TO WS-BANK-IS-NEW-SW
       DISPLAY "Current bank record for " Surname ":"
       PERFORM DisplayBankRecord
       DISPLAY "Enter the replacement details -"
    ELSE
       MOVE 'Y' TO WS-BANK-IS-NEW-SW
       DISPLAY "No bank record yet for " Surname " - enter details -"
    END-IF

    MOVE SPACES TO BankRecord
    MOVE WS-ENTRY-STUDENT-ID TO BankStudentId
    DISPLAY "Name the account is held in: " WITH NO ADVANCING
    ACCEPT BankAccountName
    DISPLAY "Routing number (9 digits): " WITH NO ADVANCING
    ACCEPT WS-ENTRY-ROUTING-NO
    DISPLAY "Account number: " WITH NO ADVANCING
    ACCEPT BankAccountNo

    IF WS-ENTRY-ROUTING-NO-N NOT NUMERIC
       DISPLAY "Routing number must be 9 digits - bank record not taken"
       EXIT PARAGRAPH
    END-IF
    IF BankAccountNo = SPACES OR BankAccountName = SPACES
       DISPLAY "Account name and number are both required - bank "
               "record not taken"
       EXIT PARAGRAPH
    END-IF
    MOVE WS-ENTRY-ROUTING-NO-N TO BankRoutingNo
    MOVE FUNCTION CURRENT-DATE(1:8) TO BankUpdatedDate

    IF WS-BANK-IS-NEW
       WRITE BankRecord
           INVALID KEY DISPLAY "Write failed - file status "
                               WS-BANK-FILE-STATUS
       END-WRITE
    ELSE
       REWRITE BankRecord
           INVALID KEY DISPLAY "Rewrite failed - file status "
                               WS-BANK-FILE-STATUS
       END-REWRITE
    END-IF.

*>  ---------------------------------------------------------------
*>  DisplayBankRecord - the bank block, the way GuarantorEntry shows
*>  a guarantor record.
*>  ---------------------------------------------------------------
DisplayBankRecord.
    DISPLAY "  Held in....: " BankAccountName
    DISPLAY "  Routing no.: " BankRoutingNo
    DISPLAY "  Account no.: " BankAccountNo
    DISPLAY "  Updated....: " BankUpdatedDate.

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
    MOVE SPACES TO WS-STUDENTS-BANK-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.bank.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-BANK-PATH
    END-STRING.
