IDENTIFICATION DIVISION.
PROGRAM-ID. StudentNoteEntry.
AUTHOR. Anton Georgescu.
*> Case-notes entry for Students.Notes.Dat - when a student phones or
*> calls in about their loan or status, the clerk keys what was said
*> here instead of into a personal notebook, so the next clerk sees
*> it under the student's details in StudentInquiry. Each note gets a
*> category (loan, enrolment, address, complaint), up to three lines
*> of text, the keying office (asked once per session, the
*> StudentTransEntry way) and the signed-on operator, and is keyed by
*> StudentId plus the date and time it was taken. The StudentId is
*> checked against the roster first, the StudentContactEntry way, so
*> notes cannot be keyed for students who do not exist. Notes are
*> never changed once written - a correction is a further note.

*> cobc -x -free studentnoteentry.cbl      (standalone)
*> cobc -m -free studentnoteentry.cbl      (module, CALLable from OperatorConsole)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT StudentFile ASSIGN WS-STUDENTS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS StudentId
             ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
             FILE STATUS IS WS-STUDENT-FILE-STATUS.

      SELECT OPTIONAL NotesFile ASSIGN WS-STUDENTS-NOTES-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS NoteKey
             FILE STATUS IS WS-NOTES-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD StudentFile.
01 StudentDetails.
   COPY studrec.

FD NotesFile.
01 NoteRecord.
   COPY noterec.

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>   comes from the STUDENT_DATA_DIR environment variable (default
*>   "data"), so the same compiled programs run against the
*>   production directory tonight and a test copy tomorrow morning
*>   without recompiling.
01  WS-DATA-DIR              PIC X(64).
01  WS-STUDENTS-PATH         PIC X(160).
01  WS-STUDENTS-NOTES-PATH   PIC X(160).

01  WS-STUDENT-FILE-STATUS   PIC XX.
    88  WS-STUDENT-FOUND         VALUE "00".
01  WS-NOTES-FILE-STATUS     PIC XX.
    88  WS-NOTE-WRITTEN          VALUE "00".
    88  WS-NOTE-DUPLICATE        VALUE "22".

01  WS-ENTRY-STUDENT-ID      PIC 9(7).
01  WS-ENTRY-OFFICE-CODE     PIC X(2).
01  WS-ENTRY-CATEGORY        PIC X.
    88  WS-ENTRY-CATEGORY-VALID  VALUES "L" "E" "A" "C".
01  WS-ENTRY-LINE            PIC X(60).
01  WS-LINE-IX               PIC 9.
01  WS-SIGNED-ON-OPERATOR    PIC X(8).
01  WS-MORE-ENTRIES-SW       PIC X VALUE 'Y'.
    88  WS-MORE-ENTRIES          VALUE 'Y'.
01  WS-NOTE-TAKEN-SW         PIC X.
    88  WS-NOTE-TAKEN            VALUE 'Y'.
01  WS-WRITE-TRIES           PIC 9.

01  WS-NOTES-WRITTEN-COUNT   PIC 9(5) VALUE ZERO.

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
    OPEN I-O NotesFile
    IF WS-NOTES-FILE-STATUS NOT = "00" AND WS-NOTES-FILE-STATUS NOT = "05"
       DISPLAY "FILE ERROR - cannot open students.notes.dat (file "
               "status " WS-NOTES-FILE-STATUS ") - run abandoned"
       MOVE 12 TO RETURN-CODE
       CLOSE StudentFile
       GOBACK
    END-IF

    ACCEPT WS-SIGNED-ON-OPERATOR FROM ENVIRONMENT "STUDENT_OPERATOR_ID"
    IF WS-SIGNED-ON-OPERATOR = SPACES
       MOVE "BATCH" TO WS-SIGNED-ON-OPERATOR
    END-IF
    *>   The office keying this session - stamped on every note, and
    *>   named once here instead of being asked for every one.
    DISPLAY "Keying office code (blank if none): " WITH NO ADVANCING
    ACCEPT WS-ENTRY-OFFICE-CODE
    MOVE FUNCTION UPPER-CASE(WS-ENTRY-OFFICE-CODE) TO WS-ENTRY-OFFICE-CODE

    PERFORM UNTIL NOT WS-MORE-ENTRIES
       PERFORM EnterCaseNote

       DISPLAY "Enter another case note (Y/N): " WITH NO ADVANCING
       ACCEPT WS-MORE-ENTRIES-SW
    END-PERFORM

    CLOSE StudentFile
    CLOSE NotesFile
    DISPLAY "Case notes written this session: " WS-NOTES-WRITTEN-COUNT
    GOBACK.

*>  ---------------------------------------------------------------
*>  EnterCaseNote - prompts for one note: the student, the
*>  category and up to three lines of text (a blank line ends the
*>  note early). A note with no text at all is not written.
*>  ---------------------------------------------------------------
EnterCaseNote.
    DISPLAY "StudentId (7 digits): " WITH NO ADVANCING
    ACCEPT WS-ENTRY-STUDENT-ID

    MOVE WS-ENTRY-STUDENT-ID TO StudentId
    READ StudentFile
        INVALID KEY CONTINUE
    END-READ
    IF NOT WS-STUDENT-FOUND
       DISPLAY "No student on the roster with StudentId "
               WS-ENTRY-STUDENT-ID " - case note not taken"
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Case note for " StudentName " (" ProgramCode ")"

    MOVE SPACE TO WS-ENTRY-CATEGORY
    PERFORM UNTIL WS-ENTRY-CATEGORY-VALID
       DISPLAY "Category - L)oan, E)nrolment, A)ddress, C)omplaint: "
               WITH NO ADVANCING
       ACCEPT WS-ENTRY-CATEGORY
       MOVE FUNCTION UPPER-CASE(WS-ENTRY-CATEGORY) TO WS-ENTRY-CATEGORY
       IF NOT WS-ENTRY-CATEGORY-VALID
          DISPLAY "Please answer L, E, A or C"
       END-IF
    END-PERFORM

    MOVE SPACES TO NoteRecord
    MOVE 'Y' TO WS-NOTE-TAKEN-SW
    DISPLAY "Note text - up to 3 lines of 60, blank line to finish:"
    PERFORM VARYING WS-LINE-IX FROM 1 BY 1
            UNTIL WS-LINE-IX > 3 OR NOT WS-NOTE-TAKEN
       DISPLAY "> " WITH NO ADVANCING
       ACCEPT WS-ENTRY-LINE
       IF WS-ENTRY-LINE = SPACES
          MOVE 'N' TO WS-NOTE-TAKEN-SW
       ELSE
          MOVE WS-ENTRY-LINE TO NoteTextLine(WS-LINE-IX)
       END-IF
    END-PERFORM
    IF NoteText = SPACES
       DISPLAY "No text entered - case note not taken"
       EXIT PARAGRAPH
    END-IF

    MOVE WS-ENTRY-STUDENT-ID    TO NoteStudentId
    MOVE WS-ENTRY-CATEGORY      TO NoteCategory
    MOVE WS-ENTRY-OFFICE-CODE   TO NoteOffice
    MOVE WS-SIGNED-ON-OPERATOR  TO NoteOperatorId
    MOVE FUNCTION CURRENT-DATE(1:8)  TO NoteDate
    MOVE FUNCTION CURRENT-DATE(9:8)  TO NoteTime
    *>   Two notes for one student inside the same hundredth of a
    *>   second would share a key - the later one moves on a tick.
    MOVE ZERO TO WS-WRITE-TRIES
    WRITE NoteRecord
        INVALID KEY CONTINUE
    END-WRITE
    PERFORM UNTIL NOT WS-NOTE-DUPLICATE OR WS-WRITE-TRIES > 5
       ADD 1 TO NoteTime
       ADD 1 TO WS-WRITE-TRIES
       WRITE NoteRecord
           INVALID KEY CONTINUE
       END-WRITE
    END-PERFORM
    IF WS-NOTE-WRITTEN
       ADD 1 TO WS-NOTES-WRITTEN-COUNT
       DISPLAY "Case note recorded " NoteDate " " NoteTime(1:6)
    ELSE
       DISPLAY "Write failed - file status " WS-NOTES-FILE-STATUS
               " - case note not taken"
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
    MOVE SPACES TO WS-STUDENTS-NOTES-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.notes.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-NOTES-PATH
    END-STRING.
