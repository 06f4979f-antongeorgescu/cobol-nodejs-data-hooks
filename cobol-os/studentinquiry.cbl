*> a browse by Surname over the file's alternate key for callers who
*> do not know their number - a full or partial surname lists the
*> matching students, and picking one shows the usual detail.
*> Under the detail come the student's most recent case notes from
*> Students.Notes.Dat (keyed by StudentNoteEntry), newest first, so
*> whoever takes the next call starts from what was last said.

*> cobc -x -free studentinquiry.cbl      (standalone)
*> cobc -m -free studentinquiry.cbl      (module, CALLable from OperatorConsole)
           RECORD KEY IS ContactStudentId
           FILE STATUS IS WS-CONTACT-FILE-STATUS.

       SELECT OPTIONAL NotesFile ASSIGN TO WS-STUDENTS-NOTES-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NoteKey
           FILE STATUS IS WS-NOTES-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD StudentFile.
01 ContactRecord.
   COPY contactrec.

FD NotesFile.
01 NoteRecord.
   COPY noterec.

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>   comes from the STUDENT_DATA_DIR environment variable (default
01  WS-DATA-DIR              PIC X(64).
01  WS-STUDENTS-PATH         PIC X(160).
01  WS-STUDENTS-CONTACT-PATH PIC X(160).
01  WS-STUDENTS-NOTES-PATH   PIC X(160).

01  WS-FILE-STATUS           PIC XX.
    88  WS-FOUND                 VALUE "00".
    88  WS-NOT-FOUND              VALUE "23".
01  WS-CONTACT-FILE-STATUS   PIC XX.
    88  WS-CONTACT-FOUND         VALUE "00".
01  WS-NOTES-FILE-STATUS     PIC XX.
01  WS-LOOKUP-ID              PIC 9(7).

*>   The student's latest case notes - read oldest first along the
*>   key, each one pushing the oldest held out once five are held,
*>   then shown newest first.
01  WS-NOTES-EOF-SW           PIC X.
    88  WS-NOTES-EOF              VALUE 'Y'.
01  WS-NOTES-SHOWN-MAX        PIC 9 VALUE 5.
01  WS-NOTES-TOTAL-COUNT      PIC 9(4).
01  WS-RECENT-NOTES.
    02  WS-RECENT-NOTE-COUNT     PIC 9 VALUE ZERO.
    02  WS-RECENT-NOTE OCCURS 5 TIMES INDEXED BY WS-RECENT-NOTE-IX.
        03  WS-RN-DATE             PIC 9(8).
        03  WS-RN-TIME             PIC 9(8).
        03  WS-RN-CATEGORY         PIC X.
        03  WS-RN-OFFICE           PIC X(2).
        03  WS-RN-OPERATOR         PIC X(8).
        03  WS-RN-TEXT-LINE        PIC X(60) OCCURS 3 TIMES.
01  WS-SHOW-IX                PIC 9.
01  WS-RN-LINE-IX             PIC 9.
01  WS-CATEGORY-DESC          PIC X(9).

01  WS-MENU-CHOICE            PIC X.
    88  WS-CHOICE-ID              VALUE 'I'.
    88  WS-CHOICE-SURNAME         VALUE 'S'.
      GOBACK
   END-IF
   OPEN INPUT ContactFile
   OPEN INPUT NotesFile

   MOVE SPACE TO WS-MENU-CHOICE
   PERFORM UNTIL WS-CHOICE-QUIT

   CLOSE StudentFile
   CLOSE ContactFile
   CLOSE NotesFile
   GOBACK.

*>  ---------------------------------------------------------------
        DISPLAY "-----------------------------------------------------"
        DISPLAY StudentId SPACE StudentName SPACE Gender SPACE ProgramCode SPACE YOBirth "/" MOBirth "/" DOBirth SPACE PhoneNo SPACE LoanAmount
        PERFORM DisplayContactBlock
        PERFORM DisplayRecentNotes
    ELSE
        DISPLAY "No student on file with StudentId " WS-LOOKUP-ID
    END-IF.
       DISPLAY "No contact details on file for this student"
    END-IF.

*>  ---------------------------------------------------------------
*>  DisplayRecentNotes - the last five case notes on file for the
*>  student, newest first, with when, what about, where and by whom.
*>  ---------------------------------------------------------------
DisplayRecentNotes.
    MOVE ZERO TO WS-RECENT-NOTE-COUNT
    MOVE ZERO TO WS-NOTES-TOTAL-COUNT
    MOVE 'N' TO WS-NOTES-EOF-SW
    MOVE WS-LOOKUP-ID TO NoteStudentId
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
           IF NoteStudentId NOT = WS-LOOKUP-ID
              SET WS-NOTES-EOF TO TRUE
           ELSE
              ADD 1 TO WS-NOTES-TOTAL-COUNT
              PERFORM HoldRecentNote
           END-IF
        END-IF
    END-PERFORM

    IF WS-RECENT-NOTE-COUNT = ZERO
       DISPLAY "No case notes on file for this student"
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Case notes (latest " WS-RECENT-NOTE-COUNT " of "
            WS-NOTES-TOTAL-COUNT ", newest first):"
    PERFORM VARYING WS-SHOW-IX FROM WS-RECENT-NOTE-COUNT BY -1
            UNTIL WS-SHOW-IX < 1
       EVALUATE WS-RN-CATEGORY(WS-SHOW-IX)
           WHEN "L" MOVE "Loan" TO WS-CATEGORY-DESC
           WHEN "E" MOVE "Enrolment" TO WS-CATEGORY-DESC
           WHEN "A" MOVE "Address" TO WS-CATEGORY-DESC
           WHEN "C" MOVE "Complaint" TO WS-CATEGORY-DESC
           WHEN OTHER MOVE "Other" TO WS-CATEGORY-DESC
       END-EVALUATE
       DISPLAY "  " WS-RN-DATE(WS-SHOW-IX) " "
               WS-RN-TIME(WS-SHOW-IX)(1:2) ":"
               WS-RN-TIME(WS-SHOW-IX)(3:2) " "
               WS-CATEGORY-DESC " office "
               WS-RN-OFFICE(WS-SHOW-IX) " by "
               WS-RN-OPERATOR(WS-SHOW-IX)
       PERFORM VARYING WS-RN-LINE-IX FROM 1 BY 1 UNTIL WS-RN-LINE-IX > 3
          IF WS-RN-TEXT-LINE(WS-SHOW-IX, WS-RN-LINE-IX) NOT = SPACES
             DISPLAY "    "
                     WS-RN-TEXT-LINE(WS-SHOW-IX, WS-RN-LINE-IX)
          END-IF
       END-PERFORM
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  HoldRecentNote - the note just read goes on the end of the
*>  recent table, the oldest dropping off the front once it is full.
*>  ---------------------------------------------------------------
HoldRecentNote.
    IF WS-RECENT-NOTE-COUNT = WS-NOTES-SHOWN-MAX
       PERFORM VARYING WS-RECENT-NOTE-IX FROM 1 BY 1
               UNTIL WS-RECENT-NOTE-IX >= WS-NOTES-SHOWN-MAX
          MOVE WS-RECENT-NOTE(WS-RECENT-NOTE-IX + 1)
            TO WS-RECENT-NOTE(WS-RECENT-NOTE-IX)
       END-PERFORM
    ELSE
       ADD 1 TO WS-RECENT-NOTE-COUNT
    END-IF
    MOVE NoteDate       TO WS-RN-DATE(WS-RECENT-NOTE-COUNT)
    MOVE NoteTime       TO WS-RN-TIME(WS-RECENT-NOTE-COUNT)
    MOVE NoteCategory   TO WS-RN-CATEGORY(WS-RECENT-NOTE-COUNT)
    MOVE NoteOffice     TO WS-RN-OFFICE(WS-RECENT-NOTE-COUNT)
    MOVE NoteOperatorId TO WS-RN-OPERATOR(WS-RECENT-NOTE-COUNT)
    MOVE NoteTextLine(1) TO WS-RN-TEXT-LINE(WS-RECENT-NOTE-COUNT, 1)
    MOVE NoteTextLine(2) TO WS-RN-TEXT-LINE(WS-RECENT-NOTE-COUNT, 2)
    MOVE NoteTextLine(3) TO WS-RN-TEXT-LINE(WS-RECENT-NOTE-COUNT, 3).

*>  ---------------------------------------------------------------
*>  SetFileAssignments - builds every data-file path from the
*>  STUDENT_DATA_DIR environment variable (default "data"), so the
    MOVE SPACES TO WS-STUDENTS-CONTACT-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.contact.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-CONTACT-PATH
    END-STRING
    MOVE SPACES TO WS-STUDENTS-NOTES-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.notes.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-NOTES-PATH
    END-STRING.
