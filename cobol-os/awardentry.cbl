IDENTIFICATION DIVISION.
PROGRAM-ID. AwardEntry.
AUTHOR. Anton Georgescu.
*> Scholarship and bursary award entry - an award paid straight
*> against a student's loan is keyed here onto Loans.Awards.Dat,
*> instead of into Loans.Post.Dat as an "R" repayment the student
*> never made. Each award names the fund it is paid from (set up for
*> the current award year through AwardFundMaint) and is refused when:
*>   - the StudentId is not on the roster (the StudentContactEntry
*>     check);
*>   - the fund has no Awards.Funds.Dat record for this year;
*>   - the student's ProgramCode is not one the fund is open to;
*>   - the amount is more than is left of the fund's budget.
*> What a fund has left is its budget less every award already made
*> from it this year, read off Loans.Awards.Dat at start-up and kept
*> up to date as the session keys more. Awards are written pending;
*> AwardApplyRun posts them to the ledger.
*>
*> RETURN-CODEs: 0 session complete, 8 refused (no funds set up for
*> the year), 12 file error.

*> cobc -x -free awardentry.cbl      (standalone)
*> cobc -m -free awardentry.cbl      (module, CALLable from OperatorConsole)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT StudentFile ASSIGN WS-STUDENTS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS StudentId
             ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
             FILE STATUS IS WS-STUDENT-FILE-STATUS.

      SELECT OPTIONAL BalanceFile ASSIGN WS-LOANS-BALANCE-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS BalStudentId
             FILE STATUS IS WS-BALANCE-FILE-STATUS.

      SELECT OPTIONAL AwardFile ASSIGN WS-LOANS-AWARDS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AwardKey
             FILE STATUS IS WS-AWARD-FILE-STATUS.

      SELECT OPTIONAL FundFile ASSIGN WS-AWARDS-FUNDS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-FUND-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD StudentFile.
01 StudentDetails.
   COPY studrec.

FD BalanceFile.
01 BalanceRecord.
   COPY loanbal.

FD AwardFile.
01 AwardRecord.
   88 EndOfAwardFile       VALUE HIGH-VALUES.
   COPY awardrec.

FD FundFile.
01 FundRecord.
   88 EndOfFundFile        VALUE HIGH-VALUES.
   COPY fundrec.

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>   comes from the STUDENT_DATA_DIR environment variable (default
*>   "data"), so the same compiled programs run against the
*>   production directory tonight and a test copy tomorrow morning
*>   without recompiling.
01  WS-DATA-DIR              PIC X(64).
01  WS-STUDENTS-PATH         PIC X(160).
01  WS-LOANS-BALANCE-PATH    PIC X(160).
01  WS-LOANS-AWARDS-PATH     PIC X(160).
01  WS-AWARDS-FUNDS-PATH     PIC X(160).

01  WS-STUDENT-FILE-STATUS   PIC XX.
    88  WS-STUDENT-FOUND         VALUE "00".
01  WS-BALANCE-FILE-STATUS   PIC XX.
    88  WS-BALANCE-FOUND         VALUE "00".
01  WS-AWARD-FILE-STATUS     PIC XX.
    88  WS-AWARD-WRITTEN         VALUE "00".
    88  WS-AWARD-DUPLICATE       VALUE "22".
01  WS-FUND-FILE-STATUS      PIC XX.

*>   This year's funds from Awards.Funds.Dat, each with what has been
*>   awarded from it so far - pending awards at their full amount,
*>   applied ones at the amount that reached the ledger.
01  WS-AWARD-YEAR            PIC 9(4).
01  WS-FUND-TABLE.
    02  WS-FUND-COUNT           PIC 9(2) VALUE ZERO.
    02  WS-FUND-ENTRY OCCURS 50 TIMES INDEXED BY WS-FUND-IX.
        03  WS-FD-CODE            PIC X(4).
        03  WS-FD-NAME            PIC X(30).
        03  WS-FD-BUDGET          PIC 9(7).
        03  WS-FD-USED            PIC 9(9).
        03  WS-FD-PROGRAM-CODE OCCURS 6 TIMES PIC X(4).
01  WS-FUND-FOUND-IX         PIC 9(2).
01  WS-CODE-IX               PIC 9.
01  WS-FUND-LEFT             PIC S9(9).
01  WS-STUDENT-ELIGIBLE-SW   PIC X.
    88  WS-STUDENT-ELIGIBLE      VALUE 'Y'.

01  WS-ENTRY-STUDENT-ID      PIC 9(7).
01  WS-ENTRY-FUND-CODE       PIC X(4).
01  WS-ENTRY-AMOUNT          PIC 9(5).
01  WS-SIGNED-ON-OPERATOR    PIC X(8).
01  WS-MORE-ENTRIES-SW       PIC X VALUE 'Y'.
    88  WS-MORE-ENTRIES          VALUE 'Y'.
01  WS-WRITE-TRIES           PIC 9.

01  WS-AWARDS-WRITTEN-COUNT  PIC 9(5) VALUE ZERO.
01  WS-AWARDS-WRITTEN-TOTAL  PIC 9(9) VALUE ZERO.

PROCEDURE DIVISION.
main.
    PERFORM SetFileAssignments
    MOVE FUNCTION CURRENT-DATE(1:4) TO WS-AWARD-YEAR

    PERFORM LoadYearFunds
    IF WS-FUND-COUNT = ZERO
       DISPLAY "RUN REFUSED - no award funds are set up for "
               WS-AWARD-YEAR " - add them through AwardFundMaint first"
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF

    OPEN INPUT StudentFile
    IF WS-STUDENT-FILE-STATUS NOT = "00"
       DISPLAY "FILE ERROR - cannot open students.dat (file status "
               WS-STUDENT-FILE-STATUS ") - run abandoned"
       MOVE 12 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN INPUT BalanceFile
    IF WS-BALANCE-FILE-STATUS NOT = "00" AND WS-BALANCE-FILE-STATUS NOT = "05"
       DISPLAY "FILE ERROR - cannot open loans.balance.dat (file "
               "status " WS-BALANCE-FILE-STATUS ") - run abandoned"
       MOVE 12 TO RETURN-CODE
       CLOSE StudentFile
       GOBACK
    END-IF
    OPEN I-O AwardFile
    IF WS-AWARD-FILE-STATUS NOT = "00" AND WS-AWARD-FILE-STATUS NOT = "05"
       DISPLAY "FILE ERROR - cannot open loans.awards.dat (file "
               "status " WS-AWARD-FILE-STATUS ") - run abandoned"
       MOVE 12 TO RETURN-CODE
       CLOSE StudentFile
       CLOSE BalanceFile
       GOBACK
    END-IF
    PERFORM TotalAwardsMade

    ACCEPT WS-SIGNED-ON-OPERATOR FROM ENVIRONMENT "STUDENT_OPERATOR_ID"
    IF WS-SIGNED-ON-OPERATOR = SPACES
       MOVE "BATCH" TO WS-SIGNED-ON-OPERATOR
    END-IF

    PERFORM ListYearFunds

    PERFORM UNTIL NOT WS-MORE-ENTRIES
       PERFORM EnterAward

       DISPLAY "Enter another award (Y/N): " WITH NO ADVANCING
       ACCEPT WS-MORE-ENTRIES-SW
    END-PERFORM

    CLOSE StudentFile
    CLOSE BalanceFile
    CLOSE AwardFile
    DISPLAY "Awards keyed this session: " WS-AWARDS-WRITTEN-COUNT
            " totalling " WS-AWARDS-WRITTEN-TOTAL
    GOBACK.

*>  ---------------------------------------------------------------
*>  LoadYearFunds - this award year's funds from Awards.Funds.Dat
*>  into the fund table; other years' records are passed over.
*>  ---------------------------------------------------------------
LoadYearFunds.
    OPEN INPUT FundFile
    IF WS-FUND-FILE-STATUS NOT = "00"
       *>   Status 05 means the OPTIONAL open created an empty file -
       *>   close it again; the count stays zero and main refuses.
       IF WS-FUND-FILE-STATUS = "05"
          CLOSE FundFile
       END-IF
       EXIT PARAGRAPH
    END-IF
    READ FundFile
        AT END SET EndOfFundFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfFundFile
        IF FundYear = WS-AWARD-YEAR
           IF WS-FUND-COUNT < 50
              ADD 1 TO WS-FUND-COUNT
              MOVE FundCode   TO WS-FD-CODE(WS-FUND-COUNT)
              MOVE FundName   TO WS-FD-NAME(WS-FUND-COUNT)
              MOVE FundBudget TO WS-FD-BUDGET(WS-FUND-COUNT)
              MOVE ZERO       TO WS-FD-USED(WS-FUND-COUNT)
              PERFORM VARYING WS-CODE-IX FROM 1 BY 1 UNTIL WS-CODE-IX > 6
                 MOVE FundProgramCode(WS-CODE-IX)
                   TO WS-FD-PROGRAM-CODE(WS-FUND-COUNT, WS-CODE-IX)
              END-PERFORM
           ELSE
              DISPLAY "WARNING - fund table is full (50 funds) - "
                      "fund " FundCode " not loaded"
           END-IF
        END-IF
        READ FundFile
            AT END SET EndOfFundFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE FundFile.

*>  ---------------------------------------------------------------
*>  TotalAwardsMade - reads every award on Loans.Awards.Dat once
*>  and charges this year's to their fund.
*>  ---------------------------------------------------------------
TotalAwardsMade.
    READ AwardFile NEXT RECORD
        AT END SET EndOfAwardFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfAwardFile
        IF AwardFundYear = WS-AWARD-YEAR
           MOVE AwardFundCode TO WS-ENTRY-FUND-CODE
           PERFORM FindFundEntry
           IF WS-FUND-FOUND-IX NOT = ZERO
              IF AwardApplied
                 ADD AwardAppliedAmount TO WS-FD-USED(WS-FUND-FOUND-IX)
              ELSE
                 ADD AwardAmount TO WS-FD-USED(WS-FUND-FOUND-IX)
              END-IF
           END-IF
        END-IF
        READ AwardFile NEXT RECORD
            AT END SET EndOfAwardFile TO TRUE
        END-READ
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  ListYearFunds - the funds open this year and what each has
*>  left, so the operator knows before keying.
*>  ---------------------------------------------------------------
ListYearFunds.
    DISPLAY " "
    DISPLAY "Award funds for " WS-AWARD-YEAR
    DISPLAY "Fund Name.......................... Budget. Left......"
    PERFORM VARYING WS-FUND-IX FROM 1 BY 1
            UNTIL WS-FUND-IX > WS-FUND-COUNT
       COMPUTE WS-FUND-LEFT = WS-FD-BUDGET(WS-FUND-IX)
                            - WS-FD-USED(WS-FUND-IX)
       IF WS-FUND-LEFT < ZERO
          MOVE ZERO TO WS-FUND-LEFT
       END-IF
       DISPLAY WS-FD-CODE(WS-FUND-IX) SPACE
               WS-FD-NAME(WS-FUND-IX) SPACE
               WS-FD-BUDGET(WS-FUND-IX) SPACE
               WS-FUND-LEFT
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  FindFundEntry - locates WS-ENTRY-FUND-CODE in this year's fund
*>  table, leaving the entry number in WS-FUND-FOUND-IX (zero if
*>  absent).
*>  ---------------------------------------------------------------
FindFundEntry.
    MOVE ZERO TO WS-FUND-FOUND-IX
    PERFORM VARYING WS-FUND-IX FROM 1 BY 1
            UNTIL WS-FUND-IX > WS-FUND-COUNT
       IF WS-FD-CODE(WS-FUND-IX) = WS-ENTRY-FUND-CODE
          MOVE WS-FUND-IX TO WS-FUND-FOUND-IX
       END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  EnterAward - prompts for one award: the student, the fund and
*>  the amount, checking each against the roster and the fund
*>  before the award is written pending.
*>  ---------------------------------------------------------------
EnterAward.
    DISPLAY "StudentId (7 digits): " WITH NO ADVANCING
    ACCEPT WS-ENTRY-STUDENT-ID

    MOVE WS-ENTRY-STUDENT-ID TO StudentId
    READ StudentFile
        INVALID KEY CONTINUE
    END-READ
    IF NOT WS-STUDENT-FOUND
       DISPLAY "No student on the roster with StudentId "
               WS-ENTRY-STUDENT-ID " - award not taken"
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Award for " StudentName " (" ProgramCode ")"
    MOVE WS-ENTRY-STUDENT-ID TO BalStudentId
    READ BalanceFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-BALANCE-FOUND
       DISPLAY "Current loan balance: " BalCurrentBalance
    ELSE
       DISPLAY "Note - no loan postings yet; the award waits for a "
               "balance to offset"
    END-IF

    DISPLAY "Fund code: " WITH NO ADVANCING
    ACCEPT WS-ENTRY-FUND-CODE
    MOVE FUNCTION UPPER-CASE(WS-ENTRY-FUND-CODE) TO WS-ENTRY-FUND-CODE
    PERFORM FindFundEntry
    IF WS-FUND-FOUND-IX = ZERO
       DISPLAY "Fund " WS-ENTRY-FUND-CODE " is not set up for "
               WS-AWARD-YEAR " - award not taken"
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-STUDENT-ELIGIBLE-SW
    PERFORM VARYING WS-CODE-IX FROM 1 BY 1 UNTIL WS-CODE-IX > 6
       IF WS-FD-PROGRAM-CODE(WS-FUND-FOUND-IX, WS-CODE-IX) = ProgramCode
          SET WS-STUDENT-ELIGIBLE TO TRUE
       END-IF
    END-PERFORM
    IF NOT WS-STUDENT-ELIGIBLE
       DISPLAY "Fund " WS-ENTRY-FUND-CODE " is not open to program "
               ProgramCode " - award not taken"
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Award amount: " WITH NO ADVANCING
    ACCEPT WS-ENTRY-AMOUNT
    IF WS-ENTRY-AMOUNT NOT NUMERIC OR WS-ENTRY-AMOUNT = ZERO
       DISPLAY "The amount must be a whole number above zero - "
               "award not taken"
       EXIT PARAGRAPH
    END-IF
    COMPUTE WS-FUND-LEFT = WS-FD-BUDGET(WS-FUND-FOUND-IX)
                         - WS-FD-USED(WS-FUND-FOUND-IX)
    IF WS-ENTRY-AMOUNT > WS-FUND-LEFT
       IF WS-FUND-LEFT < ZERO
          MOVE ZERO TO WS-FUND-LEFT
       END-IF
       DISPLAY "REFUSED - fund " WS-ENTRY-FUND-CODE " has only "
               WS-FUND-LEFT " left of its " WS-AWARD-YEAR
               " budget - award not taken"
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO AwardRecord
    MOVE WS-ENTRY-STUDENT-ID    TO AwardStudentId
    MOVE FUNCTION CURRENT-DATE(1:8)  TO AwardDate
    MOVE FUNCTION CURRENT-DATE(9:8)  TO AwardTime
    MOVE WS-ENTRY-FUND-CODE     TO AwardFundCode
    MOVE WS-AWARD-YEAR          TO AwardFundYear
    MOVE WS-ENTRY-AMOUNT        TO AwardAmount
    SET AwardPending            TO TRUE
    MOVE ZERO                   TO AwardAppliedAmount
    MOVE ZERO                   TO AwardAppliedDate
    MOVE WS-SIGNED-ON-OPERATOR  TO AwardOperatorId
    *>   Two awards for one student inside the same hundredth of a
    *>   second would share a key - the later one moves on a tick.
    MOVE ZERO TO WS-WRITE-TRIES
    WRITE AwardRecord
        INVALID KEY CONTINUE
    END-WRITE
    PERFORM UNTIL NOT WS-AWARD-DUPLICATE OR WS-WRITE-TRIES > 5
       ADD 1 TO AwardTime
       ADD 1 TO WS-WRITE-TRIES
       WRITE AwardRecord
           INVALID KEY CONTINUE
       END-WRITE
    END-PERFORM
    IF WS-AWARD-WRITTEN
       ADD WS-ENTRY-AMOUNT TO WS-FD-USED(WS-FUND-FOUND-IX)
       ADD 1 TO WS-AWARDS-WRITTEN-COUNT
       ADD WS-ENTRY-AMOUNT TO WS-AWARDS-WRITTEN-TOTAL
       COMPUTE WS-FUND-LEFT = WS-FD-BUDGET(WS-FUND-FOUND-IX)
                            - WS-FD-USED(WS-FUND-FOUND-IX)
       DISPLAY "Award recorded - pending until the next AwardApplyRun; "
               "fund " WS-ENTRY-FUND-CODE " has " WS-FUND-LEFT " left"
    ELSE
       DISPLAY "Write failed - file status " WS-AWARD-FILE-STATUS
               " - award not taken"
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
    MOVE SPACES TO WS-LOANS-AWARDS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.awards.dat"
        DELIMITED BY SIZE INTO WS-LOANS-AWARDS-PATH
    END-STRING
    MOVE SPACES TO WS-AWARDS-FUNDS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/awards.funds.dat"
        DELIMITED BY SIZE INTO WS-AWARDS-FUNDS-PATH
    END-STRING.
