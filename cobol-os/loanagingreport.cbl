PROGRAM-ID. LoanAgingReport.
AUTHOR. Anton Georgescu.
*> Loan delinquency aging report - answers finance's "who has stopped
*> paying". Reads the loan balance master Loans.Balance.Dat for each
*> student's outstanding balance and the date of their last
*> repayment, and buckets the balance by days since that payment:
*> current (under 30), 30, 60 and 90-plus days. Each student is joined
*> against students.dat for their StatusCode and ProgramCode - a student
*> who has left study (Inactive or Graduated) sitting in the 90-plus
*> bucket is flagged, since that is exactly the case collections needs
*> surfaced. A student with a balance but no repayment on file at all
*> ages into the 90-plus bucket, marked NO PAYMENT. Totals per bucket
*> and per ProgramCode close the report.

*> cobc -x -free loanagingreport.cbl      (standalone)
*> cobc -m -free loanagingreport.cbl      (module, CALLable from OperatorConsole)
             ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
             FILE STATUS IS WS-STUDENT-FILE-STATUS.

      SELECT BalanceFile ASSIGN WS-LOANS-BALANCE-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS BalStudentId
             FILE STATUS IS WS-BALANCE-FILE-STATUS.

      SELECT PrintFile ASSIGN WS-LOANAGING-REPORT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
01 StudentDetails.
   COPY studrec.

FD BalanceFile.
01 BalanceRecord.
   88 EndOfBalanceFile     VALUE HIGH-VALUES.
   COPY loanbal.

FD PrintFile.
01 PrintLine               PIC X(132).
*>   without recompiling.
01  WS-DATA-DIR              PIC X(64).
01  WS-STUDENTS-PATH         PIC X(160).
01  WS-LOANS-BALANCE-PATH    PIC X(160).
01  WS-LOANAGING-REPORT-PATH PIC X(160).

01  WS-STUDENT-FILE-STATUS   PIC XX.
    88  WS-STUDENT-FOUND         VALUE "00".
01  WS-BALANCE-FILE-STATUS   PIC XX.
01  WS-PRINT-FILE-STATUS     PIC XX.
*>   File-status hardening - a required file that fails to open
*>   abandons the run with a clear operator message and RETURN-CODE
01  WS-ABORT-FILE-NAME        PIC X(30).
01  WS-ABORT-FILE-STATUS      PIC XX.

*>   Day arithmetic for the bucketing - today and the last payment
*>   date as day numbers, so the gap is a straight subtraction.
01  WS-TODAY-DATE-NUM        PIC 9(8).
01  WS-PROGRAM-FOUND-IX      PIC 9(2).

*>   Control totals for the end-of-run summary.
01  WS-BALANCES-READ-COUNT   PIC 9(7) VALUE ZERO.
01  WS-STUDENTS-AGED-COUNT   PIC 9(7) VALUE ZERO.
01  WS-ZERO-BALANCE-COUNT    PIC 9(7) VALUE ZERO.
01  WS-OFF-ROSTER-COUNT      PIC 9(7) VALUE ZERO.
    MOVE WS-RUN-DATE-NUM TO WS-H1-RUN-DATE
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM)

    OPEN INPUT BalanceFile
    IF WS-BALANCE-FILE-STATUS NOT = "00"
       MOVE "loans.balance.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-BALANCE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN INPUT StudentFile
    IF WS-STUDENT-FILE-STATUS NOT = "00" AND WS-STUDENT-FILE-STATUS NOT = "05"
       MOVE "students.dat" TO WS-ABORT-FILE-NAME
      TO WS-PRINT-LINE
    PERFORM PrintOneLine

    READ BalanceFile
        AT END SET EndOfBalanceFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfBalanceFile
       ADD 1 TO WS-BALANCES-READ-COUNT
       PERFORM AgeOneStudent
       READ BalanceFile
           AT END SET EndOfBalanceFile TO TRUE
       END-READ
    END-PERFORM

    CLOSE StudentFile
    CLOSE BalanceFile

    PERFORM PrintBucketTotals
    PERFORM PrintProgramTotals
    DISPLAY "Students with a balance aged.......... : " WS-STUDENTS-AGED-COUNT
    DISPLAY "Zero balances (not listed)............ : " WS-ZERO-BALANCE-COUNT
    DISPLAY "Balances held by off-roster students.. : " WS-OFF-ROSTER-COUNT
    DISPLAY "Left-study students 90+ (flagged)..... : " WS-INACTIVE-90-COUNT
    DISPLAY "Total outstanding aged................ : " WS-TOTAL-OUTSTANDING
    DISPLAY "===================================================="
    DISPLAY "Print report written to LoanAging.Report.Dat"
    MOVE "LoanAgingReport" TO RunProgramName
    MOVE WS-RUN-START-DATE TO RunStartDate
    MOVE WS-RUN-START-TIME TO RunStartTime
    MOVE WS-BALANCES-READ-COUNT TO RunRecordsRead
    MOVE WS-STUDENTS-AGED-COUNT TO RunRecordsWritten
    MOVE ZERO TO RunRejectedCount
    MOVE RETURN-CODE TO RunReturnCode
    GOBACK.

*>  ---------------------------------------------------------------
*>  AgeOneStudent - buckets the balance master record in the buffer
*>  by days since its last repayment and writes the detail line. Zero
*>  balances carry nothing outstanding and stay off the listing; a
*>  student missing from the roster is still aged (the money is
*>  still owed) and shown OFF-ROSTER.
*>  ---------------------------------------------------------------
AgeOneStudent.
    IF BalCurrentBalance = ZERO
       ADD 1 TO WS-ZERO-BALANCE-COUNT
       EXIT PARAGRAPH
    END-IF

    MOVE 'N' TO WS-NO-PAYMENT-SW
    IF BalLastRepayDate = ZERO
       SET WS-NO-PAYMENT TO TRUE
       MOVE 4 TO WS-BUCKET-NO
    ELSE
       COMPUTE WS-LAST-PAY-INT =
               FUNCTION INTEGER-OF-DATE(BalLastRepayDate)
       COMPUTE WS-DAYS-SINCE-PAY = WS-TODAY-INT - WS-LAST-PAY-INT
       EVALUATE TRUE
           WHEN WS-DAYS-SINCE-PAY < 30
       END-EVALUATE
    END-IF

    MOVE BalStudentId TO StudentId
    READ StudentFile
        INVALID KEY CONTINUE
    END-READ

    MOVE SPACES TO WS-RPT-DETAIL-LINE
    MOVE BalStudentId TO WS-DTL-STUDENT-ID
    IF WS-STUDENT-FOUND
       MOVE StudentName TO WS-DTL-STUDENT-NAME
       EVALUATE TRUE
          WHEN StatusActive
             MOVE "ACTIVE" TO WS-DTL-STATUS
          WHEN StatusGraduated
             MOVE "GRADUATE" TO WS-DTL-STATUS
          WHEN OTHER
             MOVE "INACTIVE" TO WS-DTL-STATUS
       END-EVALUATE
       MOVE ProgramCode TO WS-DTL-PROGRAM-CODE
    ELSE
       ADD 1 TO WS-OFF-ROSTER-COUNT
    IF WS-NO-PAYMENT
       MOVE "NO PAYMT" TO WS-DTL-LAST-PAY
    ELSE
       MOVE BalLastRepayDate TO WS-DTL-LAST-PAY-EDIT
       MOVE WS-DTL-LAST-PAY-EDIT TO WS-DTL-LAST-PAY
    END-IF
    EVALUATE WS-BUCKET-NO
        WHEN 3 MOVE "60 DAYS" TO WS-DTL-BUCKET
        WHEN 4 MOVE "90+ DAYS" TO WS-DTL-BUCKET
    END-EVALUATE
    MOVE BalCurrentBalance TO WS-DTL-BALANCE
    IF WS-STUDENT-FOUND AND (StatusInactive OR StatusGraduated)
       AND WS-BUCKET-NO = 4
       MOVE "* COLLECTIONS" TO WS-DTL-FLAG
       ADD 1 TO WS-INACTIVE-90-COUNT
    END-IF
    PERFORM PrintOneLine

    ADD 1 TO WS-STUDENTS-AGED-COUNT
    ADD BalCurrentBalance TO WS-TOTAL-OUTSTANDING
    ADD 1 TO WS-BKT-COUNT(WS-BUCKET-NO)
    ADD BalCurrentBalance TO WS-BKT-BALANCE(WS-BUCKET-NO)
    PERFORM AddToProgramTotals.

*>  ---------------------------------------------------------------
          EXIT PARAGRAPH
       END-IF
    END-IF
    ADD BalCurrentBalance
      TO WS-PRG-BUCKET-BALANCE(WS-PROGRAM-FOUND-IX, WS-BUCKET-NO).

*>  ---------------------------------------------------------------
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-BALANCE-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.balance.dat"
        DELIMITED BY SIZE INTO WS-LOANS-BALANCE-PATH
    END-STRING
    MOVE SPACES TO WS-LOANAGING-REPORT-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loanaging.report.dat"
