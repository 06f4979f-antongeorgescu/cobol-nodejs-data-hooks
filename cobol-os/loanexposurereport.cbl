*> Reads Students.Dat and totals the loan exposure carried by the
*> student population - overall, by ProgramCode, and flags anyone
*> over a threshold the operator supplies at run time. A student with
*> a record on the loan balance master Loans.Balance.Dat is totalled
*> at their current posted balance (the real, traceable figure
*> maintained by LoanPost); a student with no postings falls back to
*> LoanAmount on the roster. Scholarship and bursary awards on
*> Loans.Awards.Dat are shown on their own, never netted into the
*> repayments: what has been applied against each program's loans
*> (already out of the balances above) and what is awarded but still
*> pending - exposure that will come off once AwardApplyRun posts it.

*> cobc -x -free loanexposurereport.cbl      (standalone)
*> cobc -m -free loanexposurereport.cbl      (module, CALLable from OperatorConsole)
           ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
           FILE STATUS IS WS-STUDENT-FILE-STATUS.

       SELECT OPTIONAL BalanceFile ASSIGN TO WS-LOANS-BALANCE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BalStudentId
           FILE STATUS IS WS-BALANCE-FILE-STATUS.

       SELECT OPTIONAL GuarantorFile ASSIGN TO WS-STUDENTS-GUARANTOR-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS GuarStudentId
           FILE STATUS IS WS-GUARANTOR-FILE-STATUS.

       SELECT OPTIONAL AwardFile ASSIGN TO WS-LOANS-AWARDS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AwardKey
           FILE STATUS IS WS-AWARD-FILE-STATUS.

       SELECT PrintFile ASSIGN TO WS-LOANEXPOSURE-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
   88 EndOfStudentFile     VALUE HIGH-VALUES.
   COPY studrec.

FD BalanceFile.
01 BalanceRecord.
   COPY loanbal.

FD GuarantorFile.
01 GuarantorRecord.
   88 EndOfGuarantorFile   VALUE HIGH-VALUES.
   COPY guarrec.

FD AwardFile.
01 AwardRecord.
   COPY awardrec.

FD RunParmFile.
01 RunParmRecord.
   88 EndOfRunParmFile     VALUE HIGH-VALUES.
*>   without recompiling.
01  WS-DATA-DIR              PIC X(64).
01  WS-STUDENTS-PATH         PIC X(160).
01  WS-LOANS-BALANCE-PATH    PIC X(160).
01  WS-RUNPARMS-PATH         PIC X(160).
01  WS-STUDENTS-GUARANTOR-PATH PIC X(160).
01  WS-LOANS-AWARDS-PATH     PIC X(160).
01  WS-LOANEXPOSURE-REPORT-PATH PIC X(160).

01  WS-HIGH-LOAN-THRESHOLD   PIC 9(7).
01  WS-STUDENT-FILE-STATUS   PIC XX.
01  WS-BALANCE-FILE-STATUS   PIC XX.
    88  WS-BALANCE-FOUND         VALUE "00".
01  WS-GUARANTOR-FILE-STATUS PIC XX.
01  WS-AWARD-FILE-STATUS     PIC XX.
*>   File-status hardening - a required file that fails to open
*>   abandons the run with a clear operator message and RETURN-CODE
*>   12, instead of a runtime abort partway through.
01  WS-THRESHOLD-PARM-SW     PIC X VALUE 'N'.
    88  WS-THRESHOLD-FROM-PARMS  VALUE 'Y'.

*>   The figure this student contributes to every total - the latest
*>   posted balance when one exists, otherwise LoanAmount.
01  WS-CURRENT-LOAN          PIC 9(7).

*>   This student's scholarship and bursary awards - applied to the
*>   loan already, and awarded but not yet applied.
01  WS-STU-AWARDS-APPLIED    PIC 9(7).
01  WS-STU-AWARDS-PENDING    PIC 9(7).
01  WS-AWARDS-DONE-SW        PIC X.
    88  WS-AWARDS-DONE           VALUE 'Y'.
01  WS-TOTAL-AWARDS-APPLIED  PIC 9(9) VALUE ZERO.
01  WS-TOTAL-AWARDS-PENDING  PIC 9(9) VALUE ZERO.

*>   StudentIds with a guarantor record on Students.Guarantor.Dat
*>   (maintained by GuarantorEntry), loaded at start-up so the
*>   listing can flag which balances are guaranteed. Capped at 2000;
        03  WS-PROGRAM-ENTRY-CODE     PIC X(4).
        03  WS-PROGRAM-ENTRY-HEADS    PIC 9(5) VALUE ZERO.
        03  WS-PROGRAM-ENTRY-LOANS    PIC 9(9) VALUE ZERO.
        03  WS-PROGRAM-ENTRY-AWARDS   PIC 9(9) VALUE ZERO.
01  WS-PROGRAM-FOUND-IX      PIC 9(2).

01  WS-TOTAL-HEADCOUNT       PIC 9(7) VALUE ZERO.
    02  WS-PRG-LINE-HEADS     PIC ZZ,ZZ9.
    02  FILLER                PIC X(6) VALUE SPACES.
    02  WS-PRG-LINE-LOANS     PIC $$$$,$$$,$$9.
    02  FILLER                PIC X(2) VALUE SPACES.
    02  WS-PRG-LINE-AWARDS    PIC $$$$,$$$,$$9.
01  WS-RPT-TOTAL-LINE.
    02  WS-TOT-LINE-LABEL     PIC X(26).
    02  WS-TOT-LINE-COUNT     PIC Z,ZZZ,ZZ9.
      ACCEPT WS-HIGH-LOAN-THRESHOLD
   END-IF

   PERFORM OpenBalanceMaster
   OPEN INPUT AwardFile
   *>   Status 05 means the OPTIONAL file was absent and is now open
   *>   and empty - no awards have been made.
   IF WS-AWARD-FILE-STATUS NOT = "00" AND WS-AWARD-FILE-STATUS NOT = "05"
      MOVE "loans.awards.dat" TO WS-ABORT-FILE-NAME
      MOVE WS-AWARD-FILE-STATUS TO WS-ABORT-FILE-STATUS
      PERFORM FileAbort
   END-IF
   PERFORM LoadGuarantorIds

   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM

   PERFORM UNTIL EndOfStudentFile
       PERFORM SetCurrentLoan
       PERFORM SumStudentAwards
       ADD 1 TO WS-TOTAL-HEADCOUNT
       ADD WS-CURRENT-LOAN TO WS-TOTAL-LOAN-EXPOSURE
       ADD WS-STU-AWARDS-APPLIED TO WS-TOTAL-AWARDS-APPLIED
       ADD WS-STU-AWARDS-PENDING TO WS-TOTAL-AWARDS-PENDING

       IF WS-CURRENT-LOAN > WS-HIGH-LOAN-THRESHOLD
           PERFORM BufferHighLoanStudent
       END-IF
       ADD 1 TO WS-PROGRAM-ENTRY-HEADS(WS-PROGRAM-FOUND-IX)
       ADD WS-CURRENT-LOAN TO WS-PROGRAM-ENTRY-LOANS(WS-PROGRAM-FOUND-IX)
       ADD WS-STU-AWARDS-APPLIED
         TO WS-PROGRAM-ENTRY-AWARDS(WS-PROGRAM-FOUND-IX)

       READ StudentFile
           AT END SET EndOfStudentFile TO TRUE
       END-READ
   END-PERFORM
   CLOSE StudentFile
   CLOSE BalanceFile
   CLOSE AwardFile

   PERFORM SortHighLoanEntriesDescending


   DISPLAY " "
   DISPLAY "================ Loan Exposure by ProgramCode ================"
   DISPLAY "Code Headcount   Total LoanAmount Awards applied"
   MOVE "LOAN EXPOSURE BY PROGRAMCODE" TO WS-PRINT-LINE
   PERFORM PrintSectionHeading
   MOVE "CODE HEADS       TOTAL LOANS  AWARDS APPLIED" TO WS-PRINT-LINE
   PERFORM PrintOneLine
   PERFORM VARYING WS-PROGRAM-IX FROM 1 BY 1
           UNTIL WS-PROGRAM-IX > WS-PROGRAM-COUNT
       DISPLAY WS-PROGRAM-ENTRY-CODE(WS-PROGRAM-IX) SPACE
               WS-PROGRAM-ENTRY-HEADS(WS-PROGRAM-IX) SPACE
               WS-PROGRAM-ENTRY-LOANS(WS-PROGRAM-IX) SPACE
               WS-PROGRAM-ENTRY-AWARDS(WS-PROGRAM-IX)
       MOVE WS-PROGRAM-ENTRY-CODE(WS-PROGRAM-IX) TO WS-PRG-LINE-CODE
       MOVE WS-PROGRAM-ENTRY-HEADS(WS-PROGRAM-IX) TO WS-PRG-LINE-HEADS
       MOVE WS-PROGRAM-ENTRY-LOANS(WS-PROGRAM-IX) TO WS-PRG-LINE-LOANS
       MOVE WS-PROGRAM-ENTRY-AWARDS(WS-PROGRAM-IX) TO WS-PRG-LINE-AWARDS
       MOVE WS-RPT-PROGRAM-LINE TO WS-PRINT-LINE
       PERFORM PrintOneLine
   END-PERFORM
   DISPLAY "================ Loan Exposure Summary ================"
   DISPLAY "Total students......... : " WS-TOTAL-HEADCOUNT
   DISPLAY "Total loan exposure.... : " WS-TOTAL-LOAN-EXPOSURE
   DISPLAY "Awards applied to loans : " WS-TOTAL-AWARDS-APPLIED
   DISPLAY "Awards still pending... : " WS-TOTAL-AWARDS-PENDING
   DISPLAY "Students over threshold : " WS-HIGH-LOAN-COUNT
   DISPLAY "  of which guaranteed.. : " WS-GUARANTEED-COUNT
   DISPLAY "Threshold used (" WS-PARM-SOURCE ") : " WS-HIGH-LOAN-THRESHOLD
    MOVE WS-TOTAL-LOAN-EXPOSURE TO WS-TOT-LINE-AMOUNT
    MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-LINE
    PERFORM PrintOneLine
    MOVE "AWARDS APPLIED TO LOANS.: " TO WS-TOT-LINE-LABEL
    MOVE ZERO TO WS-TOT-LINE-COUNT
    MOVE WS-TOTAL-AWARDS-APPLIED TO WS-TOT-LINE-AMOUNT
    MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-LINE
    PERFORM PrintOneLine
    MOVE "AWARDS STILL PENDING....: " TO WS-TOT-LINE-LABEL
    MOVE ZERO TO WS-TOT-LINE-COUNT
    MOVE WS-TOTAL-AWARDS-PENDING TO WS-TOT-LINE-AMOUNT
    MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-LINE
    PERFORM PrintOneLine
    MOVE "STUDENTS OVER THRESHOLD.: " TO WS-TOT-LINE-LABEL
    MOVE WS-HIGH-LOAN-COUNT TO WS-TOT-LINE-COUNT
    MOVE ZERO TO WS-TOT-LINE-AMOUNT
    CLOSE RunParmFile.

*>  ---------------------------------------------------------------
*>  OpenBalanceMaster - opens Loans.Balance.Dat for the per-student
*>  balance lookups. A missing master (LoanPost has never run)
*>  opens empty, so every student falls back to LoanAmount.
*>  ---------------------------------------------------------------
OpenBalanceMaster.
    OPEN INPUT BalanceFile
    *>   Status 05 means the OPTIONAL file was absent and is now open
    *>   and empty - every lookup below just comes back not found.
    IF WS-BALANCE-FILE-STATUS NOT = "00" AND WS-BALANCE-FILE-STATUS NOT = "05"
       MOVE "loans.balance.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-BALANCE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF.

*>  ---------------------------------------------------------------
*>  LoadGuarantorIds - reads Students.Guarantor.Dat (when it exists)
*>  into the id table so the over-threshold listing can flag which
*>  balances carry a co-signer's guarantee. A guarantee GuarantorRun
*>  has released no longer stands behind the loan and is left out.
*>  A missing file just leaves the table empty and nothing flagged.
*>  ---------------------------------------------------------------
LoadGuarantorIds.
    OPEN INPUT GuarantorFile
        AT END SET EndOfGuarantorFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfGuarantorFile
        EVALUATE TRUE
            WHEN GuarReleased
                CONTINUE
            WHEN WS-GUARANTOR-ID-COUNT < 2000
                ADD 1 TO WS-GUARANTOR-ID-COUNT
                MOVE GuarStudentId
                  TO WS-GUARANTOR-ID-ENTRY(WS-GUARANTOR-ID-COUNT)
            WHEN NOT WS-GUARANTOR-ID-FULL
                SET WS-GUARANTOR-ID-FULL TO TRUE
                DISPLAY "WARNING - guarantor table is full (2000 "
                        "students) - further guaranteed balances will "
                        "not be flagged"
        END-EVALUATE
        READ GuarantorFile
            AT END SET EndOfGuarantorFile TO TRUE
        END-READ

*>  ---------------------------------------------------------------
*>  SetCurrentLoan - the figure this student carries into the report:
*>  the current balance on the loan balance master when the student
*>  has postings, otherwise LoanAmount from the roster.
*>  ---------------------------------------------------------------
SetCurrentLoan.
    MOVE LoanAmount TO WS-CURRENT-LOAN
    MOVE StudentId TO BalStudentId
    READ BalanceFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-BALANCE-FOUND
       MOVE BalCurrentBalance TO WS-CURRENT-LOAN
    END-IF.

*>  ---------------------------------------------------------------
*>  SumStudentAwards - totals the awards on Loans.Awards.Dat for the
*>  student just read, read along the key from their first: applied
*>  ones at the amount posted, pending ones at the amount awarded.
*>  ---------------------------------------------------------------
SumStudentAwards.
    MOVE ZERO TO WS-STU-AWARDS-APPLIED
    MOVE ZERO TO WS-STU-AWARDS-PENDING
    MOVE 'N' TO WS-AWARDS-DONE-SW
    MOVE StudentId TO AwardStudentId
    MOVE ZERO TO AwardDate
    MOVE ZERO TO AwardTime
    START AwardFile KEY IS NOT LESS THAN AwardKey
        INVALID KEY SET WS-AWARDS-DONE TO TRUE
    END-START
    PERFORM UNTIL WS-AWARDS-DONE
        READ AwardFile NEXT RECORD
            AT END SET WS-AWARDS-DONE TO TRUE
        END-READ
        IF NOT WS-AWARDS-DONE
           IF AwardStudentId NOT = StudentId
              SET WS-AWARDS-DONE TO TRUE
           ELSE
              IF AwardApplied
                 ADD AwardAppliedAmount TO WS-STU-AWARDS-APPLIED
              ELSE
                 ADD AwardAmount TO WS-STU-AWARDS-PENDING
              END-IF
           END-IF
        END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-BALANCE-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.balance.dat"
        DELIMITED BY SIZE INTO WS-LOANS-BALANCE-PATH
    END-STRING
    MOVE SPACES TO WS-RUNPARMS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/runparms.dat"
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.guarantor.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-GUARANTOR-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-AWARDS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.awards.dat"
        DELIMITED BY SIZE INTO WS-LOANS-AWARDS-PATH
    END-STRING
    MOVE SPACES TO WS-LOANEXPOSURE-REPORT-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loanexposure.report.dat"
        DELIMITED BY SIZE INTO WS-LOANEXPOSURE-REPORT-PATH
