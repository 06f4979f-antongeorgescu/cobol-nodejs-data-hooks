IDENTIFICATION DIVISION.
PROGRAM-ID. GuarantorRun.
AUTHOR. Anton Georgescu.
*> Guarantor run - follows every guarantee on Students.Guarantor.Dat
*> after StudentWrite has accepted the over-ceiling loan it covers.
*> Each guarantee still in force is held against the student's
*> current balance on the loan balance master Loans.Balance.Dat and
*> the ceiling (ProgLoanCeiling on Programs.Dat) of the program the
*> student is on:
*>   - a balance back within the ceiling, on a student whose roster
*>     LoanAmount is within it too, leaves nothing for the guarantor
*>     to cover - a release letter is printed and the guarantee is
*>     marked released, so StudentWrite will want a new guarantee
*>     before it accepts another over-ceiling loan. A roster
*>     LoanAmount still over the ceiling, or no balance master record
*>     at all (the loan not yet posted), holds the guarantee;
*>   - a balance over the ceiling that is seriously delinquent - 90
*>     days or more since the last repayment, or never repaid, the
*>     LoanAgingReport 90-plus bucket - gets a formal demand notice
*>     to the guarantor at GuarAddressLine1/GuarCity for the excess
*>     over the ceiling, capped at the amount guaranteed. One notice
*>     per delinquency; a further notice goes out only if the
*>     student is still delinquent 90 days after the last one;
*>   - a student with a demand outstanding who is no longer
*>     seriously delinquent has the demand withdrawn (CURED).
*> The letters go to the dated guarantor.letters.YYYYMMDD.dat, the
*> correspondence e-mail queue convention - a second run on the
*> same day adds to that day's file, so letters already recorded on
*> the history are never written over before they are printed. Each
*> opens with its ruled heading, the LoanTaxReceiptRun receipt
*> layout. Every demand, cure and release is
*> appended to the guarantee history Students.Guarantor.Log.Dat,
*> which StudentWhereabouts shows. A guarantor with no address on
*> file still gets the letter, stamped NO ADDRESS ON FILE, and is
*> listed on the console for the front office to chase. A guarantee
*> for a student no longer on the roster, or on a program not on
*> Programs.Dat, cannot be judged and is left alone.
*> Run it after LoanPost and LoanInterestAccrue have brought the
*> balance master up to date.
*>
*> RETURN-CODEs: 0 run complete, 8 refused (no balance master, no
*> programs on Programs.Dat), 12 file error.

*> cobc -x -free guarantorrun.cbl      (standalone)
*> cobc -m -free guarantorrun.cbl      (module, CALLable from OperatorConsole)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT OPTIONAL GuarantorFile ASSIGN WS-STUDENTS-GUARANTOR-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS GuarStudentId
             FILE STATUS IS WS-GUARANTOR-FILE-STATUS.

      SELECT StudentFile ASSIGN WS-STUDENTS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS StudentId
             ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
             FILE STATUS IS WS-STUDENT-FILE-STATUS.

      SELECT BalanceFile ASSIGN WS-LOANS-BALANCE-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS BalStudentId
             FILE STATUS IS WS-BALANCE-FILE-STATUS.

      SELECT OPTIONAL ProgramFile ASSIGN WS-PROGRAMS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-PROGRAM-FILE-STATUS.

      SELECT OPTIONAL LetterFile ASSIGN WS-GUARANTOR-LETTERS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-LETTER-FILE-STATUS.

      SELECT OPTIONAL GuarantorLogFile ASSIGN WS-GUARANTOR-LOG-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-GUARANTOR-LOG-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD GuarantorFile.
01 GuarantorRecord.
   88 EndOfGuarantorFile   VALUE HIGH-VALUES.
   COPY guarrec.

FD StudentFile.
01 StudentDetails.
   COPY studrec.

FD BalanceFile.
01 BalanceRecord.
   COPY loanbal.

FD ProgramFile.
01 ProgramRefRecord.
   88 EndOfProgramFile     VALUE HIGH-VALUES.
   COPY progrec.

FD LetterFile.
01 LetterLine              PIC X(132).

FD GuarantorLogFile.
01 GuarantorLogRecord.
   COPY guarlog.

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>   comes from the STUDENT_DATA_DIR environment variable (default
*>   "data"), so the same compiled programs run against the
*>   production directory tonight and a test copy tomorrow morning
*>   without recompiling.
01  WS-DATA-DIR              PIC X(64).
01  WS-STUDENTS-GUARANTOR-PATH PIC X(160).
01  WS-STUDENTS-PATH         PIC X(160).
01  WS-LOANS-BALANCE-PATH    PIC X(160).
01  WS-PROGRAMS-PATH         PIC X(160).
01  WS-GUARANTOR-LETTERS-PATH PIC X(160).
01  WS-GUARANTOR-LOG-PATH    PIC X(160).

01  WS-GUARANTOR-FILE-STATUS PIC XX.
01  WS-STUDENT-FILE-STATUS   PIC XX.
    88  WS-STUDENT-FOUND         VALUE "00".
01  WS-BALANCE-FILE-STATUS   PIC XX.
    88  WS-BALANCE-FOUND         VALUE "00".
01  WS-PROGRAM-FILE-STATUS   PIC XX.
01  WS-LETTER-FILE-STATUS    PIC XX.
01  WS-GUARANTOR-LOG-FILE-STATUS PIC XX.
*>   File-status hardening - a required file that fails to open
*>   abandons the run with a clear operator message and RETURN-CODE
*>   12, instead of a runtime abort partway through.
01  WS-ABORT-FILE-NAME        PIC X(30).
01  WS-ABORT-FILE-STATUS      PIC XX.

*>   Operator named on the guarantee log - BATCH when the run is not
*>   started from a signed-on console.
01  WS-SIGNED-ON-OPERATOR    PIC X(8).

*>   Seriously delinquent is the LoanAgingReport 90-plus bucket; a
*>   demand is repeated only after the same again has passed.
01  WS-DELINQUENT-DAYS       PIC 9(3) VALUE 90.
01  WS-DEMAND-REPEAT-DAYS    PIC 9(3) VALUE 90.

*>   Each program's loan ceiling from Programs.Dat. Capped at 20
*>   programs, the same limit ProgramMaint keeps.
01  WS-PROGRAM-CEILING-TABLE.
    02  WS-PROGRAM-CEILING-COUNT PIC 9(2) VALUE ZERO.
    02  WS-PROGRAM-CEILING-ENTRY OCCURS 20 TIMES
                                 INDEXED BY WS-PROGRAM-CEILING-IX.
        03  WS-PC-CODE            PIC X(4).
        03  WS-PC-LOAN-CEILING    PIC 9(5).
01  WS-PROGRAM-CEILING       PIC 9(5).
01  WS-PROGRAM-CEILING-FOUND-SW PIC X.
    88  WS-PROGRAM-CEILING-FOUND VALUE 'Y'.

*>   Day arithmetic for the aging - today, the last payment and the
*>   last demand as day numbers, so each gap is a straight
*>   subtraction.
01  WS-TODAY-DATE-NUM        PIC 9(8).
01  WS-TODAY-INT             PIC 9(8).
01  WS-LAST-PAY-INT          PIC 9(8).
01  WS-LAST-DEMAND-INT       PIC 9(8).
01  WS-DAYS-SINCE-PAY        PIC S9(8).
01  WS-DAYS-SINCE-DEMAND     PIC S9(8).
01  WS-DAYS-LOGGED           PIC 9(3).
01  WS-DELINQUENT-SW         PIC X.
    88  WS-DELINQUENT            VALUE 'Y'.

*>   The guarantee in hand - the student's position against it.
01  WS-CURRENT-BALANCE       PIC 9(7).
01  WS-CEILING-EXCESS        PIC 9(7).
01  WS-GUARANTEED-AMOUNT     PIC 9(5).
01  WS-AMOUNT-DEMANDED       PIC 9(5).
01  WS-FURTHER-DEMAND-SW     PIC X.
    88  WS-FURTHER-DEMAND        VALUE 'Y'.

*>   Letter page layout.
01  WS-LTR-LINE               PIC X(132).
01  WS-LTR-BLANK              PIC X(132) VALUE SPACES.
01  WS-LTR-RULE               PIC X(72) VALUE ALL "=".
01  WS-LTR-HEADING.
    02  WS-LTR-TITLE          PIC X(50).
    02  FILLER                PIC X(6) VALUE "DATE: ".
    02  WS-LTR-DATE           PIC 9999/99/99.
01  WS-LTR-AMOUNT-LINE.
    02  WS-LA-LABEL           PIC X(36).
    02  WS-LA-AMOUNT          PIC Z,ZZZ,ZZ9.
01  WS-LTR-DATE-EDITED        PIC 9999/99/99.
01  WS-DAYS-EDITED            PIC ZZ9.

*>   Control totals for the end-of-run summary.
01  WS-GUARANTEES-READ-COUNT PIC 9(7) VALUE ZERO.
01  WS-ALREADY-RELEASED-COUNT PIC 9(7) VALUE ZERO.
01  WS-RELEASED-COUNT        PIC 9(7) VALUE ZERO.
01  WS-DEMAND-COUNT          PIC 9(7) VALUE ZERO.
01  WS-FURTHER-DEMAND-COUNT  PIC 9(7) VALUE ZERO.
01  WS-DEMAND-PENDING-COUNT  PIC 9(7) VALUE ZERO.
01  WS-CURED-COUNT           PIC 9(7) VALUE ZERO.
01  WS-IN-ORDER-COUNT        PIC 9(7) VALUE ZERO.
01  WS-NOT-JUDGED-COUNT      PIC 9(7) VALUE ZERO.
01  WS-HELD-COUNT            PIC 9(7) VALUE ZERO.
01  WS-NO-ADDRESS-COUNT      PIC 9(7) VALUE ZERO.
01  WS-LETTERS-COUNT         PIC 9(7) VALUE ZERO.
01  WS-DEMANDED-TOTAL        PIC 9(9) VALUE ZERO.

*>   Run-control record appended to Runs.Dat through runlogger as
*>   the program finishes, so the job-health report can show how the
*>   overnight window really went.
01  WS-RUN-CONTROL.
    COPY runctl.
01  WS-RUN-START-STAMP.
    02 WS-RUN-START-DATE      PIC 9(8).
    02 WS-RUN-START-TIME      PIC 9(6).
01  WS-EVENT-STAMP.
    02 WS-EVENT-DATE          PIC 9(8).
    02 WS-EVENT-TIME          PIC 9(8).

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

    PERFORM LoadProgramCeilings
    IF WS-PROGRAM-CEILING-COUNT = ZERO
       DISPLAY "RUN REFUSED - no programs on Programs.Dat, so there "
               "is no loan ceiling to hold the guarantees against"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF

    OPEN INPUT BalanceFile
    IF WS-BALANCE-FILE-STATUS = "35"
       DISPLAY "RUN REFUSED - the loan balance master Loans.Balance.Dat "
               "is not on file - create it from the ledger with "
               "LoanBalanceRebuild first"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       GOBACK
    END-IF
    IF WS-BALANCE-FILE-STATUS NOT = "00"
       MOVE "loans.balance.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-BALANCE-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN INPUT StudentFile
    IF WS-STUDENT-FILE-STATUS NOT = "00" AND WS-STUDENT-FILE-STATUS NOT = "05"
       MOVE "students.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-STUDENT-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    *>   Status 05 - no guarantee has ever been keyed; the run has
    *>   nothing to follow and finishes with empty totals.
    OPEN I-O GuarantorFile
    IF WS-GUARANTOR-FILE-STATUS NOT = "00"
       AND WS-GUARANTOR-FILE-STATUS NOT = "05"
       MOVE "students.guarantor.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-GUARANTOR-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN EXTEND LetterFile
    IF WS-LETTER-FILE-STATUS NOT = "00" AND WS-LETTER-FILE-STATUS NOT = "05"
       MOVE "guarantor.letters (dated)" TO WS-ABORT-FILE-NAME
       MOVE WS-LETTER-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN EXTEND GuarantorLogFile
    IF WS-GUARANTOR-LOG-FILE-STATUS NOT = "00"
       AND WS-GUARANTOR-LOG-FILE-STATUS NOT = "05"
       MOVE "students.guarantor.log.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-GUARANTOR-LOG-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF

    READ GuarantorFile NEXT RECORD
        AT END SET EndOfGuarantorFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfGuarantorFile
       ADD 1 TO WS-GUARANTEES-READ-COUNT
       PERFORM FollowOneGuarantee
       READ GuarantorFile NEXT RECORD
           AT END SET EndOfGuarantorFile TO TRUE
       END-READ
    END-PERFORM

    CLOSE GuarantorLogFile
    CLOSE LetterFile
    CLOSE GuarantorFile
    CLOSE StudentFile
    CLOSE BalanceFile

    DISPLAY " "
    DISPLAY "============== GuarantorRun Control Totals =============="
    DISPLAY "Guarantees read....................... : " WS-GUARANTEES-READ-COUNT
    DISPLAY "Released before this run.............. : " WS-ALREADY-RELEASED-COUNT
    DISPLAY "Released tonight (within ceiling)..... : " WS-RELEASED-COUNT
    DISPLAY "Demand notices - first................ : " WS-DEMAND-COUNT
    DISPLAY "Demand notices - further.............. : " WS-FURTHER-DEMAND-COUNT
    DISPLAY "Amount demanded of guarantors......... : " WS-DEMANDED-TOTAL
    DISPLAY "Demand already outstanding............ : " WS-DEMAND-PENDING-COUNT
    DISPLAY "Demands withdrawn (student caught up). : " WS-CURED-COUNT
    DISPLAY "Over ceiling, repaying - no action.... : " WS-IN-ORDER-COUNT
    DISPLAY "Held (loan over ceiling / not posted). : " WS-HELD-COUNT
    DISPLAY "Not judged (off roster / no program).. : " WS-NOT-JUDGED-COUNT
    DISPLAY "Letters with no guarantor address..... : " WS-NO-ADDRESS-COUNT
    DISPLAY "========================================================="
    IF WS-LETTERS-COUNT > ZERO
       DISPLAY WS-LETTERS-COUNT " letters written to guarantor.letters."
               WS-TODAY-DATE-NUM ".dat - print and mail them"
    END-IF

    PERFORM WriteRunControl

    GOBACK.

*>  ---------------------------------------------------------------
*>  WriteRunControl - this run's record counts and final
*>  RETURN-CODE, appended to Runs.Dat through runlogger.
*>  ---------------------------------------------------------------
WriteRunControl.
    MOVE "GuarantorRun" TO RunProgramName
    MOVE WS-RUN-START-DATE TO RunStartDate
    MOVE WS-RUN-START-TIME TO RunStartTime
    MOVE WS-GUARANTEES-READ-COUNT TO RunRecordsRead
    MOVE WS-LETTERS-COUNT TO RunRecordsWritten
    MOVE WS-NOT-JUDGED-COUNT TO RunRejectedCount
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
*>  LoadProgramCeilings - each program's loan ceiling from
*>  Programs.Dat.
*>  ---------------------------------------------------------------
LoadProgramCeilings.
    OPEN INPUT ProgramFile
    *>   Status 05 means the OPTIONAL file was absent and is now open
    *>   and empty - the read loop below just hits end-of-file and
    *>   main refuses the run.
    IF WS-PROGRAM-FILE-STATUS NOT = "00" AND WS-PROGRAM-FILE-STATUS NOT = "05"
       EXIT PARAGRAPH
    END-IF
    READ ProgramFile
        AT END SET EndOfProgramFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfProgramFile
        IF WS-PROGRAM-CEILING-COUNT < 20
           ADD 1 TO WS-PROGRAM-CEILING-COUNT
           MOVE ProgCode TO WS-PC-CODE(WS-PROGRAM-CEILING-COUNT)
           MOVE ProgLoanCeiling
             TO WS-PC-LOAN-CEILING(WS-PROGRAM-CEILING-COUNT)
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
*>  FindProgramCeiling - the loan ceiling of the student's
*>  ProgramCode, in WS-PROGRAM-CEILING (the found switch off when
*>  the program is not on file).
*>  ---------------------------------------------------------------
FindProgramCeiling.
    MOVE ZERO TO WS-PROGRAM-CEILING
    MOVE 'N' TO WS-PROGRAM-CEILING-FOUND-SW
    PERFORM VARYING WS-PROGRAM-CEILING-IX FROM 1 BY 1
            UNTIL WS-PROGRAM-CEILING-IX > WS-PROGRAM-CEILING-COUNT
       IF WS-PC-CODE(WS-PROGRAM-CEILING-IX) = ProgramCode
          MOVE WS-PC-LOAN-CEILING(WS-PROGRAM-CEILING-IX)
            TO WS-PROGRAM-CEILING
          SET WS-PROGRAM-CEILING-FOUND TO TRUE
       END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  FollowOneGuarantee - the guarantee in the buffer against the
*>  student's balance, ceiling and days since last repayment:
*>  release, demand, withdraw a demand, or leave it as it is.
*>  ---------------------------------------------------------------
FollowOneGuarantee.
    IF GuarReleased
       ADD 1 TO WS-ALREADY-RELEASED-COUNT
       EXIT PARAGRAPH
    END-IF

    MOVE GuarStudentId TO StudentId
    READ StudentFile
        INVALID KEY CONTINUE
    END-READ
    IF NOT WS-STUDENT-FOUND
       ADD 1 TO WS-NOT-JUDGED-COUNT
       DISPLAY "Not judged - guarantee for " GuarStudentId
               " but the student is not on the roster"
       EXIT PARAGRAPH
    END-IF
    PERFORM FindProgramCeiling
    IF NOT WS-PROGRAM-CEILING-FOUND
       ADD 1 TO WS-NOT-JUDGED-COUNT
       DISPLAY "Not judged - guarantee for " GuarStudentId
               " but program " ProgramCode " is not on Programs.Dat"
       EXIT PARAGRAPH
    END-IF

    *>   No balance master record - the loan the guarantee covers
    *>   has not been posted yet, so there is nothing to judge and
    *>   the guarantee stands.
    MOVE GuarStudentId TO BalStudentId
    READ BalanceFile
        INVALID KEY CONTINUE
    END-READ
    IF NOT WS-BALANCE-FOUND
       ADD 1 TO WS-HELD-COUNT
       EXIT PARAGRAPH
    END-IF
    MOVE BalCurrentBalance TO WS-CURRENT-BALANCE

    IF GuarAmount IS NUMERIC
       MOVE GuarAmount TO WS-GUARANTEED-AMOUNT
    ELSE
       MOVE ZERO TO WS-GUARANTEED-AMOUNT
    END-IF

    *>   Within the ceiling - released only once the roster loan is
    *>   within it as well, or StudentWrite would carry an
    *>   over-ceiling loan with no guarantee behind it.
    IF WS-CURRENT-BALANCE NOT > WS-PROGRAM-CEILING
       IF LoanAmount > WS-PROGRAM-CEILING
          *>   Held - but with no excess there is nothing to demand.
          IF GuarDemandOutstanding
             MOVE ZERO TO WS-DAYS-LOGGED
             PERFORM WithdrawDemand
          ELSE
             ADD 1 TO WS-HELD-COUNT
          END-IF
       ELSE
          PERFORM ReleaseGuarantee
       END-IF
       EXIT PARAGRAPH
    END-IF
    COMPUTE WS-CEILING-EXCESS = WS-CURRENT-BALANCE - WS-PROGRAM-CEILING

    MOVE 'N' TO WS-DELINQUENT-SW
    IF BalLastRepayDate = ZERO
       MOVE 999 TO WS-DAYS-LOGGED
       SET WS-DELINQUENT TO TRUE
    ELSE
       COMPUTE WS-LAST-PAY-INT =
               FUNCTION INTEGER-OF-DATE(BalLastRepayDate)
       COMPUTE WS-DAYS-SINCE-PAY = WS-TODAY-INT - WS-LAST-PAY-INT
       IF WS-DAYS-SINCE-PAY > 999
          MOVE 999 TO WS-DAYS-LOGGED
       ELSE
          MOVE WS-DAYS-SINCE-PAY TO WS-DAYS-LOGGED
       END-IF
       IF WS-DAYS-SINCE-PAY >= WS-DELINQUENT-DAYS
          SET WS-DELINQUENT TO TRUE
       END-IF
    END-IF

    EVALUATE TRUE
        WHEN WS-DELINQUENT AND NOT GuarDemandOutstanding
            MOVE 'N' TO WS-FURTHER-DEMAND-SW
            PERFORM DemandOnGuarantor
        WHEN WS-DELINQUENT
            COMPUTE WS-LAST-DEMAND-INT =
                    FUNCTION INTEGER-OF-DATE(GuarLastDemandDate)
            COMPUTE WS-DAYS-SINCE-DEMAND =
                    WS-TODAY-INT - WS-LAST-DEMAND-INT
            IF WS-DAYS-SINCE-DEMAND >= WS-DEMAND-REPEAT-DAYS
               SET WS-FURTHER-DEMAND TO TRUE
               PERFORM DemandOnGuarantor
            ELSE
               ADD 1 TO WS-DEMAND-PENDING-COUNT
            END-IF
        WHEN GuarDemandOutstanding
            PERFORM WithdrawDemand
        WHEN OTHER
            ADD 1 TO WS-IN-ORDER-COUNT
    END-EVALUATE.

*>  ---------------------------------------------------------------
*>  ReleaseGuarantee - the balance is within the ceiling again: the
*>  release letter, the guarantee marked released, and the release
*>  logged.
*>  ---------------------------------------------------------------
ReleaseGuarantee.
    MOVE "RELEASE OF LOAN GUARANTEE" TO WS-LTR-TITLE
    PERFORM WriteLetterHeading

    MOVE "THE STUDENT LOAN YOU GUARANTEED IS NOW WITHIN THE LIMIT"
      TO WS-LTR-LINE
    WRITE LetterLine FROM WS-LTR-LINE
    MOVE "FOR THE STUDENT'S PROGRAM. YOU ARE RELEASED FROM YOUR"
      TO WS-LTR-LINE
    WRITE LetterLine FROM WS-LTR-LINE
    MOVE "GUARANTEE WITH EFFECT FROM THE DATE OF THIS LETTER AND NO"
      TO WS-LTR-LINE
    WRITE LetterLine FROM WS-LTR-LINE
    MOVE "FURTHER AMOUNT CAN BE CLAIMED FROM YOU UNDER IT."
      TO WS-LTR-LINE
    WRITE LetterLine FROM WS-LTR-LINE
    WRITE LetterLine FROM WS-LTR-BLANK
    MOVE "AMOUNT YOU GUARANTEED.............: " TO WS-LA-LABEL
    MOVE WS-GUARANTEED-AMOUNT TO WS-LA-AMOUNT
    WRITE LetterLine FROM WS-LTR-AMOUNT-LINE
    MOVE "CURRENT LOAN BALANCE..............: " TO WS-LA-LABEL
    MOVE WS-CURRENT-BALANCE TO WS-LA-AMOUNT
    WRITE LetterLine FROM WS-LTR-AMOUNT-LINE
    MOVE "PROGRAM LOAN LIMIT................: " TO WS-LA-LABEL
    MOVE WS-PROGRAM-CEILING TO WS-LA-AMOUNT
    WRITE LetterLine FROM WS-LTR-AMOUNT-LINE
    PERFORM WriteLetterClose

    SET GuarReleased TO TRUE
    MOVE WS-TODAY-DATE-NUM TO GuarStatusDate
    MOVE "N" TO GuarDemandSw
    PERFORM RewriteGuarantee

    MOVE ZERO TO WS-DAYS-LOGGED
    MOVE ZERO TO WS-AMOUNT-DEMANDED
    PERFORM StartLogRecord
    SET GlogRelease TO TRUE
    PERFORM WriteLogRecord
    ADD 1 TO WS-RELEASED-COUNT
    DISPLAY "Released - guarantee for " GuarStudentId
            " balance " WS-CURRENT-BALANCE
            " within ceiling " WS-PROGRAM-CEILING.

*>  ---------------------------------------------------------------
*>  DemandOnGuarantor - the student is seriously delinquent over the
*>  ceiling: the guarantor is called on for the excess, no more than
*>  they guaranteed, by formal notice. The demand is recorded on the
*>  guarantee and logged.
*>  ---------------------------------------------------------------
DemandOnGuarantor.
    IF WS-CEILING-EXCESS > WS-GUARANTEED-AMOUNT
       MOVE WS-GUARANTEED-AMOUNT TO WS-AMOUNT-DEMANDED
    ELSE
       MOVE WS-CEILING-EXCESS TO WS-AMOUNT-DEMANDED
    END-IF

    IF WS-FURTHER-DEMAND
       MOVE "FURTHER DEMAND ON LOAN GUARANTEE" TO WS-LTR-TITLE
    ELSE
       MOVE "FORMAL DEMAND ON LOAN GUARANTEE" TO WS-LTR-TITLE
    END-IF
    PERFORM WriteLetterHeading

    MOVE "THE STUDENT NAMED ABOVE HAS FALLEN SERIOUSLY BEHIND ON THE"
      TO WS-LTR-LINE
    WRITE LetterLine FROM WS-LTR-LINE
    MOVE SPACES TO WS-LTR-LINE
    IF BalLastRepayDate = ZERO
       MOVE "LOAN YOU GUARANTEED - NO REPAYMENT HAS EVER BEEN MADE."
         TO WS-LTR-LINE
    ELSE
       MOVE BalLastRepayDate TO WS-LTR-DATE-EDITED
       MOVE WS-DAYS-LOGGED TO WS-DAYS-EDITED
       STRING "LOAN YOU GUARANTEED - THE LAST REPAYMENT WAS ON "
              WS-LTR-DATE-EDITED ", "
              FUNCTION TRIM(WS-DAYS-EDITED) " DAYS AGO."
           DELIMITED BY SIZE INTO WS-LTR-LINE
       END-STRING
    END-IF
    WRITE LetterLine FROM WS-LTR-LINE
    IF WS-FURTHER-DEMAND
       MOVE GuarLastDemandDate TO WS-LTR-DATE-EDITED
       MOVE SPACES TO WS-LTR-LINE
       STRING "OUR DEMAND OF " WS-LTR-DATE-EDITED
              " REMAINS UNSATISFIED."
           DELIMITED BY SIZE INTO WS-LTR-LINE
       END-STRING
       WRITE LetterLine FROM WS-LTR-LINE
    END-IF
    MOVE "UNDER THE TERMS OF YOUR GUARANTEE WE NOW DEMAND PAYMENT OF"
      TO WS-LTR-LINE
    WRITE LetterLine FROM WS-LTR-LINE
    MOVE "THE AMOUNT SHOWN BELOW WITHIN 30 DAYS OF THE DATE OF THIS"
      TO WS-LTR-LINE
    WRITE LetterLine FROM WS-LTR-LINE
    MOVE "NOTICE." TO WS-LTR-LINE
    WRITE LetterLine FROM WS-LTR-LINE
    WRITE LetterLine FROM WS-LTR-BLANK
    MOVE "CURRENT LOAN BALANCE..............: " TO WS-LA-LABEL
    MOVE WS-CURRENT-BALANCE TO WS-LA-AMOUNT
    WRITE LetterLine FROM WS-LTR-AMOUNT-LINE
    MOVE "PROGRAM LOAN LIMIT................: " TO WS-LA-LABEL
    MOVE WS-PROGRAM-CEILING TO WS-LA-AMOUNT
    WRITE LetterLine FROM WS-LTR-AMOUNT-LINE
    MOVE "AMOUNT YOU GUARANTEED.............: " TO WS-LA-LABEL
    MOVE WS-GUARANTEED-AMOUNT TO WS-LA-AMOUNT
    WRITE LetterLine FROM WS-LTR-AMOUNT-LINE
    MOVE "AMOUNT NOW DEMANDED...............: " TO WS-LA-LABEL
    MOVE WS-AMOUNT-DEMANDED TO WS-LA-AMOUNT
    WRITE LetterLine FROM WS-LTR-AMOUNT-LINE
    PERFORM WriteLetterClose

    SET GuarDemandOutstanding TO TRUE
    MOVE WS-TODAY-DATE-NUM TO GuarLastDemandDate
    PERFORM RewriteGuarantee

    PERFORM StartLogRecord
    SET GlogDemand TO TRUE
    PERFORM WriteLogRecord
    IF WS-FURTHER-DEMAND
       ADD 1 TO WS-FURTHER-DEMAND-COUNT
    ELSE
       ADD 1 TO WS-DEMAND-COUNT
    END-IF
    ADD WS-AMOUNT-DEMANDED TO WS-DEMANDED-TOTAL
    DISPLAY "Demand - guarantee for " GuarStudentId
            " balance " WS-CURRENT-BALANCE
            " demanded " WS-AMOUNT-DEMANDED.

*>  ---------------------------------------------------------------
*>  WithdrawDemand - the student has repaid within the last 90 days,
*>  or the balance is back within the ceiling while the guarantee is
*>  held, so the outstanding demand no longer stands. No letter; the
*>  guarantee is cleared for a fresh demand should they fall behind
*>  again, and the cure is logged.
*>  ---------------------------------------------------------------
WithdrawDemand.
    MOVE "N" TO GuarDemandSw
    PERFORM RewriteGuarantee
    MOVE ZERO TO WS-AMOUNT-DEMANDED
    PERFORM StartLogRecord
    SET GlogCured TO TRUE
    PERFORM WriteLogRecord
    ADD 1 TO WS-CURED-COUNT
    DISPLAY "Cured - guarantee for " GuarStudentId
            " student repaying again, demand withdrawn".

*>  ---------------------------------------------------------------
*>  RewriteGuarantee - the guarantee in the buffer back onto
*>  Students.Guarantor.Dat.
*>  ---------------------------------------------------------------
RewriteGuarantee.
    REWRITE GuarantorRecord
        INVALID KEY CONTINUE
    END-REWRITE
    IF WS-GUARANTOR-FILE-STATUS NOT = "00"
       MOVE "students.guarantor.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-GUARANTOR-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF.

*>  ---------------------------------------------------------------
*>  StartLogRecord - a guarantee history line with the student's
*>  position filled in; the caller sets the event.
*>  ---------------------------------------------------------------
StartLogRecord.
    MOVE FUNCTION CURRENT-DATE(1:16) TO WS-EVENT-STAMP
    MOVE SPACES TO GuarantorLogRecord
    MOVE GuarStudentId TO GlogStudentId
    MOVE WS-EVENT-DATE TO GlogDate
    MOVE WS-EVENT-TIME TO GlogTime
    MOVE WS-GUARANTEED-AMOUNT TO GlogGuarAmount
    MOVE WS-CURRENT-BALANCE TO GlogBalance
    MOVE WS-PROGRAM-CEILING TO GlogCeiling
    MOVE WS-DAYS-LOGGED TO GlogDaysSincePay
    MOVE WS-AMOUNT-DEMANDED TO GlogAmountDemanded
    MOVE WS-SIGNED-ON-OPERATOR TO GlogOperatorId.

*>  ---------------------------------------------------------------
*>  WriteLogRecord - the history line onto
*>  Students.Guarantor.Log.Dat.
*>  ---------------------------------------------------------------
WriteLogRecord.
    WRITE GuarantorLogRecord
    IF WS-GUARANTOR-LOG-FILE-STATUS NOT = "00"
       MOVE "students.guarantor.log.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-GUARANTOR-LOG-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF.

*>  ---------------------------------------------------------------
*>  WriteLetterHeading - the top of a letter: title and date, the
*>  guarantor's name and postal address (or the NO ADDRESS flag),
*>  and the student the guarantee is for.
*>  ---------------------------------------------------------------
WriteLetterHeading.
    WRITE LetterLine FROM WS-LTR-RULE
    WRITE LetterLine FROM WS-LTR-HEADING
    WRITE LetterLine FROM WS-LTR-RULE
    WRITE LetterLine FROM WS-LTR-BLANK
    MOVE GuarName TO WS-LTR-LINE
    WRITE LetterLine FROM WS-LTR-LINE
    IF GuarAddressLine1 = SPACES OR GuarCity = SPACES
       MOVE "*** NO ADDRESS ON FILE ***" TO WS-LTR-LINE
       WRITE LetterLine FROM WS-LTR-LINE
       ADD 1 TO WS-NO-ADDRESS-COUNT
       DISPLAY "Exception - " GuarStudentId " guarantor " GuarName
               " has no address on file"
    ELSE
       MOVE GuarAddressLine1 TO WS-LTR-LINE
       WRITE LetterLine FROM WS-LTR-LINE
       MOVE SPACES TO WS-LTR-LINE
       STRING GuarCity " " GuarPostalCode
           DELIMITED BY SIZE INTO WS-LTR-LINE
       END-STRING
       WRITE LetterLine FROM WS-LTR-LINE
    END-IF
    WRITE LetterLine FROM WS-LTR-BLANK
    MOVE SPACES TO WS-LTR-LINE
    STRING "RE: STUDENT LOAN OF " StudentName " (STUDENT "
           GuarStudentId ")"
        DELIMITED BY SIZE INTO WS-LTR-LINE
    END-STRING
    WRITE LetterLine FROM WS-LTR-LINE
    WRITE LetterLine FROM WS-LTR-BLANK.

*>  ---------------------------------------------------------------
*>  WriteLetterClose - the sign-off and the blank lines that part
*>  one letter from the next.
*>  ---------------------------------------------------------------
WriteLetterClose.
    WRITE LetterLine FROM WS-LTR-BLANK
    MOVE "STUDENT LOANS OFFICE" TO WS-LTR-LINE
    WRITE LetterLine FROM WS-LTR-LINE
    WRITE LetterLine FROM WS-LTR-BLANK
    WRITE LetterLine FROM WS-LTR-BLANK
    IF WS-LETTER-FILE-STATUS NOT = "00"
       MOVE "guarantor.letters (dated)" TO WS-ABORT-FILE-NAME
       MOVE WS-LETTER-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileWriteAbort
    END-IF
    ADD 1 TO WS-LETTERS-COUNT.

*>  ---------------------------------------------------------------
*>  SetFileAssignments - builds every data-file path from the
*>  STUDENT_DATA_DIR environment variable (default "data"), so the
*>  dataset directory is chosen at run time, not compile time. The
*>  letters file is dated, the correspondence e-mail queue
*>  convention.
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
    MOVE SPACES TO WS-STUDENTS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-PATH
    END-STRING
    MOVE SPACES TO WS-LOANS-BALANCE-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/loans.balance.dat"
        DELIMITED BY SIZE INTO WS-LOANS-BALANCE-PATH
    END-STRING
    MOVE SPACES TO WS-PROGRAMS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/programs.dat"
        DELIMITED BY SIZE INTO WS-PROGRAMS-PATH
    END-STRING
    MOVE SPACES TO WS-GUARANTOR-LETTERS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/guarantor.letters."
           FUNCTION CURRENT-DATE(1:8) ".dat"
        DELIMITED BY SIZE INTO WS-GUARANTOR-LETTERS-PATH
    END-STRING
    MOVE SPACES TO WS-GUARANTOR-LOG-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.guarantor.log.dat"
        DELIMITED BY SIZE INTO WS-GUARANTOR-LOG-PATH
    END-STRING.
