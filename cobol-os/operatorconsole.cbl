*> list, and every called program still writes its own Runs.Dat
*> record through runlogger. Called programs are CANCELled after
*> each step so a repeated step starts with fresh working storage.
*> Nobody reaches the menu without signing on: an operator id and
*> password checked against Operators.Dat (maintained through
*> OperatorMaint), three tries, and an operator whose password was
*> keyed or reset by a supervisor chooses their own before going on.
*> Each menu function is open only to the roles listed against it
*> in WS-OPTION-ROLE-VALUES - keying clerk, finance, supervisor,
*> operations - and a refused choice is kept in the session log.
*> The signed-on operator id is put in the environment as
*> STUDENT_OPERATOR_ID, where logger2 and runlogger pick it up, so
*> every logs.dat entry and Runs.Dat record made from the console
*> says who made it; the session itself (and any refused sign-on) is
*> written to Runs.Dat as OperatorConsole.

*> Build - the console CALLs every suite program by PROGRAM-ID, so
*> the callees must be built as modules it can resolve at run time
*>         pendingtransreport.cbl officemaint.cbl studentmerge.cbl
*>         studentrecover.cbl rosterdiffreport.cbl contactimport.cbl
*>         mailingextract.cbl dormancysweep.cbl regulatorextract.cbl
*>         cycleclose.cbl termbillingrun.cbl accountpost.cbl
*>         repayschedulebuild.cbl loanarrearsrun.cbl
*>         loanbalancerebuild.cbl bankdetailentry.cbl
*>         bankpaymentrun.cbl loanreversalentry.cbl
*>         glaccountmaint.cbl gljournalextract.cbl
*>         collectionsreferral.cbl collectionsimport.cbl
*>         loanwriteoffentry.cbl operatormaint.cbl
*>         studentanonymise.cbl studentnoteentry.cbl awardfundmaint.cbl
*>         awardentry.cbl awardapplyrun.cbl awardfundreport.cbl
*>         loantaxreceiptrun.cbl
*>         portalintakeimport.cbl
*>         rejectcorrection.cbl
*>         rejectagingreport.cbl
*>         ratehistorymaint.cbl
*>         loanrateadjustrun.cbl
*>         enrolmentimport.cbl
*>         academicprogressreport.cbl
*>         guarantorrun.cbl
*>         correspondencerun.cbl
*>         datasetsnapshot.cbl
*>         guarantorconvert.cbl
*>         logger.cbl
*>         logger2.cbl runlogger.cbl runlock.cbl passhash.cbl

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-SUMMARY-FILE-STATUS.

      SELECT OPTIONAL OperatorFile ASSIGN WS-OPERATORS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-OPERATOR-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
01 SummaryLine             PIC X(60).
   88 EndOfSummaryFile         VALUE HIGH-VALUES.

FD OperatorFile.
01 OperatorRecord.
   88 EndOfOperatorFile    VALUE HIGH-VALUES.
   COPY operrec.

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>   comes from the STUDENT_DATA_DIR environment variable (default
01  WS-DATA-DIR              PIC X(64).
01  WS-RUNPARMS-PATH         PIC X(160).
01  WS-STUDENTS-SUMMARY-PATH PIC X(160).
01  WS-OPERATORS-PATH        PIC X(160).

01  WS-RUNPARM-FILE-STATUS   PIC XX.
01  WS-SUMMARY-FILE-STATUS   PIC XX.
01  WS-OPERATOR-FILE-STATUS  PIC XX.

01  WS-MENU-CHOICE           PIC 9(2).

*>   keywords survive the rewrite.
01  WS-PARM-TABLE.
    02  WS-PARM-COUNT           PIC 9(2) VALUE ZERO.
    02  WS-PARM-ENTRY OCCURS 60 TIMES INDEXED BY WS-PARM-IX.
        03  WS-PARM-KEYWORD       PIC X(20).
        03  WS-PARM-VALUE         PIC X(20).
01  WS-PARM-FOUND-IX         PIC 9(2).
01  WS-STEP-NAME             PIC X(24).
01  WS-CURRENT-TIME          PIC 9(6).

*>   Operators.Dat, loaded whole at sign-on and again before the
*>   operator's own password change is written back.
01  WS-OPERATOR-TABLE.
    02  WS-OPERATOR-COUNT       PIC 9(2) VALUE ZERO.
    02  WS-OPERATOR-ENTRY OCCURS 50 TIMES INDEXED BY WS-OPERATOR-IX.
        03  WS-OP-ID              PIC X(8).
        03  WS-OP-NAME            PIC X(30).
        03  WS-OP-ROLE            PIC X.
        03  WS-OP-PASSWORD-HASH   PIC 9(10).
        03  WS-OP-STATUS          PIC X.
        03  WS-OP-MUST-CHANGE     PIC X.
        03  WS-OP-PASSWORD-DATE   PIC 9(8).
        03  WS-OP-PASSWORD-SET-BY PIC X(8).
01  WS-OPERATOR-FOUND-IX     PIC 9(2).
01  WS-OPERATOR-FILE-OK-SW   PIC X.
    88  WS-OPERATOR-FILE-OK      VALUE 'Y'.

*>   The sign-on - who is at the terminal and in which role.
01  WS-SIGN-ON-ID            PIC X(8).
01  WS-SIGN-ON-ATTEMPT       PIC 9.
01  WS-SIGNED-ON-SW          PIC X VALUE 'N'.
    88  WS-SIGNED-ON             VALUE 'Y'.
01  WS-SIGNED-ON-ID          PIC X(8).
*>   The signed-on operator again, shared with the programs this
*>   session CALLs. Unlike STUDENT_OPERATOR_ID it cannot be set from
*>   outside the console, so OperatorMaint trusts it in place of a
*>   supervisor password; a program run on its own finds it empty.
01  WS-CONSOLE-SESSION-ID    PIC X(8) EXTERNAL.
01  WS-SIGNED-ON-NAME        PIC X(30).
01  WS-SIGNED-ON-ROLE        PIC X.
01  WS-ROLE-DESC             PIC X(14).
*>   Passwords as keyed, only ever held long enough to fold them.
01  WS-PASSWORD              PIC X(16).
01  WS-PASSWORD-AGAIN        PIC X(16).
01  WS-PASSWORD-HASH         PIC 9(10).
01  WS-PASSWORD-LENGTH       PIC 9(2).
01  WS-MIN-PASSWORD-LENGTH   PIC 9(2) VALUE 6.
01  WS-PASSWORD-CHANGED-SW   PIC X.
    88  WS-PASSWORD-CHANGED      VALUE 'Y'.

*>   Who may run each menu option - the role codes allowed (K keying
*>   clerk, F finance, S supervisor, O operations), one entry per
*>   option in menu order. Merging, recovering, purging, restoring,
*>   closing the ledger period, reversing and writing off, and the
*>   reference masters that drive money are kept to supervisors.
01  WS-OPTION-ROLE-VALUES.
*>       1-10  keying, the nightly cycle, inquiries
    02 FILLER PIC X(4) VALUE "KS  ".
    02 FILLER PIC X(4) VALUE "KSO ".
    02 FILLER PIC X(4) VALUE "SO  ".
    02 FILLER PIC X(4) VALUE "SO  ".
    02 FILLER PIC X(4) VALUE "SO  ".
    02 FILLER PIC X(4) VALUE "S   ".
    02 FILLER PIC X(4) VALUE "KFSO".
    02 FILLER PIC X(4) VALUE "KFSO".
    02 FILLER PIC X(4) VALUE "KFSO".
    02 FILLER PIC X(4) VALUE "FS  ".
*>      11-20  reports, audit, loan posting
    02 FILLER PIC X(4) VALUE "KSO ".
    02 FILLER PIC X(4) VALUE "SO  ".
    02 FILLER PIC X(4) VALUE "FSO ".
    02 FILLER PIC X(4) VALUE "FS  ".
    02 FILLER PIC X(4) VALUE "SO  ".
    02 FILLER PIC X(4) VALUE "SO  ".
    02 FILLER PIC X(4) VALUE "KSO ".
    02 FILLER PIC X(4) VALUE "KSO ".
    02 FILLER PIC X(4) VALUE "SO  ".
    02 FILLER PIC X(4) VALUE "FS  ".
*>      21-30  restore, masters, interest, statements, period close
    02 FILLER PIC X(4) VALUE "S   ".
    02 FILLER PIC X(4) VALUE "KS  ".
    02 FILLER PIC X(4) VALUE "S   ".
    02 FILLER PIC X(4) VALUE "SO  ".
    02 FILLER PIC X(4) VALUE "FS  ".
    02 FILLER PIC X(4) VALUE "FS  ".
    02 FILLER PIC X(4) VALUE "FS  ".
    02 FILLER PIC X(4) VALUE "FS  ".
    02 FILLER PIC X(4) VALUE "S   ".
    02 FILLER PIC X(4) VALUE "KS  ".
*>      31-40  waitlist, offices, merge, recovery, extracts, dormancy
    02 FILLER PIC X(4) VALUE "KS  ".
    02 FILLER PIC X(4) VALUE "KSO ".
    02 FILLER PIC X(4) VALUE "S   ".
    02 FILLER PIC X(4) VALUE "S   ".
    02 FILLER PIC X(4) VALUE "S   ".
    02 FILLER PIC X(4) VALUE "SO  ".
    02 FILLER PIC X(4) VALUE "KSO ".
    02 FILLER PIC X(4) VALUE "KSO ".
    02 FILLER PIC X(4) VALUE "S   ".
    02 FILLER PIC X(4) VALUE "FS  ".
*>      41-50  cycle close, session log, billing, repayment, bank
    02 FILLER PIC X(4) VALUE "SO  ".
    02 FILLER PIC X(4) VALUE "KFSO".
    02 FILLER PIC X(4) VALUE "FS  ".
    02 FILLER PIC X(4) VALUE "FS  ".
    02 FILLER PIC X(4) VALUE "FS  ".
    02 FILLER PIC X(4) VALUE "FS  ".
    02 FILLER PIC X(4) VALUE "S   ".
    02 FILLER PIC X(4) VALUE "FS  ".
    02 FILLER PIC X(4) VALUE "FS  ".
    02 FILLER PIC X(4) VALUE "S   ".
*>      51-57  general ledger, collections, write-off, operators
    02 FILLER PIC X(4) VALUE "FS  ".
    02 FILLER PIC X(4) VALUE "FS  ".
    02 FILLER PIC X(4) VALUE "S   ".
    02 FILLER PIC X(4) VALUE "FS  ".
    02 FILLER PIC X(4) VALUE "S   ".
    02 FILLER PIC X(4) VALUE "S   ".
    02 FILLER PIC X(4) VALUE "KFSO".
*>      58     records retention
    02 FILLER PIC X(4) VALUE "S   ".
*>      59     case notes
    02 FILLER PIC X(4) VALUE "KFS ".
*>      60-63  bursary awards
    02 FILLER PIC X(4) VALUE "FS  ".
    02 FILLER PIC X(4) VALUE "FS  ".
    02 FILLER PIC X(4) VALUE "FS  ".
    02 FILLER PIC X(4) VALUE "FS  ".
*>      64     tax receipts
    02 FILLER PIC X(4) VALUE "FS  ".
*>      65     portal intake
    02 FILLER PIC X(4) VALUE "SO  ".
*>      66-67  reject worklist correction, reject aging
    02 FILLER PIC X(4) VALUE "KS  ".
    02 FILLER PIC X(4) VALUE "SO  ".
*>      68-69  interest rate history, retroactive rate adjustment
    02 FILLER PIC X(4) VALUE "FS  ".
    02 FILLER PIC X(4) VALUE "FS  ".
*>      70-71  registrar enrolment import, academic progress report
    02 FILLER PIC X(4) VALUE "SO  ".
    02 FILLER PIC X(4) VALUE "FS  ".
*>      72     guarantor demand and release run
    02 FILLER PIC X(4) VALUE "FS  ".
*>      73     student correspondence run
    02 FILLER PIC X(4) VALUE "KSO ".
*>      74     end-of-night dataset snapshot and restore
    02 FILLER PIC X(4) VALUE "S   ".
*>      75     guarantor file cutover conversion
    02 FILLER PIC X(4) VALUE "S   ".
01  WS-OPTION-ROLE-TABLE REDEFINES WS-OPTION-ROLE-VALUES.
    02 WS-OPTION-ROLES OCCURS 75 TIMES PIC X(4).
01  WS-OPTION-COUNT          PIC 9(2) VALUE 75.
01  WS-ROLE-MATCHES          PIC 9.
01  WS-CHOICE-ALLOWED-SW     PIC X.
    88  WS-CHOICE-ALLOWED        VALUE 'Y'.

*>   Counts for the session's own Runs.Dat record.
01  WS-STEPS-RUN-COUNT       PIC 9(7) VALUE ZERO.
01  WS-STEPS-REFUSED-COUNT   PIC 9(7) VALUE ZERO.

*>   Run-control record appended to Runs.Dat through runlogger as
*>   the session ends, so who signed on and when is on file.
01  WS-RUN-CONTROL.
    COPY runctl.
01  WS-RUN-START-STAMP.
    02 WS-RUN-START-DATE      PIC 9(8).
    02 WS-RUN-START-TIME      PIC 9(6).

PROCEDURE DIVISION.
main.
    PERFORM SetFileAssignments
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP

    DISPLAY "========== Student System Operator Console =========="

    PERFORM SignOn
    IF NOT WS-SIGNED-ON
       DISPLAY "SIGN-ON REFUSED - console closed"
       *>   The refusal goes on Runs.Dat against the id last tried.
       SET ENVIRONMENT "STUDENT_OPERATOR_ID" TO WS-SIGN-ON-ID
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunControl
       SET ENVIRONMENT "STUDENT_OPERATOR_ID" TO SPACES
       GOBACK
    END-IF
    SET ENVIRONMENT "STUDENT_OPERATOR_ID" TO WS-SIGNED-ON-ID
    MOVE WS-SIGNED-ON-ID TO WS-CONSOLE-SESSION-ID

    MOVE 99 TO WS-MENU-CHOICE
    PERFORM UNTIL WS-MENU-CHOICE = ZERO
        PERFORM ShowMenu
        ACCEPT WS-MENU-CHOICE
        PERFORM CheckAuthorisation
        IF WS-CHOICE-ALLOWED
           PERFORM RunMenuChoice
        ELSE
           PERFORM RefuseChoice
        END-IF
    END-PERFORM

    DISPLAY " "
    DISPLAY "Session summary before sign-off:"
    PERFORM ListSessionLog
    MOVE ZERO TO RETURN-CODE
    PERFORM WriteRunControl
    SET ENVIRONMENT "STUDENT_OPERATOR_ID" TO SPACES
    MOVE SPACES TO WS-CONSOLE-SESSION-ID
    DISPLAY WS-SIGNED-ON-ID " signed off"
    GOBACK.

*>  ---------------------------------------------------------------
*>  RunMenuChoice - the step behind the menu number chosen.
*>  ---------------------------------------------------------------
RunMenuChoice.
    EVALUATE WS-MENU-CHOICE
        WHEN 1  PERFORM RunTransEntry
        WHEN 2  PERFORM RunConsolidate
        WHEN 3  PERFORM RunValidateOnly
        WHEN 4  PERFORM RunApply
        WHEN 5  PERFORM RunPromote
        WHEN 6  PERFORM RunPurge
        WHEN 7  PERFORM RunInquiry
        WHEN 8  PERFORM RunWhereabouts
        WHEN 9  PERFORM RunRosterListing
        WHEN 10 PERFORM RunLoanExposure
        WHEN 11 PERFORM RunAgeEligibility
        WHEN 12 PERFORM RunJobHealth
        WHEN 13 PERFORM RunTrendReport
        WHEN 14 PERFORM RunLoanLedger
        WHEN 15 PERFORM RunLogSummary
        WHEN 16 PERFORM RunChangeReport
        WHEN 17 PERFORM RunDuplicateReport
        WHEN 18 PERFORM RunDataQuality
        WHEN 19 PERFORM RunAuditReconcile
        WHEN 20 PERFORM RunLoanPost
        WHEN 21 PERFORM RunRestore
        WHEN 22 PERFORM RunContactEntry
        WHEN 23 PERFORM RunProgramMaint
        WHEN 24 PERFORM RunIndexRebuild
        WHEN 25 PERFORM RunInterestAccrue
        WHEN 26 PERFORM RunLoanAging
        WHEN 27 PERFORM RunStatements
        WHEN 28 PERFORM RunBankRemit
        WHEN 29 PERFORM RunPeriodClose
        WHEN 30 PERFORM RunGuarantorEntry
        WHEN 31 PERFORM RunWaitlistOffer
        WHEN 32 PERFORM RunPendingListing
        WHEN 33 PERFORM RunOfficeMaint
        WHEN 34 PERFORM RunStudentMerge
        WHEN 35 PERFORM RunStudentRecover
        WHEN 36 PERFORM RunRosterDiff
        WHEN 37 PERFORM RunContactImport
        WHEN 38 PERFORM RunMailingExtract
        WHEN 39 PERFORM RunDormancySweep
        WHEN 40 PERFORM RunRegulatorExtract
        WHEN 41 PERFORM RunCycleClose
        WHEN 42 PERFORM ListSessionLog
        WHEN 43 PERFORM RunTermBilling
        WHEN 44 PERFORM RunAccountPost
        WHEN 45 PERFORM RunRepaySchedule
        WHEN 46 PERFORM RunLoanArrears
        WHEN 47 PERFORM RunLoanBalanceRebuild
        WHEN 48 PERFORM RunBankDetailEntry
        WHEN 49 PERFORM RunBankPayment
        WHEN 50 PERFORM RunLoanReversal
        WHEN 51 PERFORM RunGLAccountMaint
        WHEN 52 PERFORM RunGLJournal
        WHEN 53 PERFORM RunCollectionsReferral
        WHEN 54 PERFORM RunCollectionsImport
        WHEN 55 PERFORM RunLoanWriteOff
        WHEN 56 PERFORM RunOperatorMaint
        WHEN 57 PERFORM ChangeOwnPassword
        WHEN 58 PERFORM RunStudentAnonymise
        WHEN 59 PERFORM RunStudentNoteEntry
        WHEN 60 PERFORM RunAwardFundMaint
        WHEN 61 PERFORM RunAwardEntry
        WHEN 62 PERFORM RunAwardApplyRun
        WHEN 63 PERFORM RunAwardFundReport
        WHEN 64 PERFORM RunLoanTaxReceiptRun
        WHEN 65 PERFORM RunPortalIntakeImport
        WHEN 66 PERFORM RunRejectCorrection
        WHEN 67 PERFORM RunRejectAgingReport
        WHEN 68 PERFORM RunRateHistoryMaint
        WHEN 69 PERFORM RunLoanRateAdjustRun
        WHEN 70 PERFORM RunEnrolmentImport
        WHEN 71 PERFORM RunAcademicProgressReport
        WHEN 72 PERFORM RunGuarantorRun
        WHEN 73 PERFORM RunCorrespondenceRun
        WHEN 74 PERFORM RunDatasetSnapshot
        WHEN 75 PERFORM RunGuarantorConvert
        WHEN 0  CONTINUE
        WHEN OTHER
                DISPLAY "Please pick one of the numbers shown"
    END-EVALUATE.

*>  ---------------------------------------------------------------
*>  ShowMenu - the suite's functions in their nightly order.
*>  ---------------------------------------------------------------
ShowMenu.
    DISPLAY " "
    DISPLAY "Signed on: " WS-SIGNED-ON-ID " " WS-SIGNED-ON-NAME
            " (" WS-ROLE-DESC ")"
    DISPLAY "------------------------------------------------------"
    DISPLAY " 1 Enter transactions            (StudentTransEntry)"
    DISPLAY " 2 Consolidate office batches    (TransConsolidate)"
    DISPLAY "40 Regulator submission extract  (RegulatorExtract)"
    DISPLAY "41 Close business cycle          (CycleClose)"
    DISPLAY "42 List this session's steps"
    DISPLAY "43 Term tuition billing run      (TermBillingRun)"
    DISPLAY "44 Post tuition payments         (AccountPost)"
    DISPLAY "45 Build loan repayment plans    (RepayScheduleBuild)"
    DISPLAY "46 Monthly loan arrears run      (LoanArrearsRun)"
    DISPLAY "47 Prove/rebuild balance master  (LoanBalanceRebuild)"
    DISPLAY "48 Student bank details          (BankDetailEntry)"
    DISPLAY "49 Outbound bank payment run     (BankPaymentRun)"
    DISPLAY "50 Reverse a ledger posting      (LoanReversalEntry)"
    DISPLAY "51 GL account-code mapping       (GLAccountMaint)"
    DISPLAY "52 Month-end GL journal extract  (GLJournalExtract)"
    DISPLAY "53 Refer aged loans to agency    (CollectionsReferral)"
    DISPLAY "54 Import collection agency file (CollectionsImport)"
    DISPLAY "55 Approve loan write-offs       (LoanWriteOffEntry)"
    DISPLAY "56 Operator maintenance          (OperatorMaint)"
    DISPLAY "57 Change my password"
    DISPLAY "58 Anonymise past retention      (StudentAnonymise)"
    DISPLAY "59 Record a case note            (StudentNoteEntry)"
    DISPLAY "60 Award fund maintenance        (AwardFundMaint)"
    DISPLAY "61 Key a bursary award           (AwardEntry)"
    DISPLAY "62 Apply bursary awards to loans (AwardApplyRun)"
    DISPLAY "63 Award fund budget report      (AwardFundReport)"
    DISPLAY "64 Annual interest tax receipts  (LoanTaxReceiptRun)"
    DISPLAY "65 Import portal applications    (PortalIntakeImport)"
    DISPLAY "66 Correct office rejects        (RejectCorrection)"
    DISPLAY "67 Open reject aging report      (RejectAgingReport)"
    DISPLAY "68 Interest rate history         (RateHistoryMaint)"
    DISPLAY "69 Interest rate adjustment run  (LoanRateAdjustRun)"
    DISPLAY "70 Registrar enrolment import    (EnrolmentImport)"
    DISPLAY "71 Academic progress report      (AcademicProgressReport)"
    DISPLAY "72 Guarantor demand/release run  (GuarantorRun)"
    DISPLAY "73 Student correspondence run    (CorrespondenceRun)"
    DISPLAY "74 Dataset snapshot/restore      (DatasetSnapshot)"
    DISPLAY "75 Convert guarantor file        (GuarantorConvert)"
    DISPLAY " 0 Sign off"
    DISPLAY "Choice: " WITH NO ADVANCING.

    CANCEL "CycleClose"
    PERFORM RecordStepOutcome.

RunTermBilling.
    MOVE "Term tuition billing" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "TermBillingRun"
    CANCEL "TermBillingRun"
    PERFORM RecordStepOutcome.

RunAccountPost.
    MOVE "Post tuition payments" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "AccountPost"
    CANCEL "AccountPost"
    PERFORM RecordStepOutcome.

RunRepaySchedule.
    MOVE "Build repayment plans" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "RepayScheduleBuild"
    CANCEL "RepayScheduleBuild"
    PERFORM RecordStepOutcome.

RunLoanArrears.
    MOVE "Loan arrears run" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "LoanArrearsRun"
    CANCEL "LoanArrearsRun"
    PERFORM RecordStepOutcome.

RunLoanBalanceRebuild.
    MOVE "Loan balance rebuild" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "LoanBalanceRebuild"
    CANCEL "LoanBalanceRebuild"
    PERFORM RecordStepOutcome.

RunBankDetailEntry.
    MOVE "Bank details maintenance" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "BankDetailEntry"
    CANCEL "BankDetailEntry"
    PERFORM RecordStepOutcome.

RunBankPayment.
    MOVE "Bank payment run" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "BankPaymentRun"
    CANCEL "BankPaymentRun"
    PERFORM RecordStepOutcome.

RunLoanReversal.
    MOVE "Ledger posting reversal" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "LoanReversalEntry"
    CANCEL "LoanReversalEntry"
    PERFORM RecordStepOutcome.

RunGLAccountMaint.
    MOVE "GL account mapping" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "GLAccountMaint"
    CANCEL "GLAccountMaint"
    PERFORM RecordStepOutcome.

RunGLJournal.
    MOVE "GL journal extract" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "GLJournalExtract"
    CANCEL "GLJournalExtract"
    PERFORM RecordStepOutcome.

RunCollectionsReferral.
    MOVE "Collections referral" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "CollectionsReferral"
    CANCEL "CollectionsReferral"
    PERFORM RecordStepOutcome.

RunCollectionsImport.
    MOVE "Collections agency import" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "CollectionsImport"
    CANCEL "CollectionsImport"
    PERFORM RecordStepOutcome.

RunLoanWriteOff.
    MOVE "Loan write-off approval" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "LoanWriteOffEntry"
    CANCEL "LoanWriteOffEntry"
    PERFORM RecordStepOutcome.

RunOperatorMaint.
    MOVE "Operator maintenance" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "OperatorMaint"
    CANCEL "OperatorMaint"
    PERFORM RecordStepOutcome.

RunStudentAnonymise.
    MOVE "Retention anonymise" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "StudentAnonymise"
    CANCEL "StudentAnonymise"
    PERFORM RecordStepOutcome.

RunStudentNoteEntry.
    MOVE "Case note entry" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "StudentNoteEntry"
    CANCEL "StudentNoteEntry"
    PERFORM RecordStepOutcome.

RunAwardFundMaint.
    MOVE "Award fund maintenance" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "AwardFundMaint"
    CANCEL "AwardFundMaint"
    PERFORM RecordStepOutcome.

RunAwardEntry.
    MOVE "Bursary award entry" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "AwardEntry"
    CANCEL "AwardEntry"
    PERFORM RecordStepOutcome.

RunAwardApplyRun.
    MOVE "Apply bursary awards" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "AwardApplyRun"
    CANCEL "AwardApplyRun"
    PERFORM RecordStepOutcome.

RunAwardFundReport.
    MOVE "Award fund report" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "AwardFundReport"
    CANCEL "AwardFundReport"
    PERFORM RecordStepOutcome.

RunLoanTaxReceiptRun.
    MOVE "Tax receipt run" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "LoanTaxReceiptRun"
    CANCEL "LoanTaxReceiptRun"
    PERFORM RecordStepOutcome.

RunPortalIntakeImport.
    MOVE "Portal intake import" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "PortalIntakeImport"
    CANCEL "PortalIntakeImport"
    PERFORM RecordStepOutcome.

RunRejectCorrection.
    MOVE "Reject correction" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "RejectCorrection"
    CANCEL "RejectCorrection"
    PERFORM RecordStepOutcome.

RunRejectAgingReport.
    MOVE "Reject aging report" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "RejectAgingReport"
    CANCEL "RejectAgingReport"
    PERFORM RecordStepOutcome.

RunRateHistoryMaint.
    MOVE "Interest rate history" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "RateHistoryMaint"
    CANCEL "RateHistoryMaint"
    PERFORM RecordStepOutcome.

RunLoanRateAdjustRun.
    MOVE "Interest rate adjustment" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "LoanRateAdjustRun"
    CANCEL "LoanRateAdjustRun"
    PERFORM RecordStepOutcome.

RunEnrolmentImport.
    MOVE "Registrar enrolment import" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "EnrolmentImport"
    CANCEL "EnrolmentImport"
    PERFORM RecordStepOutcome.

RunAcademicProgressReport.
    MOVE "Academic progress report" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "AcademicProgressReport"
    CANCEL "AcademicProgressReport"
    PERFORM RecordStepOutcome.

RunGuarantorRun.
    MOVE "Guarantor demand/release run" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "GuarantorRun"
    CANCEL "GuarantorRun"
    PERFORM RecordStepOutcome.

RunCorrespondenceRun.
    MOVE "Student correspondence" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "CorrespondenceRun"
    CANCEL "CorrespondenceRun"
    PERFORM RecordStepOutcome.

RunDatasetSnapshot.
    MOVE "Dataset snapshot" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "DatasetSnapshot"
    CANCEL "DatasetSnapshot"
    PERFORM RecordStepOutcome.

RunGuarantorConvert.
    MOVE "Convert guarantor file" TO WS-STEP-NAME
    MOVE ZERO TO RETURN-CODE
    CALL "GuarantorConvert"
    CANCEL "GuarantorConvert"
    PERFORM RecordStepOutcome.

*>  ---------------------------------------------------------------
*>  WriteRunControl - the session's steps run and refused, and its
*>  final RETURN-CODE (8 when sign-on was refused), appended to
*>  Runs.Dat through runlogger against the operator.
*>  ---------------------------------------------------------------
WriteRunControl.
    MOVE "OperatorConsole" TO RunProgramName
    MOVE WS-RUN-START-DATE TO RunStartDate
    MOVE WS-RUN-START-TIME TO RunStartTime
    MOVE WS-STEPS-RUN-COUNT TO RunRecordsRead
    MOVE ZERO TO RunRecordsWritten
    MOVE WS-STEPS-REFUSED-COUNT TO RunRejectedCount
    MOVE RETURN-CODE TO RunReturnCode
    CALL "runlogger" USING BY REFERENCE WS-RUN-CONTROL.

*>  ---------------------------------------------------------------
*>  SignOn - up to three tries at an operator id and password that
*>  match an active operator on Operators.Dat. An operator whose
*>  password a supervisor keyed or reset must choose their own
*>  before the menu is shown. With no operators on file at all,
*>  nobody can sign on until OperatorMaint, run on its own, has set
*>  up the first supervisor.
*>  ---------------------------------------------------------------
SignOn.
    MOVE 'N' TO WS-SIGNED-ON-SW
    MOVE SPACES TO WS-SIGN-ON-ID
    PERFORM LoadOperatorFile
    IF NOT WS-OPERATOR-FILE-OK
       EXIT PARAGRAPH
    END-IF
    IF WS-OPERATOR-COUNT = ZERO
       DISPLAY "No operators on file - run OperatorMaint on its own "
               "to set up the first supervisor"
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-SIGN-ON-ATTEMPT FROM 1 BY 1
            UNTIL WS-SIGN-ON-ATTEMPT > 3 OR WS-SIGNED-ON
       PERFORM TryOneSignOn
    END-PERFORM
    IF NOT WS-SIGNED-ON
       EXIT PARAGRAPH
    END-IF
    EVALUATE WS-SIGNED-ON-ROLE
        WHEN "K" MOVE "keying clerk" TO WS-ROLE-DESC
        WHEN "F" MOVE "finance" TO WS-ROLE-DESC
        WHEN "S" MOVE "supervisor" TO WS-ROLE-DESC
        WHEN "O" MOVE "operations" TO WS-ROLE-DESC
        WHEN OTHER MOVE "no role" TO WS-ROLE-DESC
    END-EVALUATE
    IF WS-OP-MUST-CHANGE(WS-OPERATOR-FOUND-IX) = "Y"
       DISPLAY "Your password was set by a supervisor - choose your "
               "own now"
       PERFORM EnterOwnPassword
       IF NOT WS-PASSWORD-CHANGED
          MOVE 'N' TO WS-SIGNED-ON-SW
          EXIT PARAGRAPH
       END-IF
    END-IF
    DISPLAY "Signed on as " WS-SIGNED-ON-ID " (" WS-ROLE-DESC ")".

*>  ---------------------------------------------------------------
*>  TryOneSignOn - one operator id and password. The refusal never
*>  says which of the two was wrong.
*>  ---------------------------------------------------------------
TryOneSignOn.
    DISPLAY "Operator id: " WITH NO ADVANCING
    ACCEPT WS-SIGN-ON-ID
    MOVE FUNCTION UPPER-CASE(WS-SIGN-ON-ID) TO WS-SIGN-ON-ID
    DISPLAY "Password: " WITH NO ADVANCING
    ACCEPT WS-PASSWORD
    CALL "passhash" USING BY REFERENCE WS-SIGN-ON-ID, WS-PASSWORD,
                          WS-PASSWORD-HASH
    MOVE SPACES TO WS-PASSWORD
    PERFORM FindSignOnOperator
    IF WS-OPERATOR-FOUND-IX = ZERO
       DISPLAY "Operator id or password not recognised"
       EXIT PARAGRAPH
    END-IF
    IF WS-PASSWORD-HASH NOT = WS-OP-PASSWORD-HASH(WS-OPERATOR-FOUND-IX)
       DISPLAY "Operator id or password not recognised"
       EXIT PARAGRAPH
    END-IF
    IF WS-OP-STATUS(WS-OPERATOR-FOUND-IX) NOT = "A"
       DISPLAY "Operator " WS-SIGN-ON-ID " is disabled - see a supervisor"
       EXIT PARAGRAPH
    END-IF
    MOVE WS-SIGN-ON-ID TO WS-SIGNED-ON-ID
    MOVE WS-OP-NAME(WS-OPERATOR-FOUND-IX) TO WS-SIGNED-ON-NAME
    MOVE WS-OP-ROLE(WS-OPERATOR-FOUND-IX) TO WS-SIGNED-ON-ROLE
    SET WS-SIGNED-ON TO TRUE.

*>  ---------------------------------------------------------------
*>  FindSignOnOperator - locates WS-SIGN-ON-ID in the operator
*>  table, leaving the entry number in WS-OPERATOR-FOUND-IX (zero
*>  if absent).
*>  ---------------------------------------------------------------
FindSignOnOperator.
    MOVE ZERO TO WS-OPERATOR-FOUND-IX
    PERFORM VARYING WS-OPERATOR-IX FROM 1 BY 1
            UNTIL WS-OPERATOR-IX > WS-OPERATOR-COUNT
       IF WS-OP-ID(WS-OPERATOR-IX) = WS-SIGN-ON-ID
          MOVE WS-OPERATOR-IX TO WS-OPERATOR-FOUND-IX
       END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  CheckAuthorisation - whether the signed-on operator's role is
*>  among those allowed the chosen option. Signing off, and a
*>  number not on the menu, are left for the menu to deal with.
*>  ---------------------------------------------------------------
CheckAuthorisation.
    SET WS-CHOICE-ALLOWED TO TRUE
    IF WS-MENU-CHOICE = ZERO OR WS-MENU-CHOICE > WS-OPTION-COUNT
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO WS-ROLE-MATCHES
    INSPECT WS-OPTION-ROLES(WS-MENU-CHOICE) TALLYING WS-ROLE-MATCHES
            FOR ALL WS-SIGNED-ON-ROLE
    IF WS-ROLE-MATCHES = ZERO
       MOVE 'N' TO WS-CHOICE-ALLOWED-SW
    END-IF.

*>  ---------------------------------------------------------------
*>  RefuseChoice - an option the operator's role is not allowed,
*>  told to them and kept in the session log.
*>  ---------------------------------------------------------------
RefuseChoice.
    DISPLAY "NOT AUTHORISED - option " WS-MENU-CHOICE " is not open "
            "to the " FUNCTION TRIM(WS-ROLE-DESC) " role"
    ADD 1 TO WS-STEPS-REFUSED-COUNT
    IF WS-SESSION-COUNT < 50
       ADD 1 TO WS-SESSION-COUNT
       MOVE SPACES TO WS-SL-STEP(WS-SESSION-COUNT)
       STRING "Option " WS-MENU-CHOICE DELIMITED BY SIZE
           INTO WS-SL-STEP(WS-SESSION-COUNT)
       END-STRING
       MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME
       MOVE WS-CURRENT-TIME TO WS-SL-TIME(WS-SESSION-COUNT)
       MOVE ZERO TO WS-SL-RETURN-CODE(WS-SESSION-COUNT)
       MOVE "REFUSED" TO WS-SL-OUTCOME(WS-SESSION-COUNT)
    END-IF.

*>  ---------------------------------------------------------------
*>  ChangeOwnPassword - the menu step: the current password first,
*>  then the new one.
*>  ---------------------------------------------------------------
ChangeOwnPassword.
    MOVE "Change own password" TO WS-STEP-NAME
    DISPLAY "Current password: " WITH NO ADVANCING
    ACCEPT WS-PASSWORD
    CALL "passhash" USING BY REFERENCE WS-SIGNED-ON-ID, WS-PASSWORD,
                          WS-PASSWORD-HASH
    MOVE SPACES TO WS-PASSWORD
    MOVE WS-SIGNED-ON-ID TO WS-SIGN-ON-ID
    PERFORM LoadOperatorFile
    PERFORM FindSignOnOperator
    MOVE 8 TO RETURN-CODE
    IF WS-OPERATOR-FOUND-IX = ZERO
       DISPLAY "Password not changed - you are no longer on file"
       PERFORM RecordStepOutcome
       EXIT PARAGRAPH
    END-IF
    IF WS-PASSWORD-HASH NOT = WS-OP-PASSWORD-HASH(WS-OPERATOR-FOUND-IX)
       DISPLAY "Current password not recognised - not changed"
       PERFORM RecordStepOutcome
       EXIT PARAGRAPH
    END-IF
    PERFORM EnterOwnPassword
    IF WS-PASSWORD-CHANGED
       MOVE ZERO TO RETURN-CODE
    END-IF
    PERFORM RecordStepOutcome.

*>  ---------------------------------------------------------------
*>  EnterOwnPassword - a new password for the signed-on operator
*>  (their entry at WS-OPERATOR-FOUND-IX), keyed twice; too short,
*>  mismatched, or the same as the old one is refused. Operators.Dat
*>  is reloaded and written straight back with just this change.
*>  ---------------------------------------------------------------
EnterOwnPassword.
    MOVE 'N' TO WS-PASSWORD-CHANGED-SW
    DISPLAY "New password (" WS-MIN-PASSWORD-LENGTH " to 16 characters): "
            WITH NO ADVANCING
    ACCEPT WS-PASSWORD
    DISPLAY "New password again: " WITH NO ADVANCING
    ACCEPT WS-PASSWORD-AGAIN
    MOVE ZERO TO WS-PASSWORD-LENGTH
    INSPECT WS-PASSWORD TALLYING WS-PASSWORD-LENGTH
            FOR CHARACTERS BEFORE INITIAL SPACE
    IF WS-PASSWORD NOT = WS-PASSWORD-AGAIN
       DISPLAY "The two passwords do not match - not changed"
       MOVE SPACES TO WS-PASSWORD WS-PASSWORD-AGAIN
       EXIT PARAGRAPH
    END-IF
    IF WS-PASSWORD-LENGTH < WS-MIN-PASSWORD-LENGTH
       DISPLAY "Password too short - not changed"
       MOVE SPACES TO WS-PASSWORD WS-PASSWORD-AGAIN
       EXIT PARAGRAPH
    END-IF
    CALL "passhash" USING BY REFERENCE WS-SIGNED-ON-ID, WS-PASSWORD,
                          WS-PASSWORD-HASH
    MOVE SPACES TO WS-PASSWORD WS-PASSWORD-AGAIN
    IF WS-PASSWORD-HASH = WS-OP-PASSWORD-HASH(WS-OPERATOR-FOUND-IX)
       DISPLAY "The new password must differ from the old - not changed"
       EXIT PARAGRAPH
    END-IF
    MOVE WS-SIGNED-ON-ID TO WS-SIGN-ON-ID
    PERFORM LoadOperatorFile
    PERFORM FindSignOnOperator
    IF NOT WS-OPERATOR-FILE-OK OR WS-OPERATOR-FOUND-IX = ZERO
       DISPLAY "Operators.Dat could not be reread - not changed"
       EXIT PARAGRAPH
    END-IF
    MOVE WS-PASSWORD-HASH TO WS-OP-PASSWORD-HASH(WS-OPERATOR-FOUND-IX)
    MOVE "N" TO WS-OP-MUST-CHANGE(WS-OPERATOR-FOUND-IX)
    MOVE FUNCTION CURRENT-DATE(1:8)
      TO WS-OP-PASSWORD-DATE(WS-OPERATOR-FOUND-IX)
    MOVE WS-SIGNED-ON-ID TO WS-OP-PASSWORD-SET-BY(WS-OPERATOR-FOUND-IX)
    PERFORM SaveOperatorFile
    IF WS-OPERATOR-FILE-OK
       SET WS-PASSWORD-CHANGED TO TRUE
       DISPLAY "Password changed"
    END-IF.

*>  ---------------------------------------------------------------
*>  LoadOperatorFile - reads Operators.Dat into WS-OPERATOR-TABLE.
*>  A file that will not open leaves WS-OPERATOR-FILE-OK off.
*>  ---------------------------------------------------------------
LoadOperatorFile.
    MOVE 'N' TO WS-OPERATOR-FILE-OK-SW
    MOVE ZERO TO WS-OPERATOR-COUNT
    OPEN INPUT OperatorFile
    *>   Status 05 means the OPTIONAL file was absent and is now open
    *>   and empty - the read loop below just hits end-of-file.
    IF WS-OPERATOR-FILE-STATUS NOT = "00"
       AND WS-OPERATOR-FILE-STATUS NOT = "05"
       DISPLAY "FILE ERROR - cannot open operators.dat (file status "
               WS-OPERATOR-FILE-STATUS ")"
       EXIT PARAGRAPH
    END-IF
    READ OperatorFile
        AT END SET EndOfOperatorFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfOperatorFile
        IF WS-OPERATOR-COUNT < 50
           ADD 1 TO WS-OPERATOR-COUNT
           MOVE OperId            TO WS-OP-ID(WS-OPERATOR-COUNT)
           MOVE OperName          TO WS-OP-NAME(WS-OPERATOR-COUNT)
           MOVE OperRole          TO WS-OP-ROLE(WS-OPERATOR-COUNT)
           MOVE OperPasswordHash  TO WS-OP-PASSWORD-HASH(WS-OPERATOR-COUNT)
           MOVE OperStatus        TO WS-OP-STATUS(WS-OPERATOR-COUNT)
           MOVE OperMustChange    TO WS-OP-MUST-CHANGE(WS-OPERATOR-COUNT)
           MOVE OperPasswordDate  TO WS-OP-PASSWORD-DATE(WS-OPERATOR-COUNT)
           MOVE OperPasswordSetBy TO WS-OP-PASSWORD-SET-BY(WS-OPERATOR-COUNT)
        END-IF
        READ OperatorFile
            AT END SET EndOfOperatorFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE OperatorFile
    SET WS-OPERATOR-FILE-OK TO TRUE.

*>  ---------------------------------------------------------------
*>  SaveOperatorFile - writes the table back over Operators.Dat in
*>  one pass. A failure leaves WS-OPERATOR-FILE-OK off.
*>  ---------------------------------------------------------------
SaveOperatorFile.
    MOVE 'N' TO WS-OPERATOR-FILE-OK-SW
    OPEN OUTPUT OperatorFile
    IF WS-OPERATOR-FILE-STATUS NOT = "00"
       AND WS-OPERATOR-FILE-STATUS NOT = "05"
       DISPLAY "FILE ERROR - cannot rewrite operators.dat (file status "
               WS-OPERATOR-FILE-STATUS ") - password NOT changed"
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-OPERATOR-IX FROM 1 BY 1
            UNTIL WS-OPERATOR-IX > WS-OPERATOR-COUNT
       MOVE SPACES TO OperatorRecord
       MOVE WS-OP-ID(WS-OPERATOR-IX)              TO OperId
       MOVE WS-OP-NAME(WS-OPERATOR-IX)            TO OperName
       MOVE WS-OP-ROLE(WS-OPERATOR-IX)            TO OperRole
       MOVE WS-OP-PASSWORD-HASH(WS-OPERATOR-IX)   TO OperPasswordHash
       MOVE WS-OP-STATUS(WS-OPERATOR-IX)          TO OperStatus
       MOVE WS-OP-MUST-CHANGE(WS-OPERATOR-IX)     TO OperMustChange
       MOVE WS-OP-PASSWORD-DATE(WS-OPERATOR-IX)   TO OperPasswordDate
       MOVE WS-OP-PASSWORD-SET-BY(WS-OPERATOR-IX) TO OperPasswordSetBy
       WRITE OperatorRecord
       IF WS-OPERATOR-FILE-STATUS NOT = "00"
          DISPLAY "FILE ERROR - write to operators.dat failed (file "
                  "status " WS-OPERATOR-FILE-STATUS ") - the file may "
                  "be incomplete"
          CLOSE OperatorFile
          EXIT PARAGRAPH
       END-IF
    END-PERFORM
    CLOSE OperatorFile
    SET WS-OPERATOR-FILE-OK TO TRUE.

*>  ---------------------------------------------------------------
*>  SetRunModeParm - points the next StudentWrite run at Validate-
*>  only by rewriting the WRITE-RUN-MODE keyword in RunParms.Dat.
           AT END SET EndOfRunParmFile TO TRUE
       END-READ
       PERFORM UNTIL EndOfRunParmFile
           IF WS-PARM-COUNT < 60
              ADD 1 TO WS-PARM-COUNT
              MOVE ParmKeyword TO WS-PARM-KEYWORD(WS-PARM-COUNT)
              MOVE ParmValue   TO WS-PARM-VALUE(WS-PARM-COUNT)
          MOVE WS-PARM-IX TO WS-PARM-FOUND-IX
       END-IF
    END-PERFORM
    IF WS-PARM-FOUND-IX = ZERO AND WS-PARM-COUNT < 60
       ADD 1 TO WS-PARM-COUNT
       MOVE WS-PARM-COUNT TO WS-PARM-FOUND-IX
       MOVE "WRITE-RUN-MODE" TO WS-PARM-KEYWORD(WS-PARM-FOUND-IX)
RecordStepOutcome.
    MOVE RETURN-CODE TO WS-CALL-RETURN-CODE
    MOVE ZERO TO RETURN-CODE
    ADD 1 TO WS-STEPS-RUN-COUNT
    IF WS-SESSION-COUNT < 50
       ADD 1 TO WS-SESSION-COUNT
       MOVE WS-STEP-NAME TO WS-SL-STEP(WS-SESSION-COUNT)
    MOVE SPACES TO WS-STUDENTS-SUMMARY-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/students.summary.dat"
        DELIMITED BY SIZE INTO WS-STUDENTS-SUMMARY-PATH
    END-STRING
    MOVE SPACES TO WS-OPERATORS-PATH
    STRING FUNCTION TRIM(WS-DATA-DIR) "/operators.dat"
        DELIMITED BY SIZE INTO WS-OPERATORS-PATH
    END-STRING.
