*> types apart - disbursed, repaid and interest each on their own
*> line, with carry-forward and zero-amount memo records counted
*> separately since they move no money.
*> A "V" reversal and the posting it cancelled are listed as a pair:
*> the ledger is read twice, the first pass gathering what every
*> reversal cancelled, so the original is flagged REVERSED where it
*> stands and the reversal names the posting, reason and supervisor
*> beside it. Reversals get their own totals rather than being netted
*> into the disbursed and repaid lines, which stay as posted. A "W"
*> write-off is totalled on its own line too - it is not a repayment
*> - and so is an "A" scholarship or bursary award. "J" and "K"
*> interest rate adjustments are listed with the accrual they
*> correct and totalled apart from the accruals, charged and
*> credited back each on its own line.

*> cobc -x -free loanledgerreport.cbl      (standalone)
*> cobc -m -free loanledgerreport.cbl      (module, CALLable from OperatorConsole)
01  WS-DISBURSED-TOTAL       PIC 9(9) VALUE ZERO.
01  WS-REPAID-TOTAL          PIC 9(9) VALUE ZERO.
01  WS-INTEREST-TOTAL        PIC 9(9) VALUE ZERO.
01  WS-WRITTEN-OFF-TOTAL     PIC 9(9) VALUE ZERO.
01  WS-AWARDED-TOTAL         PIC 9(9) VALUE ZERO.
01  WS-RATE-ADJ-UP-TOTAL     PIC 9(9) VALUE ZERO.
01  WS-RATE-ADJ-DOWN-TOTAL   PIC 9(9) VALUE ZERO.
01  WS-REVERSALS-LISTED-COUNT PIC 9(7) VALUE ZERO.
01  WS-DISB-REVERSED-TOTAL   PIC 9(9) VALUE ZERO.
01  WS-REPAY-REVERSED-TOTAL  PIC 9(9) VALUE ZERO.
01  WS-INTEREST-ADJUSTED-TOTAL PIC 9(9) VALUE ZERO.

*>   What each reversal cancelled, gathered on the first pass and
*>   matched off against the originals as the listing reaches them -
*>   the first unmatched posting of the same student, stamp, type
*>   and amount is the one reversed. Beyond 1000 reversals the
*>   listing still runs but the later originals go unflagged.
01  WS-REVERSAL-TABLE.
    02  WS-REVERSAL-COUNT      PIC 9(4) VALUE ZERO.
    02  WS-REVERSAL-ENTRY OCCURS 1000 TIMES INDEXED BY WS-REVERSAL-IX.
        03  WS-RV-STUDENT-ID      PIC 9(7).
        03  WS-RV-DATE            PIC 9(8).
        03  WS-RV-TIME            PIC 9(8).
        03  WS-RV-TYPE            PIC X.
        03  WS-RV-AMOUNT          PIC 9(5).
        03  WS-RV-REVERSED-ON     PIC 9(8).
        03  WS-RV-MATCHED-SW      PIC X.
            88  WS-RV-MATCHED         VALUE 'Y'.
01  WS-REVERSAL-TABLE-FULL-SW PIC X VALUE 'N'.
    88  WS-REVERSAL-TABLE-FULL   VALUE 'Y'.
01  WS-POSTING-REVERSED-SW   PIC X.
    88  WS-POSTING-REVERSED      VALUE 'Y'.
01  WS-REVERSED-ON-DATE      PIC 9(8).

PROCEDURE DIVISION.
main.
    DISPLAY "StudentId to list (0000000 for all students): " WITH NO ADVANCING
    ACCEPT WS-FILTER-STUDENT-ID

    PERFORM CollectReversals

    OPEN INPUT LedgerFile
    IF WS-LEDGER-FILE-STATUS NOT = "00"
       MOVE "loans.ledger.dat" TO WS-ABORT-FILE-NAME
    END-READ
    PERFORM UNTIL EndOfLedgerFile
        IF WS-ALL-STUDENTS OR LedgerStudentId = WS-FILTER-STUDENT-ID
           MOVE 'N' TO WS-POSTING-REVERSED-SW
           IF (LedgerDisbursement OR LedgerRepayment)
              AND LedgerPostAmount > ZERO
              PERFORM CheckPostingReversed
           END-IF
           IF WS-POSTING-REVERSED
              DISPLAY LedgerStudentId SPACE LedgerPostDate SPACE
                      LedgerPostTime SPACE LedgerPostType SPACE
                      LedgerPostAmount SPACE LedgerBalance
                      "  REVERSED " WS-REVERSED-ON-DATE
           ELSE
              DISPLAY LedgerStudentId SPACE LedgerPostDate SPACE
                      LedgerPostTime SPACE LedgerPostType SPACE
                      LedgerPostAmount SPACE LedgerBalance
           END-IF
           EVALUATE TRUE
               WHEN LedgerReversal
                   PERFORM ListReversal
               WHEN LedgerCarryForward
               WHEN LedgerPostAmount = ZERO
                   ADD 1 TO WS-MEMO-LISTED-COUNT
               WHEN LedgerInterest
                   ADD 1 TO WS-POSTINGS-LISTED-COUNT
                   ADD LedgerPostAmount TO WS-INTEREST-TOTAL
               WHEN LedgerWriteOff
                   ADD 1 TO WS-POSTINGS-LISTED-COUNT
                   ADD LedgerPostAmount TO WS-WRITTEN-OFF-TOTAL
               WHEN LedgerAward
                   ADD 1 TO WS-POSTINGS-LISTED-COUNT
                   ADD LedgerPostAmount TO WS-AWARDED-TOTAL
               WHEN LedgerInterestAdjUp
                   ADD 1 TO WS-POSTINGS-LISTED-COUNT
                   ADD LedgerPostAmount TO WS-RATE-ADJ-UP-TOTAL
                   PERFORM ListRateAdjustment
               WHEN LedgerInterestAdjDown
                   ADD 1 TO WS-POSTINGS-LISTED-COUNT
                   ADD LedgerPostAmount TO WS-RATE-ADJ-DOWN-TOTAL
                   PERFORM ListRateAdjustment
               WHEN OTHER
                   ADD 1 TO WS-MEMO-LISTED-COUNT
           END-EVALUATE
    DISPLAY "Total disbursed (listed).............. : " WS-DISBURSED-TOTAL
    DISPLAY "Total repaid (listed)................. : " WS-REPAID-TOTAL
    DISPLAY "Total interest accrued (listed)....... : " WS-INTEREST-TOTAL
    DISPLAY "Total written off (listed)............ : " WS-WRITTEN-OFF-TOTAL
    DISPLAY "Total awards applied (listed)......... : " WS-AWARDED-TOTAL
    DISPLAY "Rate adjustments charged (listed)..... : " WS-RATE-ADJ-UP-TOTAL
    DISPLAY "Rate adjustments credited (listed).... : " WS-RATE-ADJ-DOWN-TOTAL
    DISPLAY "Reversal postings listed.............. : " WS-REVERSALS-LISTED-COUNT
    DISPLAY "Disbursements reversed (listed)....... : " WS-DISB-REVERSED-TOTAL
    DISPLAY "Repayments reversed (listed).......... : " WS-REPAY-REVERSED-TOTAL
    DISPLAY "Interest adjusted by reversals........ : " WS-INTEREST-ADJUSTED-TOTAL
    IF WS-REVERSAL-TABLE-FULL
       DISPLAY "WARNING - more than 1000 reversals on the ledger - "
               "later reversed postings are not flagged"
    END-IF
    DISPLAY "====================================================="

    GOBACK.

*>  ---------------------------------------------------------------
*>  ListRateAdjustment - names the accrual a "J" or "K" interest
*>  rate adjustment corrects, under the adjustment's own line.
*>  ---------------------------------------------------------------
ListRateAdjustment.
    DISPLAY "        ADJUSTS I " LedgerRevOrigDate SPACE
            LedgerRevOrigTime " ACCRUED " LedgerRevOrigAmount
            " BY " LedgerRevAuthorisedBy.

*>  ---------------------------------------------------------------
*>  CollectReversals - first pass: what every reversal for the
*>  students being listed cancelled, and when.
*>  ---------------------------------------------------------------
CollectReversals.
    OPEN INPUT LedgerFile
    IF WS-LEDGER-FILE-STATUS NOT = "00"
       MOVE "loans.ledger.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-LEDGER-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    READ LedgerFile
        AT END SET EndOfLedgerFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfLedgerFile
        IF LedgerReversal
           AND (WS-ALL-STUDENTS OR LedgerStudentId = WS-FILTER-STUDENT-ID)
           IF WS-REVERSAL-COUNT < 1000
              ADD 1 TO WS-REVERSAL-COUNT
              SET WS-REVERSAL-IX TO WS-REVERSAL-COUNT
              MOVE LedgerStudentId TO WS-RV-STUDENT-ID(WS-REVERSAL-IX)
              MOVE LedgerRevOrigDate TO WS-RV-DATE(WS-REVERSAL-IX)
              MOVE LedgerRevOrigTime TO WS-RV-TIME(WS-REVERSAL-IX)
              MOVE LedgerRevOrigType TO WS-RV-TYPE(WS-REVERSAL-IX)
              MOVE LedgerRevOrigAmount TO WS-RV-AMOUNT(WS-REVERSAL-IX)
              MOVE LedgerPostDate TO WS-RV-REVERSED-ON(WS-REVERSAL-IX)
              MOVE 'N' TO WS-RV-MATCHED-SW(WS-REVERSAL-IX)
           ELSE
              SET WS-REVERSAL-TABLE-FULL TO TRUE
           END-IF
        END-IF
        READ LedgerFile
            AT END SET EndOfLedgerFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE LedgerFile.

*>  ---------------------------------------------------------------
*>  CheckPostingReversed - was the posting in the ledger buffer
*>  cancelled by a later reversal? Claims the matching reversal so
*>  an identical posting further down is not flagged twice.
*>  ---------------------------------------------------------------
CheckPostingReversed.
    PERFORM VARYING WS-REVERSAL-IX FROM 1 BY 1
            UNTIL WS-REVERSAL-IX > WS-REVERSAL-COUNT
               OR WS-POSTING-REVERSED
       IF NOT WS-RV-MATCHED(WS-REVERSAL-IX)
          AND WS-RV-STUDENT-ID(WS-REVERSAL-IX) = LedgerStudentId
          AND WS-RV-DATE(WS-REVERSAL-IX) = LedgerPostDate
          AND WS-RV-TIME(WS-REVERSAL-IX) = LedgerPostTime
          AND WS-RV-TYPE(WS-REVERSAL-IX) = LedgerPostType
          AND WS-RV-AMOUNT(WS-REVERSAL-IX) = LedgerPostAmount
          SET WS-RV-MATCHED(WS-REVERSAL-IX) TO TRUE
          SET WS-POSTING-REVERSED TO TRUE
          MOVE WS-RV-REVERSED-ON(WS-REVERSAL-IX) TO WS-REVERSED-ON-DATE
       END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  ListReversal - the reversal's own detail line under it, naming
*>  the posting it cancels, and its share of the reversal totals.
*>  ---------------------------------------------------------------
ListReversal.
    DISPLAY "        REVERSES " LedgerRevOrigType SPACE
            LedgerRevOrigDate SPACE LedgerRevOrigTime
            " (" LedgerRevReason ") by " LedgerRevAuthorisedBy
            " incl interest " LedgerRevInterest
    ADD 1 TO WS-REVERSALS-LISTED-COUNT
    IF LedgerRevOfDisbursement
       ADD LedgerRevOrigAmount TO WS-DISB-REVERSED-TOTAL
    ELSE
       ADD LedgerRevOrigAmount TO WS-REPAY-REVERSED-TOTAL
    END-IF
    ADD LedgerRevInterest TO WS-INTEREST-ADJUSTED-TOTAL.

*>  ---------------------------------------------------------------
*>  FileAbort - a required file failed to open; report it and
*>  abandon the run with RETURN-CODE 12.
