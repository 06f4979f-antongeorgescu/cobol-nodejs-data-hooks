*> from the contact file still gets their page - stamped NO ADDRESS ON
*> FILE - and a line on the exception list, so the front office can
*> chase the missing addresses before mailing day.
*> A "V" reversal prints as REVERSAL with the date of the posting it
*> cancels beside it; when that posting is on the same page it is
*> marked REVERSED, so the student sees the pair rather than an
*> unexplained credit or charge. A "W" write-off prints as WRITTEN
*> OFF, and an "A" scholarship or bursary award as AWARD - neither
*> is shown as a repayment. A "J" or "K" interest rate adjustment
*> prints as RATE ADJ or RATE CREDIT with the month-end accrual it
*> corrects beside it.

*> cobc -x -free loanstatementrun.cbl      (standalone)
*> cobc -m -free loanstatementrun.cbl      (module, CALLable from OperatorConsole)
      88 SortCarryForward     VALUE "C".
   02 SortPostAmount       PIC 9(5).
   02 SortBalance          PIC 9(7).
   02 SortRevOrigDate      PIC 9(8).
   02 SortRevOrigTime      PIC 9(8).
   02 SortRevOrigType      PIC X.
   02 SortRevOrigAmount    PIC 9(5).

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
    02  WS-PAGE-POSTING-ENTRY OCCURS 100 TIMES
                              INDEXED BY WS-PAGE-POSTING-IX.
        03  WS-PP-DATE            PIC 9(8).
        03  WS-PP-TIME            PIC 9(8).
        03  WS-PP-TYPE            PIC X.
        03  WS-PP-AMOUNT          PIC 9(5).
        03  WS-PP-BALANCE         PIC 9(7).
        03  WS-PP-REV-ORIG-DATE   PIC 9(8).
        03  WS-PP-REVERSED-SW     PIC X.
            88  WS-PP-REVERSED        VALUE 'Y'.
01  WS-ORIGINAL-FOUND-SW     PIC X.
    88  WS-ORIGINAL-FOUND        VALUE 'Y'.
01  WS-REV-ORIG-DATE-EDIT    PIC 9999/99/99.
01  WS-PAGE-POSTING-FULL-SW  PIC X VALUE 'N'.
    88  WS-PAGE-POSTING-FULL     VALUE 'Y'.

    02  WS-SD-AMOUNT          PIC $$,$$$,$$9.
    02  FILLER                PIC X(2) VALUE SPACES.
    02  WS-SD-BALANCE         PIC $$,$$$,$$9.
    02  FILLER                PIC X(2) VALUE SPACES.
    02  WS-SD-NOTE            PIC X(30).
01  WS-STMT-BALANCE-LINE.
    02  WS-SB-LABEL           PIC X(28).
    02  WS-SB-AMOUNT          PIC $$,$$$,$$9.
           MOVE LedgerPostType   TO SortPostType
           MOVE LedgerPostAmount TO SortPostAmount
           MOVE LedgerBalance    TO SortBalance
           IF LedgerReversal
              OR LedgerInterestAdjUp OR LedgerInterestAdjDown
              MOVE LedgerRevOrigDate   TO SortRevOrigDate
              MOVE LedgerRevOrigTime   TO SortRevOrigTime
              MOVE LedgerRevOrigType   TO SortRevOrigType
              MOVE LedgerRevOrigAmount TO SortRevOrigAmount
           ELSE
              MOVE ZERO   TO SortRevOrigDate
              MOVE ZERO   TO SortRevOrigTime
              MOVE SPACE  TO SortRevOrigType
              MOVE ZERO   TO SortRevOrigAmount
           END-IF
           RELEASE SortRecord
        END-IF
        READ LedgerFile
    IF WS-PAGE-POSTING-COUNT < 100
       ADD 1 TO WS-PAGE-POSTING-COUNT
       MOVE SortPostDate   TO WS-PP-DATE(WS-PAGE-POSTING-COUNT)
       MOVE SortPostTime   TO WS-PP-TIME(WS-PAGE-POSTING-COUNT)
       MOVE SortPostType   TO WS-PP-TYPE(WS-PAGE-POSTING-COUNT)
       MOVE SortPostAmount TO WS-PP-AMOUNT(WS-PAGE-POSTING-COUNT)
       MOVE SortBalance    TO WS-PP-BALANCE(WS-PAGE-POSTING-COUNT)
       MOVE SortRevOrigDate TO WS-PP-REV-ORIG-DATE(WS-PAGE-POSTING-COUNT)
       MOVE 'N' TO WS-PP-REVERSED-SW(WS-PAGE-POSTING-COUNT)
       IF SortPostType = "V"
          PERFORM MarkReversedOriginal
       END-IF
    ELSE
       IF NOT WS-PAGE-POSTING-FULL
          SET WS-PAGE-POSTING-FULL TO TRUE
       END-IF
    END-IF.

*>  ---------------------------------------------------------------
*>  MarkReversedOriginal - a reversal has just been buffered; the
*>  posting it cancels, if it is on this page too, is marked
*>  REVERSED. An original from an earlier period is not on the page
*>  and the reversal's own note is all the student sees.
*>  ---------------------------------------------------------------
MarkReversedOriginal.
    MOVE 'N' TO WS-ORIGINAL-FOUND-SW
    PERFORM VARYING WS-PAGE-POSTING-IX FROM 1 BY 1
            UNTIL WS-PAGE-POSTING-IX >= WS-PAGE-POSTING-COUNT
               OR WS-ORIGINAL-FOUND
       IF NOT WS-PP-REVERSED(WS-PAGE-POSTING-IX)
          AND WS-PP-DATE(WS-PAGE-POSTING-IX) = SortRevOrigDate
          AND WS-PP-TIME(WS-PAGE-POSTING-IX) = SortRevOrigTime
          AND WS-PP-TYPE(WS-PAGE-POSTING-IX) = SortRevOrigType
          AND WS-PP-AMOUNT(WS-PAGE-POSTING-IX) = SortRevOrigAmount
          SET WS-PP-REVERSED(WS-PAGE-POSTING-IX) TO TRUE
          SET WS-ORIGINAL-FOUND TO TRUE
       END-IF
    END-PERFORM.

*>  ---------------------------------------------------------------
*>  WriteStatementPage - one statement for the student just
*>  finished: heading, name and postal address (or the NO ADDRESS
           WHEN "D" MOVE "DISBURSEMENT" TO WS-SD-TYPE-DESC
           WHEN "R" MOVE "REPAYMENT" TO WS-SD-TYPE-DESC
           WHEN "I" MOVE "INTEREST" TO WS-SD-TYPE-DESC
           WHEN "V" MOVE "REVERSAL" TO WS-SD-TYPE-DESC
           WHEN "W" MOVE "WRITTEN OFF" TO WS-SD-TYPE-DESC
           WHEN "A" MOVE "AWARD" TO WS-SD-TYPE-DESC
           WHEN "J" MOVE "RATE ADJ" TO WS-SD-TYPE-DESC
           WHEN "K" MOVE "RATE CREDIT" TO WS-SD-TYPE-DESC
           WHEN OTHER MOVE WS-PP-TYPE(WS-PAGE-POSTING-IX)
                        TO WS-SD-TYPE-DESC
       END-EVALUATE
       MOVE WS-PP-AMOUNT(WS-PAGE-POSTING-IX) TO WS-SD-AMOUNT
       MOVE WS-PP-BALANCE(WS-PAGE-POSTING-IX) TO WS-SD-BALANCE
       MOVE SPACES TO WS-SD-NOTE
       IF WS-PP-TYPE(WS-PAGE-POSTING-IX) = "V"
          MOVE WS-PP-REV-ORIG-DATE(WS-PAGE-POSTING-IX)
            TO WS-REV-ORIG-DATE-EDIT
          STRING "REVERSES " WS-REV-ORIG-DATE-EDIT
              DELIMITED BY SIZE INTO WS-SD-NOTE
          END-STRING
       END-IF
       IF WS-PP-TYPE(WS-PAGE-POSTING-IX) = "J"
          OR WS-PP-TYPE(WS-PAGE-POSTING-IX) = "K"
          MOVE WS-PP-REV-ORIG-DATE(WS-PAGE-POSTING-IX)
            TO WS-REV-ORIG-DATE-EDIT
          STRING "CORRECTS INTEREST " WS-REV-ORIG-DATE-EDIT
              DELIMITED BY SIZE INTO WS-SD-NOTE
          END-STRING
       END-IF
       IF WS-PP-REVERSED(WS-PAGE-POSTING-IX)
          MOVE "REVERSED" TO WS-SD-NOTE
       END-IF
       WRITE StatementLine FROM WS-STMT-DETAIL-LINE
    END-PERFORM

