*> roster, account closed) lands in Bank.Remit.Suspense.Dat with its
*> reason - never dropped - and the run proves the bank's trailer
*> total equals posted plus suspense to the cent before it is allowed
*> to finish clean. The suspense file is added to run after run
*> rather than started afresh, so it holds every unmatched receipt
*> with its value date for GLJournalExtract to journal by period.
*>
*> RETURN-CODEs: 0 reconciled, 8 totals failed to reconcile or the
*> trailer is missing, 12 file error.
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-POSTING-FILE-STATUS.

      SELECT OPTIONAL SuspenseFile ASSIGN WS-REMIT-SUSPENSE-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
       MOVE WS-POSTING-FILE-STATUS TO WS-ABORT-FILE-STATUS
       PERFORM FileAbort
    END-IF
    OPEN EXTEND SuspenseFile
    IF WS-SUSPENSE-FILE-STATUS NOT = "00" AND WS-SUSPENSE-FILE-STATUS NOT = "05"
       MOVE "bank.remit.suspense.dat" TO WS-ABORT-FILE-NAME
       MOVE WS-SUSPENSE-FILE-STATUS TO WS-ABORT-FILE-STATUS
