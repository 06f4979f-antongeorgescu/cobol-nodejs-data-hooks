*> name - so a shop growing from three offices to five (or ten)
*> adds a line to the list instead of waiting for a program change;
*> without the list, the classic Transbatch1..5.Dat set is used,
*> offices 01 to 05. Four batches the system itself owns ride
*> along: Transbatch.Waitlist.Dat (the Adds WaitlistOffer generates
*> as program seats free up), Transbatch.Portal.Dat (the Adds
*> PortalIntakeImport accepted from the web portal, already
*> numbered from the web office's range), Transins.Pending.Dat
*> (future-dated transactions StudentWrite parked until their
*> effective date) and Transbatch.Resubmit.Dat (corrected rejects
*> RejectCorrection resubmitted for an office with no batch file of
*> its own), all consumed here so the same record is never consolidated
*> twice - but emptied only after the sort has delivered
*> Transins.Dat to disk, so an abend or write failure mid-build
*> leaves every queued record where it was. Any batch may be
*>   is safely on disk, unlike the offices' files.
01  WS-BATCH-LIST-TABLE.
    02 WS-BATCH-LIST-COUNT   PIC 9(2) VALUE ZERO.
    02 WS-BATCH-LIST-ENTRY OCCURS 14 TIMES
                           INDEXED BY WS-BATCH-NAME-IX.
       03 WS-BATCH-NAME-ENTRY   PIC X(160).
       03 WS-BATCH-ENTRY-OFFICE PIC X(2).
*>  batches come from Transbatch.List.Dat when it is on disk (one
*>  line per office: code, a space, the batch file name inside the
*>  data directory); otherwise the classic Transbatch1..5.Dat set
*>  covers the five offices. The system-owned waitlist, portal,
*>  pending and resubmit batches are appended last either way,
*>  marked consumed.
*>  ---------------------------------------------------------------
BuildBatchList.
    OPEN INPUT BatchListFile
    MOVE 'Y' TO WS-BATCH-CONSUMED-SW(WS-BATCH-LIST-COUNT)
    MOVE 'N' TO WS-BATCH-PRESENT-SW(WS-BATCH-LIST-COUNT)

    ADD 1 TO WS-BATCH-LIST-COUNT
    MOVE SPACES TO WS-BATCH-NAME-ENTRY(WS-BATCH-LIST-COUNT)
    STRING FUNCTION TRIM(WS-DATA-DIR) "/transbatch.portal.dat"
        DELIMITED BY SIZE
       INTO WS-BATCH-NAME-ENTRY(WS-BATCH-LIST-COUNT)
    END-STRING
    *>   Portal Adds arrive numbered and stamped with the web office
    *>   by PortalIntakeImport - nothing to stamp here.
    MOVE SPACES TO WS-BATCH-ENTRY-OFFICE(WS-BATCH-LIST-COUNT)
    MOVE 'Y' TO WS-BATCH-CONSUMED-SW(WS-BATCH-LIST-COUNT)
    MOVE 'N' TO WS-BATCH-PRESENT-SW(WS-BATCH-LIST-COUNT)

    ADD 1 TO WS-BATCH-LIST-COUNT
    MOVE SPACES TO WS-BATCH-NAME-ENTRY(WS-BATCH-LIST-COUNT)
    STRING FUNCTION TRIM(WS-DATA-DIR) "/transins.pending.dat"
    *>   keyed with - no office stamped here.
    MOVE SPACES TO WS-BATCH-ENTRY-OFFICE(WS-BATCH-LIST-COUNT)
    MOVE 'Y' TO WS-BATCH-CONSUMED-SW(WS-BATCH-LIST-COUNT)
    MOVE 'N' TO WS-BATCH-PRESENT-SW(WS-BATCH-LIST-COUNT)

    ADD 1 TO WS-BATCH-LIST-COUNT
    MOVE SPACES TO WS-BATCH-NAME-ENTRY(WS-BATCH-LIST-COUNT)
    STRING FUNCTION TRIM(WS-DATA-DIR) "/transbatch.resubmit.dat"
        DELIMITED BY SIZE
       INTO WS-BATCH-NAME-ENTRY(WS-BATCH-LIST-COUNT)
    END-STRING
    *>   Corrected rejects resubmitted by RejectCorrection for an
    *>   office with no batch of its own keep the origin of the
    *>   transaction they correct - no office stamped here.
    MOVE SPACES TO WS-BATCH-ENTRY-OFFICE(WS-BATCH-LIST-COUNT)
    MOVE 'Y' TO WS-BATCH-CONSUMED-SW(WS-BATCH-LIST-COUNT)
    MOVE 'N' TO WS-BATCH-PRESENT-SW(WS-BATCH-LIST-COUNT).

*>  ---------------------------------------------------------------
