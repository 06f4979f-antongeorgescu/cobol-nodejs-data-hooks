AUTHOR.  Anton Georgescu.
*> Interactive front end for building Transins.Dat - prompts for one
*> transaction at a time (Add/Update/Delete/Inactivate/Reactivate/
*> Transfer/Graduate) and appends it, instead of requiring
*> transactions to be prepared by hand. When Offices.Dat is on file
*> (maintained by OfficeMaint), a new Add's StudentId is assigned from
*> the keying office's reserved number range instead of being
*> hand-picked - the duplicate-id incidents came from offices inventing
*> their own numbers. Without Offices.Dat the program prompts for the id
*> as it always has.

*> cobc -x -free studenttransentry.cbl      (standalone)
*> cobc -m -free studenttransentry.cbl      (module, CALLable from OperatorConsole)
*>  ---------------------------------------------------------------
*>  EnterTransaction - prompts for one transaction and builds
*>  TransRecord from the answers. Add/Update collect the full set of
*>  student fields; Delete, Inactivate, Reactivate and Graduate only
*>  need the StudentId.
*>  ---------------------------------------------------------------
EnterTransaction.
    MOVE SPACES TO TransRecord

    DISPLAY "Transaction type - A)dd, U)pdate, D)elete, I)nactivate, R)eactivate, T)ransfer, G)raduate: " WITH NO ADVANCING
    ACCEPT WS-TRANS-TYPE-ENTRY
    MOVE WS-TRANS-TYPE-ENTRY TO TransType

