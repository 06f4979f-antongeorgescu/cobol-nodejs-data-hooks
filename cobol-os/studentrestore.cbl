*> and losing their history. When a student was archived more than
*> once, the most recent archive entry is the one restored. The
*> restore is logged through logger2 like the other roster actions.
*> An archive record StudentAnonymise has already masked under the
*> retention policy cannot be restored.

*> cobc -x -free studentrestore.cbl      (standalone)
*> cobc -m -free studentrestore.cbl      (module, CALLable from OperatorConsole)
       GOBACK
    END-IF

    *>   A record past the retention period has had its name, date
    *>   of birth and phone number masked by StudentAnonymise - there
    *>   is nothing left worth putting back on the roster.
    IF Surname OF WS-SAVED-STUDENT = ALL "*"
       DISPLAY "Restore refused - the archive record for " WS-RESTORE-ID
               " was anonymised under the retention policy - key the "
               "student as a new Add"
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF

    DISPLAY "Found archive entry for " WS-RESTORE-ID
            " archived " WS-SAVED-RUN-DATE
    PERFORM RestoreToRoster
