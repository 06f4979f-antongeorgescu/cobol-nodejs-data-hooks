   02 LogRunTime               PIC 9(8).
   02 LogActionWord            PIC X(6).
   COPY studrec.
   02 LogOperatorId            PIC X(8).

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
               ADD 1 TO WS-DATE-ENTRY-UPDATES(WS-DATE-FOUND-IX)
           WHEN "DELETE"
               ADD 1 TO WS-DATE-ENTRY-DELETES(WS-DATE-FOUND-IX)
           *>   BEFORE entries are the prior images StudentWrite
           *>   logs ahead of each UPDATE/INACTV/GRAD - they describe
           *>   the same action as the entry that follows them, so
           *>   counting them would double the day's apparent
           *>   activity.
           WHEN "BEFORE"
               CONTINUE
           WHEN OTHER
