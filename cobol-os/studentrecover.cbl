*> the log and the roster no longer describe the same history.
*>
*> Actions replayed: INSERT and RESTOR write the logged image;
*> UPDATE, INACTV, REACTV, XFER, GRAD and MERGTO rewrite it;
*> DELETE, PURGE and MERGE remove the record; BEFORE entries are
*> the prior images logged ahead of changes and replay nothing.
*>
*> RETURN-CODEs: 0 recovered, 8 replay stopped at a log entry that
*> did not apply, 12 file error, 16 roster locked.
                          ==StatusCode== BY ==BkpStatusCode==
                          ==StatusActive== BY ==BkpStatusActive==
                          ==StatusInactive== BY ==BkpStatusInactive==
                          ==StatusGraduated== BY ==BkpStatusGraduated==
                          ==StatusDate== BY ==BkpStatusDate==
                          ==StatusYear== BY ==BkpStatusYear==
                          ==StatusMonth== BY ==BkpStatusMonth==
                             ==StatusCode== BY ==LogStatusCode==
                             ==StatusActive== BY ==LogStatusActive==
                             ==StatusInactive== BY ==LogStatusInactive==
                             ==StatusGraduated== BY ==LogStatusGraduated==
                             ==StatusDate== BY ==LogStatusDate==
                             ==StatusYear== BY ==LogStatusYear==
                             ==StatusMonth== BY ==LogStatusMonth==
                             ==StatusDay== BY ==LogStatusDay==.
   02 LogOperatorId            PIC X(8).

WORKING-STORAGE SECTION.
*>   Data-file assignments resolved at run time - the directory
*>  ---------------------------------------------------------------
*>  ReplayOneLogEntry - one logged action back onto the roster.
*>  INSERT and RESTOR write the logged image; UPDATE, INACTV,
*>  REACTV, XFER, GRAD and MERGTO rewrite it; DELETE, PURGE and MERGE
*>  remove the record. Anything that fails - or an action word the
*>  replay does not know - stops the recovery with the entry named,
*>  so the operator knows exactly where the rebuilt roster ends.
        WHEN "INACTV"
        WHEN "REACTV"
        WHEN "XFER"
        WHEN "GRAD"
        WHEN "MERGTO"
            REWRITE StudentRecord
                INVALID KEY PERFORM StopReplayMismatch
