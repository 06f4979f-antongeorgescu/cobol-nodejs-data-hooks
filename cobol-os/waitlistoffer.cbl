PROGRAM-ID. WaitlistOffer.
AUTHOR. Anton Georgescu.
*> Waitlist seat-offer run - the companion to StudentWrite's
*> waitlisting of Adds refused on program capacity. After deletions,
*> inactivations and graduations have freed seats, this run counts
*> the Active headcount per program against ProgCapacity, walks
*> Transins.Waitlist.Dat in arrival order, and for every applicant
*> whose program now has a free seat writes the queued Add
*> transaction to Transbatch.Waitlist.Dat - which TransConsolidate
01  WS-QUEUED-READ-COUNT     PIC 9(7) VALUE ZERO.
01  WS-OFFERED-COUNT         PIC 9(7) VALUE ZERO.
01  WS-STILL-QUEUED-COUNT    PIC 9(7) VALUE ZERO.
*>   Roster students holding no seat, split by why - a graduate
*>   completed the program, an inactive student withdrew - so the
*>   seats freed by completions can be told from those freed by
*>   withdrawals.
01  WS-GRADUATED-COUNT       PIC 9(7) VALUE ZERO.
01  WS-WITHDRAWN-COUNT       PIC 9(7) VALUE ZERO.

*>   Run-control record appended to Runs.Dat through runlogger as
*>   the program finishes, so the job-health report can show how the
    DISPLAY "Waitlist entries read................. : " WS-QUEUED-READ-COUNT
    DISPLAY "Seats offered (Adds generated)........ : " WS-OFFERED-COUNT
    DISPLAY "Still queued.......................... : " WS-STILL-QUEUED-COUNT
    DISPLAY "Seats freed by graduation (roster).... : " WS-GRADUATED-COUNT
    DISPLAY "Seats freed by withdrawal (roster).... : " WS-WITHDRAWN-COUNT
    DISPLAY "=============================================================="
    IF WS-OFFERED-COUNT > ZERO
       DISPLAY "Offered Adds written to Transbatch.Waitlist.Dat - they "
*>  ---------------------------------------------------------------
*>  CountProgramHeadcounts - a pass over Students.Dat counting the
*>  Active students enrolled per program, so offers only go out for
*>  seats that are really free after the night's deletions,
*>  inactivations and graduations. Graduated and Inactive students
*>  are tallied apart for the control totals.
*>  ---------------------------------------------------------------
CountProgramHeadcounts.
    OPEN INPUT StudentFile
              END-IF
           END-PERFORM
        END-IF
        IF StatusGraduated
           ADD 1 TO WS-GRADUATED-COUNT
        END-IF
        IF StatusInactive
           ADD 1 TO WS-WITHDRAWN-COUNT
        END-IF
        READ StudentFile
            AT END SET EndOfStudentFile TO TRUE
        END-READ
