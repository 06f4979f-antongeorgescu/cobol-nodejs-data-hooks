*> check FAILED), and reports any night on file where one of the
*> core nightly steps never ran at all. When the overnight window
*> breaks, this is the record it used to take memory to reconstruct.
*> Each run is listed with the operator who made it, and a console
*> session whose sign-on was refused is flagged as such.

*> cobc -x -free jobhealthreport.cbl      (standalone)
*> cobc -m -free jobhealthreport.cbl      (module, CALLable from OperatorConsole)
        03  WS-RN-WRITTEN         PIC 9(7).
        03  WS-RN-REJECTED        PIC 9(7).
        03  WS-RN-RETURN-CODE     PIC 9(4).
        03  WS-RN-OPERATOR        PIC X(8).
01  WS-RUN-TABLE-FULL-SW     PIC X VALUE 'N'.
    88  WS-RUN-TABLE-FULL        VALUE 'Y'.
01  WS-LIST-FROM-IX          PIC 9(3).

    DISPLAY " "
    DISPLAY "================ Nightly Job Health (Runs.Dat) ================"
    DISPLAY "Program............. Operator Start............ Read... "
            "Written Rejectd RC.. Flag"
    PERFORM VARYING WS-RUN-IX FROM WS-LIST-FROM-IX BY 1
            UNTIL WS-RUN-IX > WS-RUN-COUNT
       PERFORM ReportOneRun
        MOVE RunRecordsWritten TO WS-RN-WRITTEN(WS-RUN-COUNT)
        MOVE RunRejectedCount  TO WS-RN-REJECTED(WS-RUN-COUNT)
        MOVE RunReturnCode     TO WS-RN-RETURN-CODE(WS-RUN-COUNT)
        MOVE RunOperatorId     TO WS-RN-OPERATOR(WS-RUN-COUNT)
        READ RunFile
            AT END SET EndOfRunFile TO TRUE
        END-READ
        WHEN ZERO
            CONTINUE
        WHEN 8
            IF WS-RN-PROGRAM(WS-RUN-IX) = "OperatorConsole"
               MOVE "SIGN-ON REFUSED" TO WS-FLAG-TEXT
            ELSE
               MOVE "BALANCED FAILED" TO WS-FLAG-TEXT
            END-IF
            ADD 1 TO WS-PROBLEM-COUNT
        WHEN OTHER
            MOVE "ERROR/ABEND" TO WS-FLAG-TEXT
            ADD 1 TO WS-PROBLEM-COUNT
    END-EVALUATE
    DISPLAY WS-RN-PROGRAM(WS-RUN-IX) SPACE
            WS-RN-OPERATOR(WS-RUN-IX) SPACE
            WS-RN-START-DATE(WS-RUN-IX) "-"
            WS-RN-START-TIME(WS-RUN-IX) SPACE
            WS-RN-READ(WS-RUN-IX) SPACE
