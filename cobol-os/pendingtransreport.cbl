        WHEN TransTypeInactivate MOVE "INACTIVATE" TO WS-TYPE-DESC
        WHEN TransTypeReactivate MOVE "REACTIVATE" TO WS-TYPE-DESC
        WHEN TransTypeTransfer   MOVE "TRANSFER" TO WS-TYPE-DESC
        WHEN TransTypeGraduate   MOVE "GRADUATE" TO WS-TYPE-DESC
        WHEN OTHER               MOVE TransType TO WS-TYPE-DESC
    END-EVALUATE
    IF TransEffectiveDate IS NUMERIC
