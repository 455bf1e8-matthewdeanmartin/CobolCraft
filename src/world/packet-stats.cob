    END-IF
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "[traffic-report] unable to open " FUNCTION TRIM(WS-REPORT-FILE-NAME) ", status=" WS-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    CLOSE TRAFFIC-REPORT-FILE
    DISPLAY "[traffic-report] wrote " FUNCTION TRIM(WS-REPORT-FILE-NAME)

    *> Completion code for NightlyBatch-Run: 0 done, 8 failed.
    MOVE 0 TO RETURN-CODE
    GOBACK.

END PROGRAM TrafficReport-Run.
