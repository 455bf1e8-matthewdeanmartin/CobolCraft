    PERFORM Tally-Samples
    PERFORM Write-Report

    *> Completion code for NightlyBatch-Run: 0 done, 8 failed.
    MOVE 0 TO RETURN-CODE
    GOBACK.

    Tally-Samples.
        END-IF
        IF WS-FILE-STATUS NOT = "00"
            DISPLAY "[performance-report] unable to open " FUNCTION TRIM(WS-REPORT-FILE-NAME) ", status=" WS-FILE-STATUS
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        MOVE WS-REPORT-HEADER TO PERFORMANCE-REPORT-RECORD
