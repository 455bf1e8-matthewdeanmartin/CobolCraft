    PERFORM Scan-And-Write-Census
    PERFORM Write-Diff-Report

    *> Completion code for NightlyBatch-Run: 0 done, 8 failed.
    MOVE 0 TO RETURN-CODE
    GOBACK.

    Load-Previous-Census.
        OPEN OUTPUT CENSUS-FILE
        IF WS-FILE-STATUS NOT = "00"
            DISPLAY "[census] unable to open " FUNCTION TRIM(WS-CENSUS-FILE-NAME) ", status=" WS-FILE-STATUS
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF

