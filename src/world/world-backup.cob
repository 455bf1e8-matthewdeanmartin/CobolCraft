    STRING "mkdir -p backups && cp -r world " FUNCTION TRIM(WS-BACKUP-DIR)
        DELIMITED BY SIZE INTO WS-COMMAND-LINE
    CALL "SYSTEM" USING WS-COMMAND-LINE
    IF RETURN-CODE NOT = 0
        DISPLAY "[backup] copy to " FUNCTION TRIM(WS-BACKUP-DIR) " failed"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    *> Checksum manifest, written against the snapshot itself so later
    *> bit-rot or a half-copied snapshot is detectable before a restore
    DISPLAY "[backup] snapshot complete, keeping last " WS-MAX-BACKUPS-DISPLAY
        " backups"

    *> Completion code for NightlyBatch-Run: 0 done, 8 failed.
    MOVE 0 TO RETURN-CODE
    GOBACK.

END PROGRAM WorldBackup-Run.
