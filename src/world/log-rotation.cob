        02 FILLER               PIC X(32) VALUE "alerts.log".
        02 FILLER               PIC X(32) VALUE "admin.log".
        02 FILLER               PIC X(32) VALUE "moderation.log".
        02 FILLER               PIC X(32) VALUE "shop-sales.log".
        02 FILLER               PIC X(32) VALUE "player-data.log".
        02 FILLER               PIC X(32) VALUE "staff-actions.log".
    01 WS-LOG-NAME-TABLE REDEFINES WS-LOG-NAMES.
        02 WS-LOG-NAME          PIC X(32) OCCURS 19 TIMES.
    01 WS-LOG-INDEX             BINARY-LONG UNSIGNED.

    01 WS-LIVE-FILE-NAME        PIC X(128).
    01 WS-ROW-TIMESTAMP         BINARY-LONG UNSIGNED.
    01 WS-ARCHIVED-COUNT        BINARY-LONG UNSIGNED.
    01 WS-KEPT-COUNT            BINARY-LONG UNSIGNED.
    01 WS-FAILED-COUNT          BINARY-LONG UNSIGNED.
    01 WS-MAX-KB-DISPLAY        PIC 9(9).
    01 WS-SKIP-FROM             BINARY-LONG UNSIGNED.
    01 WS-SKIP-FROM-DISPLAY     PIC 9(4).
    STRING "logs/archive/" WS-NOW-DISPLAY DELIMITED BY SIZE
        INTO WS-ARCHIVE-DIR
    MOVE "N" TO WS-ARCHIVE-DIR-MADE
    MOVE 0 TO WS-FAILED-COUNT

    PERFORM VARYING WS-LOG-INDEX FROM 1 BY 1 UNTIL WS-LOG-INDEX > 19
        PERFORM Rotate-One-Log
    END-PERFORM

        DELIMITED BY SIZE INTO WS-COMMAND-LINE
    CALL "SYSTEM" USING WS-COMMAND-LINE

    *> Completion code for NightlyBatch-Run: 0 done, 8 when any log
    *> could not be split (that log is left whole for the next run).
    IF WS-FAILED-COUNT > 0
        DISPLAY "[log-rotation] " WS-FAILED-COUNT " logs not rotated"
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    GOBACK.

    Rotate-One-Log.
        OPEN OUTPUT KEEP-FILE
        OPEN OUTPUT ARCHIVE-FILE
        IF WS-KEEP-STATUS NOT = "00" OR WS-ARCHIVE-STATUS NOT = "00"
            DISPLAY "[log-rotation] unable to open work files for "
                FUNCTION TRIM(WS-LOG-NAME(WS-LOG-INDEX)) ", status="
                WS-KEEP-STATUS "/" WS-ARCHIVE-STATUS
            IF WS-KEEP-STATUS = "00"
                CLOSE KEEP-FILE
            END-IF
            IF WS-ARCHIVE-STATUS = "00"
                CLOSE ARCHIVE-FILE
            END-IF
            CLOSE LIVE-LOG-FILE
            ADD 1 TO WS-FAILED-COUNT
            EXIT PARAGRAPH
        END-IF

            " " FUNCTION TRIM(WS-LIVE-FILE-NAME)
            DELIMITED BY SIZE INTO WS-COMMAND-LINE
        CALL "SYSTEM" USING WS-COMMAND-LINE
        IF RETURN-CODE NOT = 0
            DISPLAY "[log-rotation] "
                FUNCTION TRIM(WS-LOG-NAME(WS-LOG-INDEX))
                ": replacing the live file failed"
            ADD 1 TO WS-FAILED-COUNT
            EXIT PARAGRAPH
        END-IF

        DISPLAY "[log-rotation] "
            FUNCTION TRIM(WS-LOG-NAME(WS-LOG-INDEX)) ": archived "
