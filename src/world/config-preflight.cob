       >>SOURCE FORMAT FREE
*> --- ConfigPreflight-Run ---
*> Pre-flight validation of the hand-edited files under config/, run at
*> boot once the registries are up and before the listener accepts
*> connections. The readers of these files are deliberately forgiving -
*> a row that does not parse is skipped, a bad number falls back to its
*> default - which keeps the server up but means a typo only shows up
*> when a claim turns out not to be protected. This pass reads every
*> file the way its reader does and says what the reader would have
*> done quietly:
*>
*>   server.properties     key=value syntax, unknown (misspelt) keys,
*>                         duplicates, whole numbers within a sane
*>                         range for every key the server reads, and
*>                         the 64-setting table limit
*>   regions.txt           column layout, owner UUID hex, inverted
*>                         boxes, duplicate names, overlapping claims
*>   ops.txt               UUID hex, level 1-4, duplicates
*>   banned-players.txt    UUID hex, expiry stamp, already-expired rows
*>   whitelist.txt         UUID hex, duplicates
*>   smelting-recipes.txt  field syntax, item names that do not
*>                         resolve, the 32-recipe table limit
*>   announcements.txt     field count, color names, URLs, the
*>                         32-message table limit
*>   achievements.txt      field syntax, counter names, thresholds
*>                         and rewards, duplicate milestones, the
*>                         64-achievement table limit
*>
*> A FATAL finding is a row the server would drop, misread or apply to
*> nobody; a WARN is a row that works but is probably not what was
*> meant. Everything found goes to reports/preflight-<ts>.log. In BOOT
*> mode warnings are also raised through Alert-Raise (the first ten,
*> then a count) and any fatal finding raises a CRIT alert and stops
*> the run with completion code 8 - the server refuses to start until
*> the file is fixed. CHECK mode (the console "preflight" command) only
*> writes the report and hands back a one-line result, so staff can
*> check an edit before they "reload" it.
IDENTIFICATION DIVISION.
PROGRAM-ID. ConfigPreflight-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PROPERTIES-FILE ASSIGN TO "config/server.properties"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    SELECT REGIONS-FILE ASSIGN TO "config/regions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    SELECT OPS-FILE ASSIGN TO "config/ops.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    SELECT BAN-LIST-FILE ASSIGN TO "config/banned-players.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    SELECT WHITELIST-FILE ASSIGN TO "config/whitelist.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    SELECT SMELTING-FILE ASSIGN TO "config/smelting-recipes.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    SELECT ANNOUNCE-FILE ASSIGN TO "config/announcements.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    SELECT ACHIEVE-FILE ASSIGN TO "config/achievements.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    SELECT PREFLIGHT-REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD PROPERTIES-FILE.
01 PROPERTIES-RECORD            PIC X(192).
FD REGIONS-FILE.
01 REGIONS-RECORD               PIC X(128).
FD OPS-FILE.
01 OPS-RECORD                   PIC X(64).
FD BAN-LIST-FILE.
01 BAN-LIST-RECORD              PIC X(192).
FD WHITELIST-FILE.
01 WHITELIST-RECORD             PIC X(64).
FD SMELTING-FILE.
01 SMELTING-RECORD              PIC X(160).
FD ANNOUNCE-FILE.
01 ANNOUNCE-RECORD              PIC X(400).
FD ACHIEVE-FILE.
01 ACHIEVE-RECORD               PIC X(160).
FD PREFLIGHT-REPORT-FILE.
01 PREFLIGHT-REPORT-RECORD      PIC X(240).

WORKING-STORAGE SECTION.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-REPORT-STATUS         PIC X(2).
    01 WS-REPORT-OPEN           PIC X(1).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-NOW-DISPLAY           PIC 9(10).
    01 WS-REPORT-FILE-NAME      PIC X(128).
    01 WS-LINE                  PIC X(400).
    01 WS-LINE-NUMBER           BINARY-LONG UNSIGNED.
    01 WS-ROWS-CHECKED          BINARY-LONG UNSIGNED.

    *> --- findings ---
    01 WS-FATAL-COUNT           BINARY-LONG UNSIGNED.
    01 WS-WARNING-COUNT         BINARY-LONG UNSIGNED.
    01 WS-ALERT-COUNT           BINARY-LONG UNSIGNED.
    01 WS-ALERT-MAX             BINARY-LONG UNSIGNED VALUE 10.
    01 WS-ISSUE-LEVEL           PIC X(5).
    01 WS-ISSUE-FILE            PIC X(24).
    01 WS-ISSUE-TEXT            PIC X(160).
    01 WS-ISSUE-LINE            PIC X(240).
    01 WS-ALERT-TEXT            PIC X(200).
    01 WS-COUNT-DISPLAY         PIC Z(5)9.
    01 WS-COUNT-DISPLAY-2       PIC Z(5)9.
    01 WS-LINE-DISPLAY          PIC Z(5)9.

    *> --- number parsing (the ServerConfig-GetNumber rule: optional
    *> leading minus, then digits) ---
    01 WS-NUMBER-TEXT           PIC X(128).
    01 WS-DIGITS-TEXT           PIC X(128).
    01 WS-NUMBER-VALID          PIC X(1).
    01 WS-NUMBER                BINARY-DOUBLE.
    01 WS-NUMBER-DISPLAY        PIC -(10)9.
    01 WS-MIN-DISPLAY           PIC -(10)9.
    01 WS-MAX-DISPLAY           PIC -(10)9.

    *> --- UUID hex check: 32 lower-case hex digits, the encoding
    *> Util-BytesToHex produces and every gate compares against ---
    01 WS-HEX-WORK              PIC X(32).
    01 WS-HEX-VALID             PIC X(1).

    *> --- server.properties: every key the server reads, with the
    *> range a sane value falls in ("-" for a text value) ---
    01 WS-KNOWN-KEY-LINES.
        02 FILLER PIC X(64) VALUE "admin-password - -".
        02 FILLER PIC X(64) VALUE "admin-port 0 65535".
        02 FILLER PIC X(64) VALUE "announce-interval-seconds 0 86400".
        02 FILLER PIC X(64) VALUE "backup-retention 1 365".
        02 FILLER PIC X(64) VALUE "border-center-x -30000000 30000000".
        02 FILLER PIC X(64) VALUE "border-center-z -30000000 30000000".
        02 FILLER PIC X(64) VALUE "border-radius 0 30000000".
        02 FILLER PIC X(64) VALUE "border-warning-distance 0 1000".
        02 FILLER PIC X(64) VALUE "chat-mute-count 1 1000".
        02 FILLER PIC X(64) VALUE "chat-mute-seconds 0 604800".
        02 FILLER PIC X(64) VALUE "chat-warn-count 1 1000".
        02 FILLER PIC X(64) VALUE "chat-window-seconds 1 3600".
        02 FILLER PIC X(64) VALUE "claim-grace-days 0 365".
        02 FILLER PIC X(64) VALUE "claim-inactive-days 1 3650".
        02 FILLER PIC X(64) VALUE "claim-upkeep-area 1 100000000".
        02 FILLER PIC X(64) VALUE "claim-upkeep-fee 0 1000000".
        02 FILLER PIC X(64) VALUE "claim-upkeep-grace-days 0 365".
        02 FILLER PIC X(64) VALUE "crafting-idle-ticks 0 72000".
        02 FILLER PIC X(64) VALUE "feed-interval-seconds 0 86400".
        02 FILLER PIC X(64) VALUE "feed-top 1 25".
        02 FILLER PIC X(64) VALUE "fill-max-volume 1 100000000".
        02 FILLER PIC X(64) VALUE "grave-expire-hours 0 8760".
        02 FILLER PIC X(64) VALUE "grave-private-minutes 0 10080".
        02 FILLER PIC X(64) VALUE "hopper-transfer-ticks 1 1200".
        02 FILLER PIC X(64) VALUE "hunger-break-cost 0 100000".
        02 FILLER PIC X(64) VALUE "hunger-move-cost 0 100000".
        02 FILLER PIC X(64) VALUE "hunger-regen-level 0 20".
        02 FILLER PIC X(64) VALUE "hunger-step-seconds 1 3600".
        02 FILLER PIC X(64) VALUE "idle-timeout-seconds 0 86400".
        02 FILLER PIC X(64) VALUE "inventory-snapshot-keep 1 250".
        02 FILLER PIC X(64) VALUE "keep-alive-interval-seconds 1 60".
        02 FILLER PIC X(64) VALUE "keep-alive-timeout-seconds 1 600".
        02 FILLER PIC X(64) VALUE "lag-alert-ops-per-minute 1 10000000".
        02 FILLER PIC X(64) VALUE "lag-report-top 1 100".
        02 FILLER PIC X(64) VALUE "local-chat-radius 1 10000".
        02 FILLER PIC X(64) VALUE "log-archive-retention 1 365".
        02 FILLER PIC X(64) VALUE "log-rotate-max-age-days 1 365".
        02 FILLER PIC X(64) VALUE "log-rotate-max-kb 1 10485760".
        02 FILLER PIC X(64) VALUE "player-cap 1 10000".
        02 FILLER PIC X(64) VALUE "reserved-slots 0 100".
        02 FILLER PIC X(64) VALUE "restart-countdown-seconds 0 3600".
        02 FILLER PIC X(64) VALUE "restart-hour -1 23".
        02 FILLER PIC X(64) VALUE "restart-minute 0 59".
        02 FILLER PIC X(64) VALUE "shared-address-days 1 365".
        02 FILLER PIC X(64) VALUE "spawn-x -30000000 30000000".
        02 FILLER PIC X(64) VALUE "spawn-y -64 320".
        02 FILLER PIC X(64) VALUE "spawn-z -30000000 30000000".
        02 FILLER PIC X(64) VALUE "staff-fill-flag-volume 1 100000000".
        02 FILLER PIC X(64) VALUE "staff-report-days 1 365".
        02 FILLER PIC X(64) VALUE "staff-tp-repeat 1 1000".
        02 FILLER PIC X(64) VALUE "starting-balance 0 1000000000".
        02 FILLER PIC X(64) VALUE "ticket-evidence-radius 1 128".
        02 FILLER PIC X(64) VALUE "ticket-unclaimed-minutes 1 10080".
        02 FILLER PIC X(64) VALUE "tps-alert-threshold 0 20".
        02 FILLER PIC X(64) VALUE "warn-decay-days 0 3650".
        02 FILLER PIC X(64) VALUE "xray-alert-top 0 100".
        02 FILLER PIC X(64) VALUE "xray-days 1 30".
        02 FILLER PIC X(64) VALUE "xray-min-ores 1 10000".
        02 FILLER PIC X(64) VALUE "xray-ratio-factor 1 100".
    01 WS-KNOWN-KEY-TABLE REDEFINES WS-KNOWN-KEY-LINES.
        02 WS-KNOWN-KEY-LINE    PIC X(64) OCCURS 59 TIMES.
    01 WS-KNOWN-COUNT           BINARY-LONG UNSIGNED VALUE 59.
    01 WS-KNOWN-ENTRIES.
        02 WS-KNOWN-ENTRY OCCURS 59 TIMES.
            03 WS-KNOWN-KEY      PIC X(32).
            03 WS-KNOWN-TEXT     PIC X(1).
            03 WS-KNOWN-MIN      BINARY-DOUBLE.
            03 WS-KNOWN-MAX      BINARY-DOUBLE.
    01 WS-KNOWN-IDX             BINARY-LONG UNSIGNED.
    01 WS-FOUND-IDX             BINARY-LONG UNSIGNED.
    01 WS-KEY-TOKEN             PIC X(32).
    01 WS-MIN-TOKEN             PIC X(16).
    01 WS-MAX-TOKEN             PIC X(16).

    01 WS-KEY                   PIC X(64).
    01 WS-VALUE                 PIC X(128).
    01 WS-EQUALS-COUNT          BINARY-LONG UNSIGNED.
    01 WS-SETTING-MAX           BINARY-LONG UNSIGNED VALUE 64.
    01 WS-SETTING-COUNT         BINARY-LONG UNSIGNED.
    01 WS-SEEN-KEYS.
        02 WS-SEEN-ENTRY OCCURS 128 TIMES.
            03 WS-SEEN-KEY       PIC X(64).
            03 WS-SEEN-LINE      BINARY-LONG UNSIGNED.
    01 WS-SEEN-COUNT            BINARY-LONG UNSIGNED.
    01 WS-SEEN-IDX              BINARY-LONG UNSIGNED.
    01 WS-KEEPALIVE-INTERVAL    BINARY-DOUBLE.
    01 WS-KEEPALIVE-TIMEOUT     BINARY-DOUBLE.
    01 WS-CHAT-WARN-COUNT       BINARY-DOUBLE.
    01 WS-CHAT-MUTE-COUNT       BINARY-DOUBLE.

    *> --- regions.txt (fixed columns, see Regions-GetEntry) ---
    01 WS-REGION-LINE.
        02 WS-REGION-OWNER      PIC X(32).
        02 WS-REGION-GAP-1      PIC X.
        02 WS-REGION-NAME       PIC X(32).
        02 WS-REGION-GAP-2      PIC X.
        02 WS-REGION-COORD-TEXT OCCURS 6 TIMES.
            03 WS-REGION-COORD   PIC X(9).
            03 WS-REGION-COORD-GAP PIC X.
        02 WS-REGION-TAIL       PIC X(275).
    01 WS-COORD-IDX             BINARY-LONG UNSIGNED.
    01 WS-COORD-VALUES.
        02 WS-COORD-VALUE       BINARY-LONG OCCURS 6 TIMES.
    01 WS-ROW-VALID             PIC X(1).
    01 WS-AXIS-NAMES            PIC X(3) VALUE "xyz".
    01 WS-REGION-MAX            BINARY-LONG UNSIGNED VALUE 512.
    01 WS-REGION-COUNT          BINARY-LONG UNSIGNED.
    01 WS-REGIONS.
        02 WS-REGION-ENTRY OCCURS 512 TIMES.
            03 WS-RG-NAME        PIC X(32).
            03 WS-RG-OWNER       PIC X(32).
            03 WS-RG-LINE        BINARY-LONG UNSIGNED.
            03 WS-RG-BOUND       BINARY-LONG OCCURS 6 TIMES.
    01 WS-REGION-IDX            BINARY-LONG UNSIGNED.
    01 WS-OTHER-IDX             BINARY-LONG UNSIGNED.
    01 WS-OVERLAP-FLAG          PIC X(1).

    *> --- ops.txt / banned-players.txt / whitelist.txt ---
    01 WS-UUID-MAX              BINARY-LONG UNSIGNED VALUE 1024.
    01 WS-UUID-COUNT            BINARY-LONG UNSIGNED.
    01 WS-UUIDS.
        02 WS-UUID-ENTRY OCCURS 1024 TIMES.
            03 WS-UUID-SEEN      PIC X(32).
            03 WS-UUID-LINE      BINARY-LONG UNSIGNED.
    01 WS-UUID-IDX              BINARY-LONG UNSIGNED.
    01 WS-EXPIRY-TEXT           PIC X(10).
    01 WS-EXPIRY                BINARY-LONG UNSIGNED.

    *> --- smelting-recipes.txt ---
    01 WS-INPUT-NAME            PIC X(64).
    01 WS-OUTPUT-NAME           PIC X(64).
    01 WS-TICKS-TOKEN           PIC X(16).
    01 WS-EXTRA-TOKEN           PIC X(64).
    01 WS-ITEM-NAME             PIC X(64).
    01 WS-ITEM-ID               BINARY-LONG.
    01 WS-RECIPE-COUNT          BINARY-LONG UNSIGNED.

    *> --- announcements.txt ---
    01 WS-FIELD-1               PIC X(200).
    01 WS-FIELD-2               PIC X(200).
    01 WS-FIELD-3               PIC X(200).
    01 WS-FIELD-4               PIC X(200).
    01 WS-FIELD-COUNT           BINARY-LONG UNSIGNED.
    01 WS-COLOR                 PIC X(200).
    01 WS-URL                   PIC X(200).
    01 WS-TEXT                  PIC X(200).
    01 WS-COLOR-NAMES.
        02 FILLER PIC X(16) VALUE "black".
        02 FILLER PIC X(16) VALUE "dark_blue".
        02 FILLER PIC X(16) VALUE "dark_green".
        02 FILLER PIC X(16) VALUE "dark_aqua".
        02 FILLER PIC X(16) VALUE "dark_red".
        02 FILLER PIC X(16) VALUE "dark_purple".
        02 FILLER PIC X(16) VALUE "gold".
        02 FILLER PIC X(16) VALUE "gray".
        02 FILLER PIC X(16) VALUE "dark_gray".
        02 FILLER PIC X(16) VALUE "blue".
        02 FILLER PIC X(16) VALUE "green".
        02 FILLER PIC X(16) VALUE "aqua".
        02 FILLER PIC X(16) VALUE "red".
        02 FILLER PIC X(16) VALUE "light_purple".
        02 FILLER PIC X(16) VALUE "yellow".
        02 FILLER PIC X(16) VALUE "white".
    01 WS-COLOR-TABLE REDEFINES WS-COLOR-NAMES.
        02 WS-COLOR-NAME        PIC X(16) OCCURS 16 TIMES.
    01 WS-COLOR-IDX             BINARY-LONG UNSIGNED.
    01 WS-COLOR-FOUND           PIC X(1).
    01 WS-ANNOUNCE-COUNT        BINARY-LONG UNSIGNED.

    *> --- achievements.txt (see Achievements-Load) ---
    01 WS-STAT-TOKEN            PIC X(16).
    01 WS-THRESHOLD-TOKEN       PIC X(16).
    01 WS-REWARD-TOKEN          PIC X(16).
    01 WS-TITLE-TEXT            PIC X(160).
    01 WS-TITLE-POINTER         BINARY-LONG UNSIGNED.
    01 WS-ACHIEVE-COUNT         BINARY-LONG UNSIGNED.
    01 WS-MILESTONES.
        02 WS-MILESTONE OCCURS 64 TIMES.
            03 WS-MILESTONE-STAT PIC X(16).
            03 WS-MILESTONE-THRESHOLD PIC X(16).
            03 WS-MILESTONE-LINE BINARY-LONG UNSIGNED.
    01 WS-MILESTONE-IDX         BINARY-LONG UNSIGNED.

LINKAGE SECTION.
    *> BOOT or CHECK
    01 LK-MODE                  PIC X(8).
    01 LK-RESULT-LINE           PIC X(256).

PROCEDURE DIVISION USING LK-MODE LK-RESULT-LINE.
    MOVE SPACES TO LK-RESULT-LINE
    MOVE 0 TO WS-FATAL-COUNT
    MOVE 0 TO WS-WARNING-COUNT
    MOVE 0 TO WS-ALERT-COUNT
    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE WS-NOW TO WS-NOW-DISPLAY

    MOVE SPACES TO WS-REPORT-FILE-NAME
    STRING "reports/preflight-" WS-NOW-DISPLAY ".log"
        DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME
    MOVE "N" TO WS-REPORT-OPEN
    OPEN OUTPUT PREFLIGHT-REPORT-FILE
    IF WS-REPORT-STATUS NOT = "00"
        CALL "SYSTEM" USING "mkdir -p reports"
        OPEN OUTPUT PREFLIGHT-REPORT-FILE
    END-IF
    IF WS-REPORT-STATUS = "00"
        MOVE "Y" TO WS-REPORT-OPEN
        MOVE SPACES TO PREFLIGHT-REPORT-RECORD
        STRING "CONFIG PRE-FLIGHT " WS-NOW-DISPLAY " ("
            FUNCTION TRIM(LK-MODE) ")"
            DELIMITED BY SIZE INTO PREFLIGHT-REPORT-RECORD
        WRITE PREFLIGHT-REPORT-RECORD
    ELSE
        DISPLAY "[preflight] unable to open " FUNCTION TRIM(WS-REPORT-FILE-NAME) ", status=" WS-REPORT-STATUS
    END-IF

    PERFORM Load-Known-Keys
    PERFORM Check-Server-Properties
    PERFORM Check-Regions
    PERFORM Check-Ops
    PERFORM Check-Bans
    PERFORM Check-Whitelist
    PERFORM Check-Smelting-Recipes
    PERFORM Check-Announcements
    PERFORM Check-Achievements

    MOVE WS-FATAL-COUNT TO WS-COUNT-DISPLAY
    MOVE WS-WARNING-COUNT TO WS-COUNT-DISPLAY-2
    STRING "Config pre-flight: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        " fatal, " FUNCTION TRIM(WS-COUNT-DISPLAY-2) " warnings - "
        FUNCTION TRIM(WS-REPORT-FILE-NAME)
        DELIMITED BY SIZE INTO LK-RESULT-LINE
    IF WS-REPORT-OPEN = "Y"
        MOVE LK-RESULT-LINE TO PREFLIGHT-REPORT-RECORD
        WRITE PREFLIGHT-REPORT-RECORD
        CLOSE PREFLIGHT-REPORT-FILE
    END-IF
    DISPLAY "[preflight] " FUNCTION TRIM(LK-RESULT-LINE)

    IF LK-MODE NOT = "BOOT"
        GOBACK
    END-IF

    IF WS-ALERT-COUNT > WS-ALERT-MAX
        COMPUTE WS-COUNT-DISPLAY = WS-ALERT-COUNT - WS-ALERT-MAX
        MOVE SPACES TO WS-ALERT-TEXT
        STRING FUNCTION TRIM(WS-COUNT-DISPLAY)
            " more config findings not alerted, see "
            FUNCTION TRIM(WS-REPORT-FILE-NAME)
            DELIMITED BY SIZE INTO WS-ALERT-TEXT
        CALL "Alert-Raise" USING "WARN    " "CONFIG          "
            WS-ALERT-TEXT
    END-IF

    IF WS-FATAL-COUNT > 0
        MOVE WS-FATAL-COUNT TO WS-COUNT-DISPLAY
        MOVE SPACES TO WS-ALERT-TEXT
        STRING "refusing to start: " FUNCTION TRIM(WS-COUNT-DISPLAY)
            " fatal config errors, see "
            FUNCTION TRIM(WS-REPORT-FILE-NAME)
            DELIMITED BY SIZE INTO WS-ALERT-TEXT
        CALL "Alert-Raise" USING "CRIT    " "CONFIG          "
            WS-ALERT-TEXT
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    GOBACK.

    Raise-Issue.
        IF WS-ISSUE-LEVEL = "FATAL"
            ADD 1 TO WS-FATAL-COUNT
        ELSE
            ADD 1 TO WS-WARNING-COUNT
        END-IF
        MOVE SPACES TO WS-ISSUE-LINE
        IF WS-LINE-NUMBER > 0
            MOVE WS-LINE-NUMBER TO WS-LINE-DISPLAY
            STRING WS-ISSUE-LEVEL " " FUNCTION TRIM(WS-ISSUE-FILE) ":"
                FUNCTION TRIM(WS-LINE-DISPLAY) " "
                FUNCTION TRIM(WS-ISSUE-TEXT)
                DELIMITED BY SIZE INTO WS-ISSUE-LINE
        ELSE
            STRING WS-ISSUE-LEVEL " " FUNCTION TRIM(WS-ISSUE-FILE) " "
                FUNCTION TRIM(WS-ISSUE-TEXT)
                DELIMITED BY SIZE INTO WS-ISSUE-LINE
        END-IF
        IF WS-REPORT-OPEN = "Y"
            WRITE PREFLIGHT-REPORT-RECORD FROM WS-ISSUE-LINE
        END-IF
        DISPLAY "[preflight] " FUNCTION TRIM(WS-ISSUE-LINE)

        IF LK-MODE = "BOOT"
            ADD 1 TO WS-ALERT-COUNT
            IF WS-ALERT-COUNT <= WS-ALERT-MAX
                MOVE WS-ISSUE-LINE TO WS-ALERT-TEXT
                IF WS-ISSUE-LEVEL = "FATAL"
                    CALL "Alert-Raise" USING "CRIT    "
                        "CONFIG          " WS-ALERT-TEXT
                ELSE
                    CALL "Alert-Raise" USING "WARN    "
                        "CONFIG          " WS-ALERT-TEXT
                END-IF
            END-IF
        END-IF.

    Raise-Fatal.
        MOVE "FATAL" TO WS-ISSUE-LEVEL
        PERFORM Raise-Issue.

    Raise-Warning.
        MOVE "WARN" TO WS-ISSUE-LEVEL
        PERFORM Raise-Issue.

    Report-File-Checked.
        *> One line per file, so a clean report still shows what was
        *> looked at.
        IF WS-REPORT-OPEN NOT = "Y"
            EXIT PARAGRAPH
        END-IF
        MOVE WS-ROWS-CHECKED TO WS-COUNT-DISPLAY
        MOVE SPACES TO PREFLIGHT-REPORT-RECORD
        STRING "checked " FUNCTION TRIM(WS-ISSUE-FILE) ": "
            FUNCTION TRIM(WS-COUNT-DISPLAY) " rows"
            DELIMITED BY SIZE INTO PREFLIGHT-REPORT-RECORD
        WRITE PREFLIGHT-REPORT-RECORD.

    Report-File-Absent.
        IF WS-REPORT-OPEN NOT = "Y"
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO PREFLIGHT-REPORT-RECORD
        STRING "absent  " FUNCTION TRIM(WS-ISSUE-FILE)
            " (built-in behavior applies)"
            DELIMITED BY SIZE INTO PREFLIGHT-REPORT-RECORD
        WRITE PREFLIGHT-REPORT-RECORD.

    Parse-Number.
        *> WS-NUMBER-TEXT in, WS-NUMBER-VALID / WS-NUMBER out. Nine
        *> digits at most, so the value fits the BINARY-LONG every
        *> reader moves it into.
        MOVE "N" TO WS-NUMBER-VALID
        MOVE 0 TO WS-NUMBER
        MOVE FUNCTION TRIM(WS-NUMBER-TEXT) TO WS-NUMBER-TEXT
        IF WS-NUMBER-TEXT(1:1) = "-"
            MOVE WS-NUMBER-TEXT(2:127) TO WS-DIGITS-TEXT
        ELSE
            MOVE WS-NUMBER-TEXT TO WS-DIGITS-TEXT
        END-IF
        IF WS-DIGITS-TEXT = SPACES
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION TRIM(WS-DIGITS-TEXT) IS NOT NUMERIC
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION LENGTH(FUNCTION TRIM(WS-DIGITS-TEXT)) > 9
            EXIT PARAGRAPH
        END-IF
        COMPUTE WS-NUMBER = FUNCTION NUMVAL(WS-NUMBER-TEXT)
        MOVE "Y" TO WS-NUMBER-VALID.

    Check-Uuid-Hex.
        *> WS-HEX-WORK in, WS-HEX-VALID out
        MOVE "N" TO WS-HEX-VALID
        IF WS-HEX-WORK = SPACES
            EXIT PARAGRAPH
        END-IF
        INSPECT WS-HEX-WORK CONVERTING "0123456789abcdef"
            TO "0000000000000000"
        IF WS-HEX-WORK = ALL "0"
            MOVE "Y" TO WS-HEX-VALID
        END-IF.

    Remember-Uuid.
        *> WS-HEX-WORK holds the row's UUID; WS-UUID-IDX comes back
        *> non-zero when an earlier row already named it.
        MOVE 0 TO WS-UUID-IDX
        PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                UNTIL WS-SEEN-IDX > WS-UUID-COUNT OR WS-UUID-IDX > 0
            IF WS-UUID-SEEN(WS-SEEN-IDX) = WS-HEX-WORK
                MOVE WS-SEEN-IDX TO WS-UUID-IDX
            END-IF
        END-PERFORM
        IF WS-UUID-IDX = 0 AND WS-UUID-COUNT < WS-UUID-MAX
            ADD 1 TO WS-UUID-COUNT
            MOVE WS-HEX-WORK TO WS-UUID-SEEN(WS-UUID-COUNT)
            MOVE WS-LINE-NUMBER TO WS-UUID-LINE(WS-UUID-COUNT)
        END-IF.

    Load-Known-Keys.
        PERFORM VARYING WS-KNOWN-IDX FROM 1 BY 1
                UNTIL WS-KNOWN-IDX > WS-KNOWN-COUNT
            MOVE SPACES TO WS-KEY-TOKEN
            MOVE SPACES TO WS-MIN-TOKEN
            MOVE SPACES TO WS-MAX-TOKEN
            UNSTRING WS-KNOWN-KEY-LINE(WS-KNOWN-IDX)
                DELIMITED BY ALL SPACE
                INTO WS-KEY-TOKEN WS-MIN-TOKEN WS-MAX-TOKEN
            MOVE WS-KEY-TOKEN TO WS-KNOWN-KEY(WS-KNOWN-IDX)
            MOVE 0 TO WS-KNOWN-MIN(WS-KNOWN-IDX)
            MOVE 0 TO WS-KNOWN-MAX(WS-KNOWN-IDX)
            IF WS-MIN-TOKEN = "-"
                MOVE "Y" TO WS-KNOWN-TEXT(WS-KNOWN-IDX)
            ELSE
                MOVE "N" TO WS-KNOWN-TEXT(WS-KNOWN-IDX)
                COMPUTE WS-KNOWN-MIN(WS-KNOWN-IDX) =
                    FUNCTION NUMVAL(WS-MIN-TOKEN)
                COMPUTE WS-KNOWN-MAX(WS-KNOWN-IDX) =
                    FUNCTION NUMVAL(WS-MAX-TOKEN)
            END-IF
        END-PERFORM.

    Check-Server-Properties.
        MOVE "server.properties" TO WS-ISSUE-FILE
        MOVE 0 TO WS-ROWS-CHECKED
        MOVE 0 TO WS-SETTING-COUNT
        MOVE 0 TO WS-SEEN-COUNT
        MOVE -1 TO WS-KEEPALIVE-INTERVAL
        MOVE -1 TO WS-KEEPALIVE-TIMEOUT
        MOVE -1 TO WS-CHAT-WARN-COUNT
        MOVE -1 TO WS-CHAT-MUTE-COUNT
        OPEN INPUT PROPERTIES-FILE
        IF WS-FILE-STATUS NOT = "00"
            PERFORM Report-File-Absent
            EXIT PARAGRAPH
        END-IF
        MOVE 0 TO WS-LINE-NUMBER
        PERFORM UNTIL WS-FILE-STATUS NOT = "00"
            MOVE SPACES TO WS-LINE
            READ PROPERTIES-FILE INTO WS-LINE
            IF WS-FILE-STATUS = "00"
                ADD 1 TO WS-LINE-NUMBER
                IF WS-LINE NOT = SPACES AND WS-LINE(1:1) NOT = "#"
                    ADD 1 TO WS-ROWS-CHECKED
                    PERFORM Check-Property-Line
                END-IF
            END-IF
        END-PERFORM
        CLOSE PROPERTIES-FILE

        *> Combinations that each pass on their own but defeat the
        *> feature together
        MOVE 0 TO WS-LINE-NUMBER
        IF WS-KEEPALIVE-INTERVAL >= 0 OR WS-KEEPALIVE-TIMEOUT >= 0
            IF WS-KEEPALIVE-INTERVAL < 0
                MOVE 10 TO WS-KEEPALIVE-INTERVAL
            END-IF
            IF WS-KEEPALIVE-TIMEOUT < 0
                MOVE 30 TO WS-KEEPALIVE-TIMEOUT
            END-IF
            IF WS-KEEPALIVE-TIMEOUT <= WS-KEEPALIVE-INTERVAL
                MOVE "keep-alive-timeout-seconds is not above keep-alive-interval-seconds; healthy clients will be dropped" TO WS-ISSUE-TEXT
                PERFORM Raise-Warning
            END-IF
        END-IF
        IF WS-CHAT-WARN-COUNT >= 0 OR WS-CHAT-MUTE-COUNT >= 0
            IF WS-CHAT-WARN-COUNT < 0
                MOVE 5 TO WS-CHAT-WARN-COUNT
            END-IF
            IF WS-CHAT-MUTE-COUNT < 0
                MOVE 10 TO WS-CHAT-MUTE-COUNT
            END-IF
            IF WS-CHAT-MUTE-COUNT <= WS-CHAT-WARN-COUNT
                MOVE "chat-mute-count is not above chat-warn-count; players are muted without a warning first" TO WS-ISSUE-TEXT
                PERFORM Raise-Warning
            END-IF
        END-IF
        PERFORM Report-File-Checked.

    Check-Property-Line.
        MOVE 0 TO WS-EQUALS-COUNT
        INSPECT WS-LINE TALLYING WS-EQUALS-COUNT FOR ALL "="
        IF WS-EQUALS-COUNT = 0
            MOVE SPACES TO WS-ISSUE-TEXT
            STRING "not a key=value line: " WS-LINE(1:60)
                DELIMITED BY SIZE INTO WS-ISSUE-TEXT
            PERFORM Raise-Fatal
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO WS-KEY
        MOVE SPACES TO WS-VALUE
        UNSTRING WS-LINE DELIMITED BY "=" INTO WS-KEY WS-VALUE
        MOVE FUNCTION TRIM(WS-KEY) TO WS-KEY
        MOVE FUNCTION TRIM(WS-VALUE) TO WS-VALUE
        IF WS-KEY = SPACES
            MOVE "value with no key" TO WS-ISSUE-TEXT
            PERFORM Raise-Fatal
            EXIT PARAGRAPH
        END-IF

        *> ServerConfig-Load keeps the first 64 settings only
        ADD 1 TO WS-SETTING-COUNT
        IF WS-SETTING-COUNT > WS-SETTING-MAX
            MOVE SPACES TO WS-ISSUE-TEXT
            STRING FUNCTION TRIM(WS-KEY)
                " is past the 64 settings the server keeps; ignored"
                DELIMITED BY SIZE INTO WS-ISSUE-TEXT
            PERFORM Raise-Fatal
        END-IF
        IF WS-EQUALS-COUNT > 1
            MOVE SPACES TO WS-ISSUE-TEXT
            STRING FUNCTION TRIM(WS-KEY)
                ": value contains '=', everything after it is dropped"
                DELIMITED BY SIZE INTO WS-ISSUE-TEXT
            PERFORM Raise-Warning
        END-IF

        *> ServerConfig-Get answers with the first row for a key
        MOVE 0 TO WS-FOUND-IDX
        PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                UNTIL WS-SEEN-IDX > WS-SEEN-COUNT OR WS-FOUND-IDX > 0
            IF WS-SEEN-KEY(WS-SEEN-IDX) = WS-KEY
                MOVE WS-SEEN-IDX TO WS-FOUND-IDX
            END-IF
        END-PERFORM
        IF WS-FOUND-IDX > 0
            MOVE WS-SEEN-LINE(WS-FOUND-IDX) TO WS-LINE-DISPLAY
            MOVE SPACES TO WS-ISSUE-TEXT
            STRING "duplicate " FUNCTION TRIM(WS-KEY)
                "; the value on line " FUNCTION TRIM(WS-LINE-DISPLAY)
                " is the one used"
                DELIMITED BY SIZE INTO WS-ISSUE-TEXT
            PERFORM Raise-Warning
            EXIT PARAGRAPH
        END-IF
        IF WS-SEEN-COUNT < 128
            ADD 1 TO WS-SEEN-COUNT
            MOVE WS-KEY TO WS-SEEN-KEY(WS-SEEN-COUNT)
            MOVE WS-LINE-NUMBER TO WS-SEEN-LINE(WS-SEEN-COUNT)
        END-IF

        MOVE 0 TO WS-FOUND-IDX
        PERFORM VARYING WS-KNOWN-IDX FROM 1 BY 1
                UNTIL WS-KNOWN-IDX > WS-KNOWN-COUNT OR WS-FOUND-IDX > 0
            IF WS-KNOWN-KEY(WS-KNOWN-IDX) = WS-KEY
                MOVE WS-KNOWN-IDX TO WS-FOUND-IDX
            END-IF
        END-PERFORM
        IF WS-FOUND-IDX = 0
            MOVE SPACES TO WS-ISSUE-TEXT
            STRING "unknown key " FUNCTION TRIM(WS-KEY)
                " - nothing reads it (misspelt?)"
                DELIMITED BY SIZE INTO WS-ISSUE-TEXT
            PERFORM Raise-Warning
            EXIT PARAGRAPH
        END-IF
        IF WS-KNOWN-TEXT(WS-FOUND-IDX) = "Y"
            EXIT PARAGRAPH
        END-IF

        MOVE WS-VALUE TO WS-NUMBER-TEXT
        PERFORM Parse-Number
        IF WS-NUMBER-VALID NOT = "Y"
            MOVE SPACES TO WS-ISSUE-TEXT
            STRING FUNCTION TRIM(WS-KEY) "=" FUNCTION TRIM(WS-VALUE)
                " is not a whole number; the built-in default is used"
                DELIMITED BY SIZE INTO WS-ISSUE-TEXT
            PERFORM Raise-Fatal
            EXIT PARAGRAPH
        END-IF
        IF WS-NUMBER < WS-KNOWN-MIN(WS-FOUND-IDX)
                OR WS-NUMBER > WS-KNOWN-MAX(WS-FOUND-IDX)
            MOVE WS-KNOWN-MIN(WS-FOUND-IDX) TO WS-MIN-DISPLAY
            MOVE WS-KNOWN-MAX(WS-FOUND-IDX) TO WS-MAX-DISPLAY
            MOVE SPACES TO WS-ISSUE-TEXT
            STRING FUNCTION TRIM(WS-KEY) "=" FUNCTION TRIM(WS-VALUE)
                " is outside " FUNCTION TRIM(WS-MIN-DISPLAY) ".."
                FUNCTION TRIM(WS-MAX-DISPLAY)
                DELIMITED BY SIZE INTO WS-ISSUE-TEXT
            PERFORM Raise-Fatal
            EXIT PARAGRAPH
        END-IF
        EVALUATE WS-KEY
            WHEN "keep-alive-interval-seconds"
                MOVE WS-NUMBER TO WS-KEEPALIVE-INTERVAL
            WHEN "keep-alive-timeout-seconds"
                MOVE WS-NUMBER TO WS-KEEPALIVE-TIMEOUT
            WHEN "chat-warn-count"
                MOVE WS-NUMBER TO WS-CHAT-WARN-COUNT
            WHEN "chat-mute-count"
                MOVE WS-NUMBER TO WS-CHAT-MUTE-COUNT
        END-EVALUATE.

    Check-Regions.
        *> Regions-Count counts every line as a claim, so here a blank
        *> or comment line is an error, not something to skip.
        MOVE "regions.txt" TO WS-ISSUE-FILE
        MOVE 0 TO WS-ROWS-CHECKED
        MOVE 0 TO WS-REGION-COUNT
        OPEN INPUT REGIONS-FILE
        IF WS-FILE-STATUS NOT = "00"
            PERFORM Report-File-Absent
            EXIT PARAGRAPH
        END-IF
        MOVE 0 TO WS-LINE-NUMBER
        PERFORM UNTIL WS-FILE-STATUS NOT = "00"
            MOVE SPACES TO WS-LINE
            READ REGIONS-FILE INTO WS-LINE
            IF WS-FILE-STATUS = "00"
                ADD 1 TO WS-LINE-NUMBER
                ADD 1 TO WS-ROWS-CHECKED
                PERFORM Check-Region-Line
            END-IF
        END-PERFORM
        CLOSE REGIONS-FILE

        *> Overlaps: the inner claim's owner can be locked out of
        *> their own build by the outer one, or the reverse
        PERFORM VARYING WS-REGION-IDX FROM 1 BY 1
                UNTIL WS-REGION-IDX > WS-REGION-COUNT
            COMPUTE WS-OTHER-IDX = WS-REGION-IDX + 1
            PERFORM UNTIL WS-OTHER-IDX > WS-REGION-COUNT
                PERFORM Check-Region-Overlap
                ADD 1 TO WS-OTHER-IDX
            END-PERFORM
        END-PERFORM
        PERFORM Report-File-Checked.

    Check-Region-Line.
        IF WS-LINE = SPACES OR WS-LINE(1:1) = "#"
            MOVE "blank or comment line - regions.txt has no comments; it is read as an empty claim" TO WS-ISSUE-TEXT
            PERFORM Raise-Fatal
            EXIT PARAGRAPH
        END-IF
        MOVE WS-LINE TO WS-REGION-LINE
        MOVE "Y" TO WS-ROW-VALID

        MOVE WS-REGION-OWNER TO WS-HEX-WORK
        PERFORM Check-Uuid-Hex
        IF WS-HEX-VALID NOT = "Y" OR WS-REGION-GAP-1 NOT = SPACE
            MOVE "owner is not a 32-digit lower-case UUID hex in columns 1-32" TO WS-ISSUE-TEXT
            PERFORM Raise-Fatal
            MOVE "N" TO WS-ROW-VALID
        END-IF
        IF WS-REGION-NAME = SPACES OR WS-REGION-GAP-2 NOT = SPACE
            MOVE "claim name missing from columns 34-65" TO WS-ISSUE-TEXT
            PERFORM Raise-Fatal
            MOVE "N" TO WS-ROW-VALID
        END-IF
        PERFORM VARYING WS-COORD-IDX FROM 1 BY 1 UNTIL WS-COORD-IDX > 6
            MOVE WS-REGION-COORD(WS-COORD-IDX) TO WS-NUMBER-TEXT
            PERFORM Parse-Number
            IF WS-NUMBER-VALID = "Y"
                MOVE WS-NUMBER TO WS-COORD-VALUE(WS-COORD-IDX)
            ELSE
                MOVE WS-COORD-IDX TO WS-LINE-DISPLAY
                MOVE SPACES TO WS-ISSUE-TEXT
                STRING "corner field " FUNCTION TRIM(WS-LINE-DISPLAY)
                    " is not a number: '"
                    WS-REGION-COORD(WS-COORD-IDX) "'"
                    DELIMITED BY SIZE INTO WS-ISSUE-TEXT
                PERFORM Raise-Fatal
                MOVE "N" TO WS-ROW-VALID
            END-IF
        END-PERFORM
        IF WS-ROW-VALID NOT = "Y"
            EXIT PARAGRAPH
        END-IF

        *> Region-IsProtected tests min <= pos <= max: an inverted axis
        *> protects nothing at all
        PERFORM VARYING WS-COORD-IDX FROM 1 BY 1 UNTIL WS-COORD-IDX > 3
            IF WS-COORD-VALUE(WS-COORD-IDX)
                    > WS-COORD-VALUE(WS-COORD-IDX + 3)
                MOVE WS-COORD-VALUE(WS-COORD-IDX) TO WS-MIN-DISPLAY
                MOVE WS-COORD-VALUE(WS-COORD-IDX + 3) TO WS-MAX-DISPLAY
                MOVE SPACES TO WS-ISSUE-TEXT
                STRING "claim " FUNCTION TRIM(WS-REGION-NAME)
                    " is inverted on " WS-AXIS-NAMES(WS-COORD-IDX:1)
                    " (min " FUNCTION TRIM(WS-MIN-DISPLAY) " > max "
                    FUNCTION TRIM(WS-MAX-DISPLAY)
                    ") and protects nothing"
                    DELIMITED BY SIZE INTO WS-ISSUE-TEXT
                PERFORM Raise-Fatal
                MOVE "N" TO WS-ROW-VALID
            END-IF
        END-PERFORM
        IF WS-ROW-VALID NOT = "Y"
            EXIT PARAGRAPH
        END-IF

        PERFORM VARYING WS-REGION-IDX FROM 1 BY 1
                UNTIL WS-REGION-IDX > WS-REGION-COUNT
            IF WS-RG-NAME(WS-REGION-IDX) = WS-REGION-NAME
                MOVE WS-RG-LINE(WS-REGION-IDX) TO WS-LINE-DISPLAY
                MOVE SPACES TO WS-ISSUE-TEXT
                STRING "claim name " FUNCTION TRIM(WS-REGION-NAME)
                    " already used on line "
                    FUNCTION TRIM(WS-LINE-DISPLAY)
                    "; unclaim will remove both"
                    DELIMITED BY SIZE INTO WS-ISSUE-TEXT
                PERFORM Raise-Warning
            END-IF
        END-PERFORM

        IF WS-REGION-COUNT >= WS-REGION-MAX
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-REGION-COUNT
        MOVE WS-REGION-NAME TO WS-RG-NAME(WS-REGION-COUNT)
        MOVE WS-REGION-OWNER TO WS-RG-OWNER(WS-REGION-COUNT)
        MOVE WS-LINE-NUMBER TO WS-RG-LINE(WS-REGION-COUNT)
        PERFORM VARYING WS-COORD-IDX FROM 1 BY 1 UNTIL WS-COORD-IDX > 6
            MOVE WS-COORD-VALUE(WS-COORD-IDX)
                TO WS-RG-BOUND(WS-REGION-COUNT, WS-COORD-IDX)
        END-PERFORM.

    Check-Region-Overlap.
        MOVE "Y" TO WS-OVERLAP-FLAG
        PERFORM VARYING WS-COORD-IDX FROM 1 BY 1 UNTIL WS-COORD-IDX > 3
            IF WS-RG-BOUND(WS-REGION-IDX, WS-COORD-IDX)
                    > WS-RG-BOUND(WS-OTHER-IDX, WS-COORD-IDX + 3)
                    OR WS-RG-BOUND(WS-OTHER-IDX, WS-COORD-IDX)
                    > WS-RG-BOUND(WS-REGION-IDX, WS-COORD-IDX + 3)
                MOVE "N" TO WS-OVERLAP-FLAG
            END-IF
        END-PERFORM
        IF WS-OVERLAP-FLAG NOT = "Y"
            EXIT PARAGRAPH
        END-IF
        MOVE WS-RG-LINE(WS-OTHER-IDX) TO WS-LINE-NUMBER
        MOVE WS-RG-LINE(WS-REGION-IDX) TO WS-LINE-DISPLAY
        MOVE SPACES TO WS-ISSUE-TEXT
        IF WS-RG-OWNER(WS-REGION-IDX) = WS-RG-OWNER(WS-OTHER-IDX)
            STRING "claim " FUNCTION TRIM(WS-RG-NAME(WS-OTHER-IDX))
                " overlaps the same owner's claim "
                FUNCTION TRIM(WS-RG-NAME(WS-REGION-IDX))
                " (line " FUNCTION TRIM(WS-LINE-DISPLAY) ")"
                DELIMITED BY SIZE INTO WS-ISSUE-TEXT
        ELSE
            STRING "claim " FUNCTION TRIM(WS-RG-NAME(WS-OTHER-IDX))
                " overlaps another owner's claim "
                FUNCTION TRIM(WS-RG-NAME(WS-REGION-IDX))
                " (line " FUNCTION TRIM(WS-LINE-DISPLAY)
                "); neither owner can build in the shared box"
                DELIMITED BY SIZE INTO WS-ISSUE-TEXT
        END-IF
        PERFORM Raise-Warning.

    Check-Ops.
        MOVE "ops.txt" TO WS-ISSUE-FILE
        MOVE 0 TO WS-ROWS-CHECKED
        MOVE 0 TO WS-UUID-COUNT
        OPEN INPUT OPS-FILE
        IF WS-FILE-STATUS NOT = "00"
            PERFORM Report-File-Absent
            EXIT PARAGRAPH
        END-IF
        MOVE 0 TO WS-LINE-NUMBER
        PERFORM UNTIL WS-FILE-STATUS NOT = "00"
            MOVE SPACES TO WS-LINE
            READ OPS-FILE INTO WS-LINE
            IF WS-FILE-STATUS = "00"
                ADD 1 TO WS-LINE-NUMBER
                IF WS-LINE NOT = SPACES AND WS-LINE(1:1) NOT = "#"
                    ADD 1 TO WS-ROWS-CHECKED
                    PERFORM Check-Ops-Line
                END-IF
            END-IF
        END-PERFORM
        CLOSE OPS-FILE
        PERFORM Report-File-Checked.

    Check-Ops-Line.
        *> Layout: UUID hex, space, username (16), space, level digit
        MOVE WS-LINE(1:32) TO WS-HEX-WORK
        PERFORM Check-Uuid-Hex
        IF WS-HEX-VALID NOT = "Y" OR WS-LINE(33:1) NOT = SPACE
            MOVE "UUID is not a 32-digit lower-case hex in columns 1-32; this operator has no level" TO WS-ISSUE-TEXT
            PERFORM Raise-Fatal
            EXIT PARAGRAPH
        END-IF
        IF WS-LINE(51:1) < "1" OR WS-LINE(51:1) > "4"
            MOVE SPACES TO WS-ISSUE-TEXT
            STRING "level in column 51 is '" WS-LINE(51:1)
                "', not 1-4 (is the username padded to 16?)"
                DELIMITED BY SIZE INTO WS-ISSUE-TEXT
            PERFORM Raise-Fatal
            EXIT PARAGRAPH
        END-IF
        IF WS-LINE(52:349) NOT = SPACES
            MOVE "text after the level is ignored" TO WS-ISSUE-TEXT
            PERFORM Raise-Warning
        END-IF
        MOVE WS-LINE(1:32) TO WS-HEX-WORK
        PERFORM Remember-Uuid
        IF WS-UUID-IDX > 0
            MOVE WS-UUID-LINE(WS-UUID-IDX) TO WS-LINE-DISPLAY
            MOVE SPACES TO WS-ISSUE-TEXT
            STRING "operator already listed on line "
                FUNCTION TRIM(WS-LINE-DISPLAY)
                "; the last row's level wins"
                DELIMITED BY SIZE INTO WS-ISSUE-TEXT
            PERFORM Raise-Warning
        END-IF.

    Check-Bans.
        MOVE "banned-players.txt" TO WS-ISSUE-FILE
        MOVE 0 TO WS-ROWS-CHECKED
        MOVE 0 TO WS-UUID-COUNT
        OPEN INPUT BAN-LIST-FILE
        IF WS-FILE-STATUS NOT = "00"
            PERFORM Report-File-Absent
            EXIT PARAGRAPH
        END-IF
        MOVE 0 TO WS-LINE-NUMBER
        PERFORM UNTIL WS-FILE-STATUS NOT = "00"
            MOVE SPACES TO WS-LINE
            READ BAN-LIST-FILE INTO WS-LINE
            IF WS-FILE-STATUS = "00"
                ADD 1 TO WS-LINE-NUMBER
                IF WS-LINE NOT = SPACES AND WS-LINE(1:1) NOT = "#"
                    ADD 1 TO WS-ROWS-CHECKED
                    PERFORM Check-Ban-Line
                END-IF
            END-IF
        END-PERFORM
        CLOSE BAN-LIST-FILE
        PERFORM Report-File-Checked.

    Check-Ban-Line.
        *> Layout: UUID hex, space, 10-digit expiry (0 = permanent),
        *> space, reason; pre-expiry rows carry the reason directly
        MOVE WS-LINE(1:32) TO WS-HEX-WORK
        PERFORM Check-Uuid-Hex
        IF WS-HEX-VALID NOT = "Y" OR WS-LINE(33:1) NOT = SPACE
            MOVE "UUID is not a 32-digit lower-case hex in columns 1-32; this ban blocks nobody" TO WS-ISSUE-TEXT
            PERFORM Raise-Fatal
            EXIT PARAGRAPH
        END-IF
        MOVE WS-LINE(34:10) TO WS-EXPIRY-TEXT
        IF WS-EXPIRY-TEXT IS NUMERIC
            MOVE WS-EXPIRY-TEXT TO WS-EXPIRY
            IF WS-EXPIRY NOT = 0 AND WS-EXPIRY <= WS-NOW
                MOVE "ban has already expired; BanSweep-Run will retire it" TO WS-ISSUE-TEXT
                PERFORM Raise-Warning
            END-IF
        ELSE
            IF WS-EXPIRY-TEXT(1:1) IS NUMERIC
                MOVE SPACES TO WS-ISSUE-TEXT
                STRING "expiry '" WS-EXPIRY-TEXT
                    "' is not 10 digits; the row is read as a permanent ban"
                    DELIMITED BY SIZE INTO WS-ISSUE-TEXT
                PERFORM Raise-Fatal
            ELSE
                MOVE "no expiry stamp (older row layout); read as a permanent ban" TO WS-ISSUE-TEXT
                PERFORM Raise-Warning
            END-IF
        END-IF
        MOVE WS-LINE(1:32) TO WS-HEX-WORK
        PERFORM Remember-Uuid
        IF WS-UUID-IDX > 0
            MOVE WS-UUID-LINE(WS-UUID-IDX) TO WS-LINE-DISPLAY
            MOVE SPACES TO WS-ISSUE-TEXT
            STRING "player already banned on line "
                FUNCTION TRIM(WS-LINE-DISPLAY)
                "; pardon lifts both, the sweep retires each on its own"
                DELIMITED BY SIZE INTO WS-ISSUE-TEXT
            PERFORM Raise-Warning
        END-IF.

    Check-Whitelist.
        MOVE "whitelist.txt" TO WS-ISSUE-FILE
        MOVE 0 TO WS-ROWS-CHECKED
        MOVE 0 TO WS-UUID-COUNT
        OPEN INPUT WHITELIST-FILE
        IF WS-FILE-STATUS NOT = "00"
            PERFORM Report-File-Absent
            EXIT PARAGRAPH
        END-IF
        MOVE 0 TO WS-LINE-NUMBER
        PERFORM UNTIL WS-FILE-STATUS NOT = "00"
            MOVE SPACES TO WS-LINE
            READ WHITELIST-FILE INTO WS-LINE
            IF WS-FILE-STATUS = "00"
                ADD 1 TO WS-LINE-NUMBER
                IF WS-LINE NOT = SPACES AND WS-LINE(1:1) NOT = "#"
                    ADD 1 TO WS-ROWS-CHECKED
                    PERFORM Check-Whitelist-Line
                END-IF
            END-IF
        END-PERFORM
        CLOSE WHITELIST-FILE
        PERFORM Report-File-Checked.

    Check-Whitelist-Line.
        *> Layout: UUID hex, then optionally a space and the username
        MOVE WS-LINE(1:32) TO WS-HEX-WORK
        PERFORM Check-Uuid-Hex
        IF WS-HEX-VALID NOT = "Y" OR WS-LINE(33:1) NOT = SPACE
            IF WS-LINE(34:16) NOT = SPACES
                MOVE "UUID is not a 32-digit lower-case hex in columns 1-32; only the username can match" TO WS-ISSUE-TEXT
                PERFORM Raise-Warning
            ELSE
                MOVE "UUID is not a 32-digit lower-case hex in columns 1-32 and there is no username; this row admits nobody" TO WS-ISSUE-TEXT
                PERFORM Raise-Fatal
            END-IF
            EXIT PARAGRAPH
        END-IF
        MOVE WS-LINE(1:32) TO WS-HEX-WORK
        PERFORM Remember-Uuid
        IF WS-UUID-IDX > 0
            MOVE WS-UUID-LINE(WS-UUID-IDX) TO WS-LINE-DISPLAY
            MOVE SPACES TO WS-ISSUE-TEXT
            STRING "player already listed on line "
                FUNCTION TRIM(WS-LINE-DISPLAY)
                DELIMITED BY SIZE INTO WS-ISSUE-TEXT
            PERFORM Raise-Warning
        END-IF.

    Check-Smelting-Recipes.
        MOVE "smelting-recipes.txt" TO WS-ISSUE-FILE
        MOVE 0 TO WS-ROWS-CHECKED
        MOVE 0 TO WS-RECIPE-COUNT
        OPEN INPUT SMELTING-FILE
        IF WS-FILE-STATUS NOT = "00"
            PERFORM Report-File-Absent
            EXIT PARAGRAPH
        END-IF
        MOVE 0 TO WS-LINE-NUMBER
        PERFORM UNTIL WS-FILE-STATUS NOT = "00"
            MOVE SPACES TO WS-LINE
            READ SMELTING-FILE INTO WS-LINE
            IF WS-FILE-STATUS = "00"
                ADD 1 TO WS-LINE-NUMBER
                IF WS-LINE NOT = SPACES AND WS-LINE(1:1) NOT = "#"
                    ADD 1 TO WS-ROWS-CHECKED
                    PERFORM Check-Smelting-Line
                END-IF
            END-IF
        END-PERFORM
        CLOSE SMELTING-FILE
        PERFORM Report-File-Checked.

    Check-Smelting-Line.
        MOVE SPACES TO WS-INPUT-NAME
        MOVE SPACES TO WS-OUTPUT-NAME
        MOVE SPACES TO WS-TICKS-TOKEN
        MOVE SPACES TO WS-EXTRA-TOKEN
        UNSTRING WS-LINE DELIMITED BY ALL SPACE
            INTO WS-INPUT-NAME WS-OUTPUT-NAME WS-TICKS-TOKEN
                WS-EXTRA-TOKEN
        IF WS-INPUT-NAME = SPACES OR WS-OUTPUT-NAME = SPACES
                OR WS-TICKS-TOKEN = SPACES
                OR FUNCTION TRIM(WS-TICKS-TOKEN) IS NOT NUMERIC
            MOVE "expected <input item> <output item> <cook ticks>; the recipe is skipped" TO WS-ISSUE-TEXT
            PERFORM Raise-Fatal
            EXIT PARAGRAPH
        END-IF
        IF WS-EXTRA-TOKEN NOT = SPACES
            MOVE "text after the cook ticks is ignored" TO WS-ISSUE-TEXT
            PERFORM Raise-Warning
        END-IF
        IF FUNCTION NUMVAL(WS-TICKS-TOKEN) = 0
            MOVE "cook ticks 0: the item smelts instantly" TO WS-ISSUE-TEXT
            PERFORM Raise-Warning
        END-IF

        MOVE WS-INPUT-NAME TO WS-ITEM-NAME
        PERFORM Check-Item-Name
        MOVE WS-OUTPUT-NAME TO WS-ITEM-NAME
        PERFORM Check-Item-Name

        ADD 1 TO WS-RECIPE-COUNT
        IF WS-RECIPE-COUNT > 32
            MOVE SPACES TO WS-ISSUE-TEXT
            STRING "recipe for " FUNCTION TRIM(WS-INPUT-NAME)
                " is past the 32 the furnace table holds; dropped"
                DELIMITED BY SIZE INTO WS-ISSUE-TEXT
            PERFORM Raise-Fatal
        END-IF.

    Check-Item-Name.
        CALL "Registries-Lookup" USING "minecraft:item" WS-ITEM-NAME
            WS-ITEM-ID
        IF WS-ITEM-ID < 0
            MOVE SPACES TO WS-ISSUE-TEXT
            STRING "item " FUNCTION TRIM(WS-ITEM-NAME)
                " is not in the item registry; the recipe is dropped"
                DELIMITED BY SIZE INTO WS-ISSUE-TEXT
            PERFORM Raise-Fatal
        END-IF.

    Check-Announcements.
        *> Announcements are presentation only: everything here is a
        *> warning
        MOVE "announcements.txt" TO WS-ISSUE-FILE
        MOVE 0 TO WS-ROWS-CHECKED
        MOVE 0 TO WS-ANNOUNCE-COUNT
        OPEN INPUT ANNOUNCE-FILE
        IF WS-FILE-STATUS NOT = "00"
            PERFORM Report-File-Absent
            EXIT PARAGRAPH
        END-IF
        MOVE 0 TO WS-LINE-NUMBER
        PERFORM UNTIL WS-FILE-STATUS NOT = "00"
            MOVE SPACES TO WS-LINE
            READ ANNOUNCE-FILE INTO WS-LINE
            IF WS-FILE-STATUS = "00"
                ADD 1 TO WS-LINE-NUMBER
                IF WS-LINE NOT = SPACES AND WS-LINE(1:1) NOT = "#"
                    ADD 1 TO WS-ROWS-CHECKED
                    PERFORM Check-Announcement-Line
                END-IF
            END-IF
        END-PERFORM
        CLOSE ANNOUNCE-FILE
        PERFORM Report-File-Checked.

    Check-Announcement-Line.
        ADD 1 TO WS-ANNOUNCE-COUNT
        IF WS-ANNOUNCE-COUNT > 32
            MOVE "past the 32 messages the rotation holds; dropped" TO WS-ISSUE-TEXT
            PERFORM Raise-Warning
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO WS-FIELD-1
        MOVE SPACES TO WS-FIELD-2
        MOVE SPACES TO WS-FIELD-3
        MOVE SPACES TO WS-FIELD-4
        MOVE 0 TO WS-FIELD-COUNT
        UNSTRING WS-LINE DELIMITED BY "|"
            INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3 WS-FIELD-4
            TALLYING IN WS-FIELD-COUNT
        MOVE SPACES TO WS-COLOR
        MOVE SPACES TO WS-URL
        EVALUATE WS-FIELD-COUNT
            WHEN 1
                MOVE WS-FIELD-1 TO WS-TEXT
            WHEN 2
                MOVE WS-FIELD-1 TO WS-COLOR
                MOVE WS-FIELD-2 TO WS-TEXT
            WHEN OTHER
                MOVE WS-FIELD-1 TO WS-COLOR
                MOVE WS-FIELD-2 TO WS-URL
                MOVE WS-FIELD-3 TO WS-TEXT
        END-EVALUATE
        IF WS-FIELD-COUNT > 3
            MOVE "more than three |-separated fields; everything after the third is dropped" TO WS-ISSUE-TEXT
            PERFORM Raise-Warning
        END-IF
        IF WS-TEXT = SPACES
            MOVE "no message text; an empty line is announced" TO WS-ISSUE-TEXT
            PERFORM Raise-Warning
        END-IF
        IF WS-COLOR NOT = SPACES
            MOVE "N" TO WS-COLOR-FOUND
            PERFORM VARYING WS-COLOR-IDX FROM 1 BY 1
                    UNTIL WS-COLOR-IDX > 16 OR WS-COLOR-FOUND = "Y"
                IF FUNCTION TRIM(WS-COLOR) = WS-COLOR-NAME(WS-COLOR-IDX)
                    MOVE "Y" TO WS-COLOR-FOUND
                END-IF
            END-PERFORM
            IF WS-COLOR-FOUND NOT = "Y"
                MOVE SPACES TO WS-ISSUE-TEXT
                STRING "color '" FUNCTION TRIM(WS-COLOR)
                    "' is not a chat color name (gold, red, aqua, ...)"
                    DELIMITED BY SIZE INTO WS-ISSUE-TEXT
                PERFORM Raise-Warning
            END-IF
        END-IF
        IF WS-URL NOT = SPACES
                AND FUNCTION TRIM(WS-URL)(1:7) NOT = "http://"
                AND FUNCTION TRIM(WS-URL)(1:8) NOT = "https://"
            MOVE "link does not start with http:// or https://; clients will not open it" TO WS-ISSUE-TEXT
            PERFORM Raise-Warning
        END-IF.


    Check-Achievements.
        MOVE "achievements.txt" TO WS-ISSUE-FILE
        MOVE 0 TO WS-ROWS-CHECKED
        MOVE 0 TO WS-ACHIEVE-COUNT
        OPEN INPUT ACHIEVE-FILE
        IF WS-FILE-STATUS NOT = "00"
            PERFORM Report-File-Absent
            EXIT PARAGRAPH
        END-IF
        MOVE 0 TO WS-LINE-NUMBER
        PERFORM UNTIL WS-FILE-STATUS NOT = "00"
            MOVE SPACES TO WS-LINE
            READ ACHIEVE-FILE INTO WS-LINE
            IF WS-FILE-STATUS = "00"
                ADD 1 TO WS-LINE-NUMBER
                MOVE FUNCTION TRIM(WS-LINE LEADING) TO WS-LINE
                IF WS-LINE NOT = SPACES AND WS-LINE(1:1) NOT = "#"
                    ADD 1 TO WS-ROWS-CHECKED
                    PERFORM Check-Achievement-Line
                END-IF
            END-IF
        END-PERFORM
        CLOSE ACHIEVE-FILE
        PERFORM Report-File-Checked.

    Check-Achievement-Line.
        MOVE SPACES TO WS-STAT-TOKEN
        MOVE SPACES TO WS-THRESHOLD-TOKEN
        MOVE SPACES TO WS-REWARD-TOKEN
        MOVE SPACES TO WS-TITLE-TEXT
        MOVE 1 TO WS-TITLE-POINTER
        UNSTRING WS-LINE DELIMITED BY ALL SPACE
            INTO WS-STAT-TOKEN WS-THRESHOLD-TOKEN WS-REWARD-TOKEN
            WITH POINTER WS-TITLE-POINTER
        END-UNSTRING
        IF WS-TITLE-POINTER <= 160
            MOVE FUNCTION TRIM(WS-LINE(WS-TITLE-POINTER:160)) TO WS-TITLE-TEXT
        END-IF
        IF WS-TITLE-TEXT = SPACES
            MOVE "expected <stat> <threshold> <reward|-> <title>; the achievement is skipped" TO WS-ISSUE-TEXT
            PERFORM Raise-Fatal
            EXIT PARAGRAPH
        END-IF
        IF WS-STAT-TOKEN NOT = "broken" AND WS-STAT-TOKEN NOT = "placed"
                AND WS-STAT-TOKEN NOT = "messages"
                AND WS-STAT-TOKEN NOT = "sessions"
                AND WS-STAT-TOKEN NOT = "seconds"
                AND WS-STAT-TOKEN NOT = "distance"
                AND WS-STAT-TOKEN NOT = "crafted"
            MOVE SPACES TO WS-ISSUE-TEXT
            STRING "stat '" FUNCTION TRIM(WS-STAT-TOKEN)
                "' is not a lifetime counter (broken, placed, messages, sessions, seconds, distance, crafted); skipped"
                DELIMITED BY SIZE INTO WS-ISSUE-TEXT
            PERFORM Raise-Fatal
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION TRIM(WS-THRESHOLD-TOKEN) IS NOT NUMERIC
                OR FUNCTION LENGTH(FUNCTION TRIM(WS-THRESHOLD-TOKEN)) > 12
            MOVE "threshold is not a whole number of up to 12 digits; skipped" TO WS-ISSUE-TEXT
            PERFORM Raise-Fatal
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION NUMVAL(WS-THRESHOLD-TOKEN) < 1
            MOVE "threshold 0 would award every player on sight; skipped" TO WS-ISSUE-TEXT
            PERFORM Raise-Fatal
            EXIT PARAGRAPH
        END-IF
        IF WS-REWARD-TOKEN NOT = "-"
                AND (FUNCTION TRIM(WS-REWARD-TOKEN) IS NOT NUMERIC
                OR FUNCTION LENGTH(FUNCTION TRIM(WS-REWARD-TOKEN)) > 9)
            MOVE "reward is not a whole number of up to 9 digits or -; skipped" TO WS-ISSUE-TEXT
            PERFORM Raise-Fatal
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION LENGTH(FUNCTION TRIM(WS-TITLE-TEXT)) > 48
            MOVE "title longer than 48 characters is cut short" TO WS-ISSUE-TEXT
            PERFORM Raise-Warning
        END-IF

        ADD 1 TO WS-ACHIEVE-COUNT
        IF WS-ACHIEVE-COUNT > 64
            MOVE "past the 64 achievements the table holds; dropped" TO WS-ISSUE-TEXT
            PERFORM Raise-Fatal
            EXIT PARAGRAPH
        END-IF

        *> Counter and threshold identify an achievement: a second row
        *> for the same milestone is never awarded
        PERFORM VARYING WS-MILESTONE-IDX FROM 1 BY 1
                UNTIL WS-MILESTONE-IDX >= WS-ACHIEVE-COUNT
            IF WS-MILESTONE-STAT(WS-MILESTONE-IDX) = WS-STAT-TOKEN
                    AND FUNCTION NUMVAL(WS-MILESTONE-THRESHOLD(WS-MILESTONE-IDX))
                    = FUNCTION NUMVAL(WS-THRESHOLD-TOKEN)
                MOVE WS-MILESTONE-LINE(WS-MILESTONE-IDX) TO WS-LINE-DISPLAY
                MOVE SPACES TO WS-ISSUE-TEXT
                STRING "same stat and threshold as line "
                    FUNCTION TRIM(WS-LINE-DISPLAY)
                    "; only the first is ever awarded"
                    DELIMITED BY SIZE INTO WS-ISSUE-TEXT
                PERFORM Raise-Warning
                EXIT PERFORM
            END-IF
        END-PERFORM
        MOVE WS-STAT-TOKEN TO WS-MILESTONE-STAT(WS-ACHIEVE-COUNT)
        MOVE WS-THRESHOLD-TOKEN TO WS-MILESTONE-THRESHOLD(WS-ACHIEVE-COUNT)
        MOVE WS-LINE-NUMBER TO WS-MILESTONE-LINE(WS-ACHIEVE-COUNT).

END PROGRAM ConfigPreflight-Run.
