       >>SOURCE FORMAT FREE
*> --- WebsiteFeed-Sweep ---
*> Periodic community-website export, on the same engine cadence as the
*> other sweeps: every feed-interval-seconds (default 300; 0 disables)
*> WebsiteFeed-Export rewrites the feed files in outbox/, next to
*> alerts.outbox, so the website reads player counts and leaderboards
*> from the server instead of staff copying /opstatus and /top by hand.
IDENTIFICATION DIVISION.
PROGRAM-ID. WebsiteFeed-Sweep.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-LAST-EXPORT           BINARY-LONG UNSIGNED VALUE 0.
    01 WS-INTERVAL-KEY          PIC X(32) VALUE "feed-interval-seconds".
    01 WS-INTERVAL-DEFAULT      BINARY-LONG VALUE 300.
    01 WS-INTERVAL-SECONDS      BINARY-LONG.

PROCEDURE DIVISION.
    CALL "ServerConfig-GetNumber" USING WS-INTERVAL-KEY
        WS-INTERVAL-DEFAULT WS-INTERVAL-SECONDS
    IF WS-INTERVAL-SECONDS <= 0
        GOBACK
    END-IF

    CALL "Time-UnixSeconds" USING WS-NOW
    IF WS-NOW - WS-LAST-EXPORT < WS-INTERVAL-SECONDS
        GOBACK
    END-IF
    MOVE WS-NOW TO WS-LAST-EXPORT

    CALL "WebsiteFeed-Export"

    GOBACK.

END PROGRAM WebsiteFeed-Sweep.

*> --- WebsiteFeed-Export ---
*> Writes the website's data feed into outbox/ as a JSON and a CSV
*> file per subject:
*>
*>   online.json / .csv        who is on now, with the measured
*>                             keep-alive round trip (the /opstatus
*>                             ping), plus the online count and TPS
*>   leaderboards.json / .csv  the lifetime counters from stats/, top
*>                             feed-top (default 10, at most 25) per
*>                             statistic - the boards /top shows
*>   richest.json / .csv       the largest balances in world/balances/
*>   regions.json / .csv       the claim list with owner usernames
*>   activity.json / .csv      the latest reports/activity-*.log from
*>                             DailyActivityReport-Run
*>
*> Every file is written as <name>.new and renamed over the old one
*> with mv - a rename within outbox/ is atomic, so the website reads
*> either the previous export or the new one, never half a file.
*> Players who chose "/feed hide" (world/feed-optout.txt, see
*> FeedOptOut-Set) are left out of every list, and claims they own are
*> left off the region list; the online count stays a plain number.
*> Usernames come from the stats files, where Stats-Add keeps whoever
*> the UUID last logged in as.
IDENTIFICATION DIVISION.
PROGRAM-ID. WebsiteFeed-Export.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTOUT-FILE ASSIGN TO "world/feed-optout.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    SELECT LIST-FILE ASSIGN TO "cache/feed-list.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    SELECT ACTIVITY-REPORT-FILE ASSIGN TO WS-ACTIVITY-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    SELECT FEED-JSON-FILE ASSIGN TO WS-JSON-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JSON-STATUS.
    SELECT FEED-CSV-FILE ASSIGN TO WS-CSV-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CSV-STATUS.

DATA DIVISION.
FILE SECTION.
FD OPTOUT-FILE.
01 OPTOUT-RECORD               PIC X(64).
FD LIST-FILE.
01 LIST-RECORD                 PIC X(128).
FD ACTIVITY-REPORT-FILE.
01 ACTIVITY-REPORT-RECORD      PIC X(96).
FD FEED-JSON-FILE.
01 FEED-JSON-RECORD            PIC X(512).
FD FEED-CSV-FILE.
01 FEED-CSV-RECORD             PIC X(512).

WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-PLAYERS.
    COPY DD-PLAYER-STATS REPLACING LEADING ==PREFIX== BY ==READ==.
    COPY DD-REGION-ENTRY REPLACING LEADING ==PREFIX== BY ==FEED==.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-JSON-STATUS           PIC X(2).
    01 WS-CSV-STATUS            PIC X(2).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-NOW-DISPLAY           PIC 9(10).
    01 WS-TOP-KEY               PIC X(32) VALUE "feed-top".
    01 WS-TOP-DEFAULT           BINARY-LONG VALUE 10.
    01 WS-TOP-COUNT             BINARY-LONG.

    *> --- feed file handling (.new, then mv over the live name) ---
    01 WS-FEED-NAME             PIC X(16).
    01 WS-JSON-FILE-NAME        PIC X(64).
    01 WS-CSV-FILE-NAME         PIC X(64).
    01 WS-FEED-OPEN             PIC X(1).
    01 WS-MOVE-COMMAND          PIC X(200).
    01 WS-JSON-LINE             PIC X(512).
    01 WS-CSV-LINE              PIC X(512).
    01 WS-PENDING-LINE          PIC X(512).
    01 WS-PENDING-FLAG          PIC X(1).
    01 WS-FEED-COUNT            BINARY-LONG UNSIGNED.

    *> --- text escaping: JSON string body / quoted CSV field ---
    01 WS-ESC-IN                PIC X(64).
    01 WS-ESC-JSON              PIC X(140).
    01 WS-ESC-CSV               PIC X(140).
    01 WS-ESC-LENGTH            BINARY-LONG UNSIGNED.
    01 WS-ESC-IDX               BINARY-LONG UNSIGNED.
    01 WS-ESC-JSON-POS          BINARY-LONG UNSIGNED.
    01 WS-ESC-CSV-POS           BINARY-LONG UNSIGNED.
    01 WS-ESC-CHAR              PIC X(1).
    01 WS-NAME-JSON             PIC X(140).
    01 WS-NAME-CSV              PIC X(140).

    01 WS-NUMBER-DISPLAY        PIC -(11)9.
    01 WS-NUMBER-TEXT-1         PIC X(12).
    01 WS-NUMBER-TEXT-2         PIC X(12).
    01 WS-NUMBER-TEXT-3         PIC X(12).
    01 WS-NUMBER-TEXT-4         PIC X(12).
    01 WS-NUMBER-TEXT-5         PIC X(12).
    01 WS-NUMBER-TEXT-6         PIC X(12).
    01 WS-RANK-TEXT             PIC X(12).
    01 WS-TPS-VALUE             FLOAT-LONG.
    01 WS-TPS-DISPLAY           PIC Z(4)9.99.

    *> --- players who asked to be left out ---
    01 WS-OPTOUT-MAX            BINARY-LONG UNSIGNED VALUE 1024.
    01 WS-OPTOUT-COUNT          BINARY-LONG UNSIGNED.
    01 WS-OPTOUT-TABLE.
        02 WS-OPTOUT-ENTRY OCCURS 1024 TIMES.
            03 WS-OPTOUT-UUID-HEX   PIC X(32).
            03 WS-OPTOUT-USERNAME   PIC X(16).
    01 WS-OPTOUT-IDX            BINARY-LONG UNSIGNED.
    01 WS-OPTOUT-LINE.
        02 WS-OPTOUT-LINE-UUID  PIC X(32).
        02 FILLER               PIC X.
        02 WS-OPTOUT-LINE-NAME  PIC X(16).
        02 FILLER               PIC X(15).
    01 WS-CHECK-UUID-HEX        PIC X(32).
    01 WS-CHECK-USERNAME        PIC X(16).
    01 WS-HIDDEN-FLAG           PIC X(1).

    *> --- online ---
    01 WS-ONLINE-COUNT          BINARY-LONG UNSIGNED.
    01 WS-PLAYER-UUID-HEX       PIC X(32).
    01 WS-PING                  BINARY-LONG UNSIGNED.

    *> --- boards: 1-7 the lifetime counters, 8 the balances ---
    01 WS-BOARD-NAMES-TEXT.
        02 FILLER PIC X(8) VALUE "broken".
        02 FILLER PIC X(8) VALUE "placed".
        02 FILLER PIC X(8) VALUE "messages".
        02 FILLER PIC X(8) VALUE "sessions".
        02 FILLER PIC X(8) VALUE "seconds".
        02 FILLER PIC X(8) VALUE "distance".
        02 FILLER PIC X(8) VALUE "crafted".
        02 FILLER PIC X(8) VALUE "balance".
    01 WS-BOARD-NAMES REDEFINES WS-BOARD-NAMES-TEXT.
        02 WS-BOARD-NAME        PIC X(8) OCCURS 8 TIMES.
    01 WS-STAT-BOARDS           BINARY-LONG UNSIGNED VALUE 7.
    01 WS-BALANCE-BOARD         BINARY-LONG UNSIGNED VALUE 8.
    01 WS-BOARD-TABLE.
        02 WS-BOARD OCCURS 8 TIMES.
            03 WS-BOARD-COUNT    BINARY-LONG UNSIGNED.
            03 WS-BOARD-ENTRY OCCURS 25 TIMES.
                04 WS-BOARD-VALUE    BINARY-DOUBLE.
                04 WS-BOARD-USERNAME PIC X(16).
                04 WS-BOARD-UUID-HEX PIC X(32).
    01 WS-BOARD-IDX             BINARY-LONG UNSIGNED.
    01 WS-RANK-IDX              BINARY-LONG UNSIGNED.
    01 WS-SHIFT-IDX             BINARY-LONG UNSIGNED.
    01 WS-INSERT-AT             BINARY-LONG UNSIGNED.
    01 WS-CANDIDATE-VALUE       BINARY-DOUBLE.
    01 WS-CANDIDATE-UUID-HEX    PIC X(32).
    01 WS-CANDIDATE-USERNAME    PIC X(16).
    01 WS-BALANCE               BINARY-LONG.

    *> --- regions ---
    01 WS-REGION-COUNT          BINARY-LONG UNSIGNED.
    01 WS-REGION-IDX            BINARY-LONG UNSIGNED.
    01 WS-REGION-FOUND          PIC X(1).
    01 WS-OWNER-USERNAME        PIC X(16).

    *> --- activity report (layout: DailyActivityReport-Run) ---
    01 WS-ACTIVITY-FILE-NAME    PIC X(128).
    01 WS-ACTIVITY-STAMP        PIC X(10).
    01 WS-ACTIVITY-LINE.
        02 WS-ACTIVITY-USERNAME    PIC X(16).
        02 FILLER                  PIC X.
        02 WS-ACTIVITY-CONNECTIONS PIC X(7).
        02 FILLER                  PIC X.
        02 WS-ACTIVITY-SECONDS     PIC X(9).
        02 FILLER                  PIC X.
        02 WS-ACTIVITY-BROKEN      PIC X(7).
        02 FILLER                  PIC X.
        02 WS-ACTIVITY-PLACED      PIC X(7).
        02 FILLER                  PIC X.
        02 WS-ACTIVITY-TOGGLED     PIC X(7).
        02 FILLER                  PIC X.
        02 WS-ACTIVITY-CHAT        PIC X(7).
        02 FILLER                  PIC X(30).
    01 WS-DESPAWNED-TEXT        PIC X(12).

PROCEDURE DIVISION.
    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE WS-NOW TO WS-NOW-DISPLAY
    CALL "ServerConfig-GetNumber" USING WS-TOP-KEY WS-TOP-DEFAULT
        WS-TOP-COUNT
    IF WS-TOP-COUNT < 1
        MOVE 1 TO WS-TOP-COUNT
    END-IF
    IF WS-TOP-COUNT > 25
        MOVE 25 TO WS-TOP-COUNT
    END-IF

    CALL "SYSTEM" USING "mkdir -p outbox cache"
    PERFORM Load-Opt-Outs
    PERFORM Export-Online
    PERFORM Collect-Stat-Boards
    PERFORM Export-Leaderboards
    PERFORM Collect-Balance-Board
    PERFORM Export-Richest
    PERFORM Export-Regions
    PERFORM Export-Activity

    GOBACK.

    Load-Opt-Outs.
        MOVE 0 TO WS-OPTOUT-COUNT
        OPEN INPUT OPTOUT-FILE
        IF WS-FILE-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-FILE-STATUS NOT = "00"
            MOVE SPACES TO WS-OPTOUT-LINE
            READ OPTOUT-FILE INTO WS-OPTOUT-LINE
            IF WS-FILE-STATUS = "00"
                    AND WS-OPTOUT-LINE-UUID NOT = SPACES
                    AND WS-OPTOUT-COUNT < WS-OPTOUT-MAX
                ADD 1 TO WS-OPTOUT-COUNT
                MOVE WS-OPTOUT-LINE-UUID
                    TO WS-OPTOUT-UUID-HEX(WS-OPTOUT-COUNT)
                MOVE WS-OPTOUT-LINE-NAME
                    TO WS-OPTOUT-USERNAME(WS-OPTOUT-COUNT)
            END-IF
        END-PERFORM
        CLOSE OPTOUT-FILE.

    Check-Hidden.
        *> WS-CHECK-UUID-HEX and/or WS-CHECK-USERNAME in (the activity
        *> report carries usernames only), WS-HIDDEN-FLAG out
        MOVE "N" TO WS-HIDDEN-FLAG
        PERFORM VARYING WS-OPTOUT-IDX FROM 1 BY 1
                UNTIL WS-OPTOUT-IDX > WS-OPTOUT-COUNT
            IF WS-CHECK-UUID-HEX NOT = SPACES
                    AND WS-OPTOUT-UUID-HEX(WS-OPTOUT-IDX) = WS-CHECK-UUID-HEX
                MOVE "Y" TO WS-HIDDEN-FLAG
                EXIT PERFORM
            END-IF
            IF WS-CHECK-USERNAME NOT = SPACES
                    AND WS-OPTOUT-USERNAME(WS-OPTOUT-IDX) = WS-CHECK-USERNAME
                MOVE "Y" TO WS-HIDDEN-FLAG
                EXIT PERFORM
            END-IF
        END-PERFORM.

    Open-Feed.
        *> WS-FEED-NAME in; opens <name>.json.new and <name>.csv.new
        MOVE SPACES TO WS-JSON-FILE-NAME
        STRING "outbox/" FUNCTION TRIM(WS-FEED-NAME) ".json.new"
            DELIMITED BY SIZE INTO WS-JSON-FILE-NAME
        MOVE SPACES TO WS-CSV-FILE-NAME
        STRING "outbox/" FUNCTION TRIM(WS-FEED-NAME) ".csv.new"
            DELIMITED BY SIZE INTO WS-CSV-FILE-NAME
        MOVE "N" TO WS-FEED-OPEN
        MOVE "N" TO WS-PENDING-FLAG
        MOVE 0 TO WS-FEED-COUNT
        OPEN OUTPUT FEED-JSON-FILE
        IF WS-JSON-STATUS NOT = "00"
            DISPLAY "[feed] unable to open " FUNCTION TRIM(WS-JSON-FILE-NAME) ", status=" WS-JSON-STATUS
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT FEED-CSV-FILE
        IF WS-CSV-STATUS NOT = "00"
            DISPLAY "[feed] unable to open " FUNCTION TRIM(WS-CSV-FILE-NAME) ", status=" WS-CSV-STATUS
            CLOSE FEED-JSON-FILE
            EXIT PARAGRAPH
        END-IF
        MOVE "Y" TO WS-FEED-OPEN.

    Close-Feed.
        *> Both files complete before either replaces its live copy
        CLOSE FEED-JSON-FILE
        CLOSE FEED-CSV-FILE
        MOVE SPACES TO WS-MOVE-COMMAND
        STRING "mv -f outbox/" FUNCTION TRIM(WS-FEED-NAME) ".json.new"
            " outbox/" FUNCTION TRIM(WS-FEED-NAME) ".json"
            " && mv -f outbox/" FUNCTION TRIM(WS-FEED-NAME) ".csv.new"
            " outbox/" FUNCTION TRIM(WS-FEED-NAME) ".csv"
            DELIMITED BY SIZE INTO WS-MOVE-COMMAND
        CALL "SYSTEM" USING WS-MOVE-COMMAND
        IF RETURN-CODE NOT = 0
            DISPLAY "[feed] unable to publish outbox/" FUNCTION TRIM(WS-FEED-NAME) ".*"
        END-IF
        MOVE 0 TO RETURN-CODE.

    Write-Json.
        WRITE FEED-JSON-RECORD FROM WS-JSON-LINE.

    Write-Csv.
        WRITE FEED-CSV-RECORD FROM WS-CSV-LINE.

    Write-Json-Element.
        *> Array elements are held back one line so the separating
        *> comma goes on every element but the last
        IF WS-PENDING-FLAG = "Y"
            MOVE SPACES TO FEED-JSON-RECORD
            STRING FUNCTION TRIM(WS-PENDING-LINE TRAILING) ","
                DELIMITED BY SIZE INTO FEED-JSON-RECORD
            WRITE FEED-JSON-RECORD
        END-IF
        MOVE WS-JSON-LINE TO WS-PENDING-LINE
        MOVE "Y" TO WS-PENDING-FLAG
        ADD 1 TO WS-FEED-COUNT.

    Finish-Json-Array.
        IF WS-PENDING-FLAG = "Y"
            WRITE FEED-JSON-RECORD FROM WS-PENDING-LINE
        END-IF
        MOVE "N" TO WS-PENDING-FLAG.

    Write-Json-Header.
        MOVE "{" TO WS-JSON-LINE
        PERFORM Write-Json
        MOVE SPACES TO WS-JSON-LINE
        STRING '  "generated": ' WS-NOW-DISPLAY ","
            DELIMITED BY SIZE INTO WS-JSON-LINE
        PERFORM Write-Json.

    Escape-Text.
        *> WS-ESC-IN in; WS-ESC-JSON is the body of a JSON string,
        *> WS-ESC-CSV a complete double-quoted CSV field
        MOVE SPACES TO WS-ESC-JSON
        MOVE SPACES TO WS-ESC-CSV
        MOVE '"' TO WS-ESC-CSV(1:1)
        MOVE 1 TO WS-ESC-JSON-POS
        MOVE 2 TO WS-ESC-CSV-POS
        MOVE 0 TO WS-ESC-LENGTH
        IF WS-ESC-IN NOT = SPACES
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ESC-IN TRAILING))
                TO WS-ESC-LENGTH
        END-IF
        PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
                UNTIL WS-ESC-IDX > WS-ESC-LENGTH
            MOVE WS-ESC-IN(WS-ESC-IDX:1) TO WS-ESC-CHAR
            IF WS-ESC-CHAR < SPACE
                MOVE "?" TO WS-ESC-CHAR
            END-IF
            IF WS-ESC-CHAR = '"' OR WS-ESC-CHAR = "\"
                MOVE "\" TO WS-ESC-JSON(WS-ESC-JSON-POS:1)
                ADD 1 TO WS-ESC-JSON-POS
            END-IF
            MOVE WS-ESC-CHAR TO WS-ESC-JSON(WS-ESC-JSON-POS:1)
            ADD 1 TO WS-ESC-JSON-POS
            IF WS-ESC-CHAR = '"'
                MOVE '"' TO WS-ESC-CSV(WS-ESC-CSV-POS:1)
                ADD 1 TO WS-ESC-CSV-POS
            END-IF
            MOVE WS-ESC-CHAR TO WS-ESC-CSV(WS-ESC-CSV-POS:1)
            ADD 1 TO WS-ESC-CSV-POS
        END-PERFORM
        MOVE '"' TO WS-ESC-CSV(WS-ESC-CSV-POS:1).

    Export-Online.
        MOVE "online" TO WS-FEED-NAME
        PERFORM Open-Feed
        IF WS-FEED-OPEN NOT = "Y"
            EXIT PARAGRAPH
        END-IF

        MOVE 0 TO WS-ONLINE-COUNT
        PERFORM VARYING PLAYER-IDX FROM 1 BY 1 UNTIL PLAYER-IDX > PLAYER-COUNT
            IF PLAYER-CLIENT(PLAYER-IDX) NOT = 0
                ADD 1 TO WS-ONLINE-COUNT
            END-IF
        END-PERFORM
        CALL "Server-GetTPS" USING WS-TPS-VALUE
        MOVE WS-TPS-VALUE TO WS-TPS-DISPLAY

        PERFORM Write-Json-Header
        MOVE WS-ONLINE-COUNT TO WS-NUMBER-DISPLAY
        MOVE SPACES TO WS-JSON-LINE
        STRING '  "online": ' FUNCTION TRIM(WS-NUMBER-DISPLAY) ","
            DELIMITED BY SIZE INTO WS-JSON-LINE
        PERFORM Write-Json
        MOVE SPACES TO WS-JSON-LINE
        STRING '  "tps": ' FUNCTION TRIM(WS-TPS-DISPLAY) ","
            DELIMITED BY SIZE INTO WS-JSON-LINE
        PERFORM Write-Json
        MOVE '  "players": [' TO WS-JSON-LINE
        PERFORM Write-Json
        MOVE "username,uuid,ping_ms" TO WS-CSV-LINE
        PERFORM Write-Csv

        PERFORM VARYING PLAYER-IDX FROM 1 BY 1 UNTIL PLAYER-IDX > PLAYER-COUNT
            IF PLAYER-CLIENT(PLAYER-IDX) NOT = 0
                PERFORM Export-Online-Player
            END-IF
        END-PERFORM

        PERFORM Finish-Json-Array
        MOVE "  ]" TO WS-JSON-LINE
        PERFORM Write-Json
        MOVE "}" TO WS-JSON-LINE
        PERFORM Write-Json
        PERFORM Close-Feed.

    Export-Online-Player.
        CALL "Util-BytesToHex" USING PLAYER-UUID(PLAYER-IDX)
            WS-PLAYER-UUID-HEX
        MOVE WS-PLAYER-UUID-HEX TO WS-CHECK-UUID-HEX
        MOVE PLAYER-USERNAME(PLAYER-IDX) TO WS-CHECK-USERNAME
        PERFORM Check-Hidden
        IF WS-HIDDEN-FLAG = "Y"
            EXIT PARAGRAPH
        END-IF
        MOVE CLIENT-PING-MS(PLAYER-CLIENT(PLAYER-IDX)) TO WS-PING
        MOVE WS-PING TO WS-NUMBER-DISPLAY
        MOVE PLAYER-USERNAME(PLAYER-IDX) TO WS-ESC-IN
        PERFORM Escape-Text

        MOVE SPACES TO WS-JSON-LINE
        STRING '    {"username": "' FUNCTION TRIM(WS-ESC-JSON)
            '", "uuid": "' WS-PLAYER-UUID-HEX
            '", "ping_ms": ' FUNCTION TRIM(WS-NUMBER-DISPLAY) "}"
            DELIMITED BY SIZE INTO WS-JSON-LINE
        PERFORM Write-Json-Element
        MOVE SPACES TO WS-CSV-LINE
        STRING FUNCTION TRIM(WS-ESC-CSV) "," WS-PLAYER-UUID-HEX ","
            FUNCTION TRIM(WS-NUMBER-DISPLAY)
            DELIMITED BY SIZE INTO WS-CSV-LINE
        PERFORM Write-Csv.

    Insert-Board-Entry.
        *> Insertion sort of WS-CANDIDATE-* into board WS-BOARD-IDX,
        *> highest first, kept to WS-TOP-COUNT rows (as Command-Top)
        MOVE 0 TO WS-INSERT-AT
        PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                UNTIL WS-RANK-IDX > WS-BOARD-COUNT(WS-BOARD-IDX)
            IF WS-CANDIDATE-VALUE > WS-BOARD-VALUE(WS-BOARD-IDX, WS-RANK-IDX)
                MOVE WS-RANK-IDX TO WS-INSERT-AT
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF WS-INSERT-AT = 0
            IF WS-BOARD-COUNT(WS-BOARD-IDX) < WS-TOP-COUNT
                ADD 1 TO WS-BOARD-COUNT(WS-BOARD-IDX)
                MOVE WS-BOARD-COUNT(WS-BOARD-IDX) TO WS-INSERT-AT
            ELSE
                EXIT PARAGRAPH
            END-IF
        ELSE
            IF WS-BOARD-COUNT(WS-BOARD-IDX) < WS-TOP-COUNT
                ADD 1 TO WS-BOARD-COUNT(WS-BOARD-IDX)
            END-IF
            PERFORM VARYING WS-SHIFT-IDX FROM WS-BOARD-COUNT(WS-BOARD-IDX)
                    BY -1 UNTIL WS-SHIFT-IDX <= WS-INSERT-AT
                MOVE WS-BOARD-ENTRY(WS-BOARD-IDX, WS-SHIFT-IDX - 1)
                    TO WS-BOARD-ENTRY(WS-BOARD-IDX, WS-SHIFT-IDX)
            END-PERFORM
        END-IF
        MOVE WS-CANDIDATE-VALUE
            TO WS-BOARD-VALUE(WS-BOARD-IDX, WS-INSERT-AT)
        MOVE WS-CANDIDATE-USERNAME
            TO WS-BOARD-USERNAME(WS-BOARD-IDX, WS-INSERT-AT)
        MOVE WS-CANDIDATE-UUID-HEX
            TO WS-BOARD-UUID-HEX(WS-BOARD-IDX, WS-INSERT-AT).

    Collect-Stat-Boards.
        INITIALIZE WS-BOARD-TABLE
        CALL "SYSTEM" USING "mkdir -p cache stats && ls -1 stats > cache/feed-list.tmp"
        OPEN INPUT LIST-FILE
        IF WS-FILE-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-FILE-STATUS NOT = "00"
            READ LIST-FILE
            IF WS-FILE-STATUS = "00" AND LIST-RECORD(33:4) = ".dat"
                MOVE LIST-RECORD(1:32) TO WS-CANDIDATE-UUID-HEX
                PERFORM Consider-Stats-File
            END-IF
        END-PERFORM
        CLOSE LIST-FILE.

    Consider-Stats-File.
        CALL "Stats-Get" USING WS-CANDIDATE-UUID-HEX READ-STATS
        MOVE WS-CANDIDATE-UUID-HEX TO WS-CHECK-UUID-HEX
        MOVE READ-STATS-USERNAME TO WS-CHECK-USERNAME
        PERFORM Check-Hidden
        IF WS-HIDDEN-FLAG = "Y"
            EXIT PARAGRAPH
        END-IF
        MOVE READ-STATS-USERNAME TO WS-CANDIDATE-USERNAME
        IF WS-CANDIDATE-USERNAME = SPACES
            MOVE WS-CANDIDATE-UUID-HEX(1:16) TO WS-CANDIDATE-USERNAME
        END-IF
        PERFORM VARYING WS-BOARD-IDX FROM 1 BY 1
                UNTIL WS-BOARD-IDX > WS-STAT-BOARDS
            EVALUATE WS-BOARD-IDX
                WHEN 1
                    MOVE READ-STATS-BROKEN TO WS-CANDIDATE-VALUE
                WHEN 2
                    MOVE READ-STATS-PLACED TO WS-CANDIDATE-VALUE
                WHEN 3
                    MOVE READ-STATS-MESSAGES TO WS-CANDIDATE-VALUE
                WHEN 4
                    MOVE READ-STATS-SESSIONS TO WS-CANDIDATE-VALUE
                WHEN 5
                    MOVE READ-STATS-SECONDS TO WS-CANDIDATE-VALUE
                WHEN 6
                    MOVE READ-STATS-DISTANCE TO WS-CANDIDATE-VALUE
                WHEN 7
                    MOVE READ-STATS-CRAFTED TO WS-CANDIDATE-VALUE
            END-EVALUATE
            IF WS-CANDIDATE-VALUE > 0
                PERFORM Insert-Board-Entry
            END-IF
        END-PERFORM.

    Collect-Balance-Board.
        MOVE WS-BALANCE-BOARD TO WS-BOARD-IDX
        MOVE 0 TO WS-BOARD-COUNT(WS-BOARD-IDX)
        CALL "SYSTEM" USING "mkdir -p cache && ls -1 world/balances 2>/dev/null | grep '[.]dat$' > cache/feed-list.tmp"
        OPEN INPUT LIST-FILE
        IF WS-FILE-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-FILE-STATUS NOT = "00"
            READ LIST-FILE
            IF WS-FILE-STATUS = "00" AND LIST-RECORD(33:4) = ".dat"
                MOVE LIST-RECORD(1:32) TO WS-CANDIDATE-UUID-HEX
                PERFORM Consider-Balance-File
            END-IF
        END-PERFORM
        CLOSE LIST-FILE.

    Consider-Balance-File.
        CALL "Balance-Get" USING WS-CANDIDATE-UUID-HEX WS-BALANCE
        IF WS-BALANCE <= 0
            EXIT PARAGRAPH
        END-IF
        CALL "Stats-Get" USING WS-CANDIDATE-UUID-HEX READ-STATS
        MOVE WS-CANDIDATE-UUID-HEX TO WS-CHECK-UUID-HEX
        MOVE READ-STATS-USERNAME TO WS-CHECK-USERNAME
        PERFORM Check-Hidden
        IF WS-HIDDEN-FLAG = "Y"
            EXIT PARAGRAPH
        END-IF
        MOVE READ-STATS-USERNAME TO WS-CANDIDATE-USERNAME
        IF WS-CANDIDATE-USERNAME = SPACES
            MOVE WS-CANDIDATE-UUID-HEX(1:16) TO WS-CANDIDATE-USERNAME
        END-IF
        MOVE WS-BALANCE TO WS-CANDIDATE-VALUE
        MOVE WS-BALANCE-BOARD TO WS-BOARD-IDX
        PERFORM Insert-Board-Entry.

    Format-Board-Row.
        *> Board WS-BOARD-IDX, row WS-RANK-IDX into the escape and
        *> number fields the exporters STRING together
        MOVE WS-RANK-IDX TO WS-NUMBER-DISPLAY
        MOVE FUNCTION TRIM(WS-NUMBER-DISPLAY) TO WS-RANK-TEXT
        MOVE WS-BOARD-VALUE(WS-BOARD-IDX, WS-RANK-IDX) TO WS-NUMBER-DISPLAY
        MOVE FUNCTION TRIM(WS-NUMBER-DISPLAY) TO WS-NUMBER-TEXT-1
        MOVE WS-BOARD-USERNAME(WS-BOARD-IDX, WS-RANK-IDX) TO WS-ESC-IN
        PERFORM Escape-Text.

    Export-Leaderboards.
        MOVE "leaderboards" TO WS-FEED-NAME
        PERFORM Open-Feed
        IF WS-FEED-OPEN NOT = "Y"
            EXIT PARAGRAPH
        END-IF
        PERFORM Write-Json-Header
        MOVE '  "boards": {' TO WS-JSON-LINE
        PERFORM Write-Json
        MOVE "stat,rank,username,uuid,value" TO WS-CSV-LINE
        PERFORM Write-Csv

        PERFORM VARYING WS-BOARD-IDX FROM 1 BY 1
                UNTIL WS-BOARD-IDX > WS-STAT-BOARDS
            MOVE SPACES TO WS-JSON-LINE
            STRING '    "' FUNCTION TRIM(WS-BOARD-NAME(WS-BOARD-IDX))
                '": [' DELIMITED BY SIZE INTO WS-JSON-LINE
            PERFORM Write-Json
            PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                    UNTIL WS-RANK-IDX > WS-BOARD-COUNT(WS-BOARD-IDX)
                PERFORM Export-Leaderboard-Row
            END-PERFORM
            PERFORM Finish-Json-Array
            IF WS-BOARD-IDX < WS-STAT-BOARDS
                MOVE "    ]," TO WS-JSON-LINE
            ELSE
                MOVE "    ]" TO WS-JSON-LINE
            END-IF
            PERFORM Write-Json
        END-PERFORM

        MOVE "  }" TO WS-JSON-LINE
        PERFORM Write-Json
        MOVE "}" TO WS-JSON-LINE
        PERFORM Write-Json
        PERFORM Close-Feed.

    Export-Leaderboard-Row.
        PERFORM Format-Board-Row
        MOVE SPACES TO WS-JSON-LINE
        STRING '      {"rank": ' FUNCTION TRIM(WS-RANK-TEXT)
            ', "username": "' FUNCTION TRIM(WS-ESC-JSON)
            '", "uuid": "' WS-BOARD-UUID-HEX(WS-BOARD-IDX, WS-RANK-IDX)
            '", "value": ' FUNCTION TRIM(WS-NUMBER-TEXT-1) "}"
            DELIMITED BY SIZE INTO WS-JSON-LINE
        PERFORM Write-Json-Element
        MOVE SPACES TO WS-CSV-LINE
        STRING FUNCTION TRIM(WS-BOARD-NAME(WS-BOARD-IDX)) ","
            FUNCTION TRIM(WS-RANK-TEXT) "," FUNCTION TRIM(WS-ESC-CSV) ","
            WS-BOARD-UUID-HEX(WS-BOARD-IDX, WS-RANK-IDX) ","
            FUNCTION TRIM(WS-NUMBER-TEXT-1)
            DELIMITED BY SIZE INTO WS-CSV-LINE
        PERFORM Write-Csv.

    Export-Richest.
        MOVE "richest" TO WS-FEED-NAME
        PERFORM Open-Feed
        IF WS-FEED-OPEN NOT = "Y"
            EXIT PARAGRAPH
        END-IF
        PERFORM Write-Json-Header
        MOVE '  "accounts": [' TO WS-JSON-LINE
        PERFORM Write-Json
        MOVE "rank,username,uuid,balance" TO WS-CSV-LINE
        PERFORM Write-Csv

        MOVE WS-BALANCE-BOARD TO WS-BOARD-IDX
        PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                UNTIL WS-RANK-IDX > WS-BOARD-COUNT(WS-BOARD-IDX)
            PERFORM Format-Board-Row
            MOVE SPACES TO WS-JSON-LINE
            STRING '    {"rank": ' FUNCTION TRIM(WS-RANK-TEXT)
                ', "username": "' FUNCTION TRIM(WS-ESC-JSON)
                '", "uuid": "' WS-BOARD-UUID-HEX(WS-BOARD-IDX, WS-RANK-IDX)
                '", "balance": ' FUNCTION TRIM(WS-NUMBER-TEXT-1) "}"
                DELIMITED BY SIZE INTO WS-JSON-LINE
            PERFORM Write-Json-Element
            MOVE SPACES TO WS-CSV-LINE
            STRING FUNCTION TRIM(WS-RANK-TEXT) ","
                FUNCTION TRIM(WS-ESC-CSV) ","
                WS-BOARD-UUID-HEX(WS-BOARD-IDX, WS-RANK-IDX) ","
                FUNCTION TRIM(WS-NUMBER-TEXT-1)
                DELIMITED BY SIZE INTO WS-CSV-LINE
            PERFORM Write-Csv
        END-PERFORM

        PERFORM Finish-Json-Array
        MOVE "  ]" TO WS-JSON-LINE
        PERFORM Write-Json
        MOVE "}" TO WS-JSON-LINE
        PERFORM Write-Json
        PERFORM Close-Feed.

    Export-Regions.
        MOVE "regions" TO WS-FEED-NAME
        PERFORM Open-Feed
        IF WS-FEED-OPEN NOT = "Y"
            EXIT PARAGRAPH
        END-IF
        PERFORM Write-Json-Header
        MOVE '  "regions": [' TO WS-JSON-LINE
        PERFORM Write-Json
        MOVE "name,owner,owner_uuid,min_x,min_y,min_z,max_x,max_y,max_z" TO WS-CSV-LINE
        PERFORM Write-Csv

        CALL "Regions-Count" USING WS-REGION-COUNT
        PERFORM VARYING WS-REGION-IDX FROM 1 BY 1
                UNTIL WS-REGION-IDX > WS-REGION-COUNT
            CALL "Regions-GetEntry" USING WS-REGION-IDX FEED-REGION
                WS-REGION-FOUND
            IF WS-REGION-FOUND = "Y"
                PERFORM Export-Region-Row
            END-IF
        END-PERFORM

        PERFORM Finish-Json-Array
        MOVE "  ]" TO WS-JSON-LINE
        PERFORM Write-Json
        MOVE "}" TO WS-JSON-LINE
        PERFORM Write-Json
        PERFORM Close-Feed.

    Export-Region-Row.
        CALL "Stats-Get" USING FEED-REGION-OWNER-HEX READ-STATS
        MOVE FEED-REGION-OWNER-HEX TO WS-CHECK-UUID-HEX
        MOVE READ-STATS-USERNAME TO WS-CHECK-USERNAME
        PERFORM Check-Hidden
        IF WS-HIDDEN-FLAG = "Y"
            EXIT PARAGRAPH
        END-IF
        MOVE READ-STATS-USERNAME TO WS-OWNER-USERNAME
        IF WS-OWNER-USERNAME = SPACES
            MOVE FEED-REGION-OWNER-HEX(1:16) TO WS-OWNER-USERNAME
        END-IF
        MOVE WS-OWNER-USERNAME TO WS-ESC-IN
        PERFORM Escape-Text
        MOVE WS-ESC-JSON TO WS-NAME-JSON
        MOVE WS-ESC-CSV TO WS-NAME-CSV
        MOVE FEED-REGION-NAME TO WS-ESC-IN
        PERFORM Escape-Text

        MOVE FEED-REGION-MIN-X TO WS-NUMBER-DISPLAY
        MOVE FUNCTION TRIM(WS-NUMBER-DISPLAY) TO WS-NUMBER-TEXT-1
        MOVE FEED-REGION-MIN-Y TO WS-NUMBER-DISPLAY
        MOVE FUNCTION TRIM(WS-NUMBER-DISPLAY) TO WS-NUMBER-TEXT-2
        MOVE FEED-REGION-MIN-Z TO WS-NUMBER-DISPLAY
        MOVE FUNCTION TRIM(WS-NUMBER-DISPLAY) TO WS-NUMBER-TEXT-3
        MOVE FEED-REGION-MAX-X TO WS-NUMBER-DISPLAY
        MOVE FUNCTION TRIM(WS-NUMBER-DISPLAY) TO WS-NUMBER-TEXT-4
        MOVE FEED-REGION-MAX-Y TO WS-NUMBER-DISPLAY
        MOVE FUNCTION TRIM(WS-NUMBER-DISPLAY) TO WS-NUMBER-TEXT-5
        MOVE FEED-REGION-MAX-Z TO WS-NUMBER-DISPLAY
        MOVE FUNCTION TRIM(WS-NUMBER-DISPLAY) TO WS-NUMBER-TEXT-6

        MOVE SPACES TO WS-JSON-LINE
        STRING '    {"name": "' FUNCTION TRIM(WS-ESC-JSON)
            '", "owner": "' FUNCTION TRIM(WS-NAME-JSON)
            '", "owner_uuid": "' FEED-REGION-OWNER-HEX
            '", "min": [' FUNCTION TRIM(WS-NUMBER-TEXT-1) ", "
            FUNCTION TRIM(WS-NUMBER-TEXT-2) ", "
            FUNCTION TRIM(WS-NUMBER-TEXT-3)
            '], "max": [' FUNCTION TRIM(WS-NUMBER-TEXT-4) ", "
            FUNCTION TRIM(WS-NUMBER-TEXT-5) ", "
            FUNCTION TRIM(WS-NUMBER-TEXT-6) "]}"
            DELIMITED BY SIZE INTO WS-JSON-LINE
        PERFORM Write-Json-Element
        MOVE SPACES TO WS-CSV-LINE
        STRING FUNCTION TRIM(WS-ESC-CSV) "," FUNCTION TRIM(WS-NAME-CSV)
            "," FEED-REGION-OWNER-HEX
            "," FUNCTION TRIM(WS-NUMBER-TEXT-1)
            "," FUNCTION TRIM(WS-NUMBER-TEXT-2)
            "," FUNCTION TRIM(WS-NUMBER-TEXT-3)
            "," FUNCTION TRIM(WS-NUMBER-TEXT-4)
            "," FUNCTION TRIM(WS-NUMBER-TEXT-5)
            "," FUNCTION TRIM(WS-NUMBER-TEXT-6)
            DELIMITED BY SIZE INTO WS-CSV-LINE
        PERFORM Write-Csv.

    Export-Activity.
        *> The newest daily report; report names carry a 10-digit
        *> stamp, so the listing's last line is the latest
        MOVE SPACES TO WS-ACTIVITY-FILE-NAME
        CALL "SYSTEM" USING "mkdir -p cache && ls -1 reports/activity-*.log 2>/dev/null | tail -1 > cache/feed-list.tmp"
        OPEN INPUT LIST-FILE
        IF WS-FILE-STATUS = "00"
            READ LIST-FILE
            IF WS-FILE-STATUS = "00"
                MOVE LIST-RECORD TO WS-ACTIVITY-FILE-NAME
            END-IF
            CLOSE LIST-FILE
        END-IF
        MOVE "0" TO WS-ACTIVITY-STAMP
        IF WS-ACTIVITY-FILE-NAME(1:17) = "reports/activity-"
                AND WS-ACTIVITY-FILE-NAME(18:10) IS NUMERIC
            MOVE WS-ACTIVITY-FILE-NAME(18:10) TO WS-ACTIVITY-STAMP
        END-IF
        MOVE "0" TO WS-DESPAWNED-TEXT

        MOVE "activity" TO WS-FEED-NAME
        PERFORM Open-Feed
        IF WS-FEED-OPEN NOT = "Y"
            EXIT PARAGRAPH
        END-IF
        MOVE "username,connects,seconds,broken,placed,toggled,chat" TO WS-CSV-LINE
        PERFORM Write-Csv

        *> The player rows are gathered first; the report's despawn
        *> trailer is only known once the file has been read
        MOVE "{" TO WS-JSON-LINE
        PERFORM Write-Json
        MOVE SPACES TO WS-JSON-LINE
        STRING '  "generated": ' WS-NOW-DISPLAY ","
            DELIMITED BY SIZE INTO WS-JSON-LINE
        PERFORM Write-Json
        MOVE SPACES TO WS-JSON-LINE
        STRING '  "report": ' FUNCTION TRIM(WS-ACTIVITY-STAMP) ","
            DELIMITED BY SIZE INTO WS-JSON-LINE
        PERFORM Write-Json
        MOVE '  "players": [' TO WS-JSON-LINE
        PERFORM Write-Json

        IF WS-ACTIVITY-FILE-NAME NOT = SPACES
            OPEN INPUT ACTIVITY-REPORT-FILE
            IF WS-FILE-STATUS = "00"
                PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                    MOVE SPACES TO WS-ACTIVITY-LINE
                    READ ACTIVITY-REPORT-FILE INTO WS-ACTIVITY-LINE
                    IF WS-FILE-STATUS = "00"
                        PERFORM Export-Activity-Row
                    END-IF
                END-PERFORM
                CLOSE ACTIVITY-REPORT-FILE
            END-IF
        END-IF

        PERFORM Finish-Json-Array
        MOVE "  ]," TO WS-JSON-LINE
        PERFORM Write-Json
        MOVE SPACES TO WS-JSON-LINE
        STRING '  "items_despawned": ' FUNCTION TRIM(WS-DESPAWNED-TEXT)
            DELIMITED BY SIZE INTO WS-JSON-LINE
        PERFORM Write-Json
        MOVE "}" TO WS-JSON-LINE
        PERFORM Write-Json
        PERFORM Close-Feed.

    Export-Activity-Row.
        IF WS-ACTIVITY-LINE(1:17) = "ITEMS DESPAWNED: "
            UNSTRING WS-ACTIVITY-LINE(18:79) DELIMITED BY SPACE
                INTO WS-DESPAWNED-TEXT
            IF FUNCTION TRIM(WS-DESPAWNED-TEXT) IS NOT NUMERIC
                MOVE "0" TO WS-DESPAWNED-TEXT
            END-IF
            EXIT PARAGRAPH
        END-IF
        *> The header row, and rows for players seen only in the
        *> block or chat logs, carry no usable username
        IF WS-ACTIVITY-USERNAME = SPACES
                OR WS-ACTIVITY-USERNAME = "USERNAME"
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO WS-CHECK-UUID-HEX
        MOVE WS-ACTIVITY-USERNAME TO WS-CHECK-USERNAME
        PERFORM Check-Hidden
        IF WS-HIDDEN-FLAG = "Y"
            EXIT PARAGRAPH
        END-IF
        MOVE WS-ACTIVITY-USERNAME TO WS-ESC-IN
        PERFORM Escape-Text
        MOVE FUNCTION TRIM(WS-ACTIVITY-CONNECTIONS) TO WS-NUMBER-TEXT-1
        MOVE FUNCTION TRIM(WS-ACTIVITY-SECONDS) TO WS-NUMBER-TEXT-2
        MOVE FUNCTION TRIM(WS-ACTIVITY-BROKEN) TO WS-NUMBER-TEXT-3
        MOVE FUNCTION TRIM(WS-ACTIVITY-PLACED) TO WS-NUMBER-TEXT-4
        MOVE FUNCTION TRIM(WS-ACTIVITY-TOGGLED) TO WS-NUMBER-TEXT-5
        MOVE FUNCTION TRIM(WS-ACTIVITY-CHAT) TO WS-NUMBER-TEXT-6

        MOVE SPACES TO WS-JSON-LINE
        STRING '    {"username": "' FUNCTION TRIM(WS-ESC-JSON)
            '", "connects": ' FUNCTION TRIM(WS-NUMBER-TEXT-1)
            ', "seconds": ' FUNCTION TRIM(WS-NUMBER-TEXT-2)
            ', "broken": ' FUNCTION TRIM(WS-NUMBER-TEXT-3)
            ', "placed": ' FUNCTION TRIM(WS-NUMBER-TEXT-4)
            ', "toggled": ' FUNCTION TRIM(WS-NUMBER-TEXT-5)
            ', "chat": ' FUNCTION TRIM(WS-NUMBER-TEXT-6) "}"
            DELIMITED BY SIZE INTO WS-JSON-LINE
        PERFORM Write-Json-Element
        MOVE SPACES TO WS-CSV-LINE
        STRING FUNCTION TRIM(WS-ESC-CSV)
            "," FUNCTION TRIM(WS-NUMBER-TEXT-1)
            "," FUNCTION TRIM(WS-NUMBER-TEXT-2)
            "," FUNCTION TRIM(WS-NUMBER-TEXT-3)
            "," FUNCTION TRIM(WS-NUMBER-TEXT-4)
            "," FUNCTION TRIM(WS-NUMBER-TEXT-5)
            "," FUNCTION TRIM(WS-NUMBER-TEXT-6)
            DELIMITED BY SIZE INTO WS-CSV-LINE
        PERFORM Write-Csv.

END PROGRAM WebsiteFeed-Export.

*> --- FeedOptOut-Set ---
*> Records a player's choice about the website feed in
*> world/feed-optout.txt (UUID hex, space, username - the username so
*> the activity report, which only carries names, can be filtered
*> too). LK-HIDE-FLAG "Y" adds the player, "N" takes them off; the
*> file is rewritten through a .new copy and mv, the way the ban list
*> is. The next WebsiteFeed-Export applies it.
IDENTIFICATION DIVISION.
PROGRAM-ID. FeedOptOut-Set.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTOUT-FILE ASSIGN TO "world/feed-optout.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    SELECT REWRITE-FILE ASSIGN TO "world/feed-optout.txt.new"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REWRITE-STATUS.

DATA DIVISION.
FILE SECTION.
FD OPTOUT-FILE.
01 OPTOUT-RECORD               PIC X(64).
FD REWRITE-FILE.
01 REWRITE-RECORD              PIC X(64).

WORKING-STORAGE SECTION.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-REWRITE-STATUS        PIC X(2).
    01 WS-LINE.
        02 WS-LINE-UUID-HEX     PIC X(32).
        02 FILLER               PIC X.
        02 WS-LINE-USERNAME     PIC X(16).
        02 FILLER               PIC X(15).

LINKAGE SECTION.
    01 LK-UUID-HEX              PIC X(32).
    01 LK-USERNAME              PIC X(16).
    01 LK-HIDE-FLAG             PIC X(1).
    01 LK-OK-FLAG               PIC X(1).

PROCEDURE DIVISION USING LK-UUID-HEX LK-USERNAME LK-HIDE-FLAG
        LK-OK-FLAG.
    MOVE "N" TO LK-OK-FLAG

    OPEN OUTPUT REWRITE-FILE
    IF WS-REWRITE-STATUS NOT = "00"
        CALL "SYSTEM" USING "mkdir -p world"
        OPEN OUTPUT REWRITE-FILE
    END-IF
    IF WS-REWRITE-STATUS NOT = "00"
        DISPLAY "[feed] unable to open world/feed-optout.txt.new, status=" WS-REWRITE-STATUS
        GOBACK
    END-IF

    *> Every other player's row carries over; this player's row is
    *> dropped and, when hiding, written back fresh with today's name
    OPEN INPUT OPTOUT-FILE
    IF WS-FILE-STATUS = "00"
        PERFORM UNTIL WS-FILE-STATUS NOT = "00"
            MOVE SPACES TO WS-LINE
            READ OPTOUT-FILE INTO WS-LINE
            IF WS-FILE-STATUS = "00"
                    AND WS-LINE-UUID-HEX NOT = LK-UUID-HEX
                WRITE REWRITE-RECORD FROM WS-LINE
            END-IF
        END-PERFORM
        CLOSE OPTOUT-FILE
    END-IF
    IF LK-HIDE-FLAG = "Y"
        MOVE SPACES TO WS-LINE
        MOVE LK-UUID-HEX TO WS-LINE-UUID-HEX
        MOVE LK-USERNAME TO WS-LINE-USERNAME
        WRITE REWRITE-RECORD FROM WS-LINE
    END-IF
    CLOSE REWRITE-FILE

    CALL "SYSTEM" USING "mv world/feed-optout.txt.new world/feed-optout.txt"
    IF RETURN-CODE = 0
        MOVE "Y" TO LK-OK-FLAG
    END-IF
    MOVE 0 TO RETURN-CODE

    GOBACK.

END PROGRAM FeedOptOut-Set.
