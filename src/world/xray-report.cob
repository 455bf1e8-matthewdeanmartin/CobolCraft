       >>SOURCE FORMAT FREE
*> --- XrayReport-Run ---
*> Daily batch job: reads the player breaks in logs/block-changes.log
*> over the last xray-days days (default 1; the live file plus any
*> rotated logs/archive/<timestamp>/ segment inside the window) and
*> sets each player's ore breaks against the ordinary stone and
*> deepslate they broke to get there. Per player: ores, valuable ores
*> (diamond, emerald, gold, ancient debris), stone, the ore share of
*> the two, and the average tunnel length - stone broken between one
*> ore find and the next. The server norm is the same share over every
*> player together. A player with at least xray-min-ores ores (default
*> 10) whose share is xray-ratio-factor times the norm or more (default
*> 3) is flagged; the flagged players are ranked by share, each with
*> the positions of their ore breaks for /lookup, and the top
*> xray-alert-top (default 3) go out through Alert-Raise. Everyone
*> else who mined at all is listed below for comparison. Written to
*> reports/xray-<timestamp>.log.
IDENTIFICATION DIVISION.
PROGRAM-ID. XrayReport-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BLOCK-CHANGE-LOG-FILE ASSIGN TO WS-CHANGE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHANGE-STATUS.
    SELECT LIST-FILE ASSIGN TO "cache/xray-list.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIST-STATUS.
    SELECT XRAY-REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD BLOCK-CHANGE-LOG-FILE.
01 BLOCK-CHANGE-LOG-RECORD     PIC X(128).
FD LIST-FILE.
01 LIST-RECORD                 PIC X(128).
FD XRAY-REPORT-FILE.
01 XRAY-REPORT-RECORD          PIC X(160).

WORKING-STORAGE SECTION.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-CHANGE-STATUS         PIC X(2).
    01 WS-LIST-STATUS           PIC X(2).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-NOW-DISPLAY           PIC 9(10).
    01 WS-WINDOW-START          BINARY-LONG UNSIGNED.
    01 WS-CHANGE-FILE-NAME      PIC X(128).
    01 WS-REPORT-FILE-NAME      PIC X(128).
    01 WS-ARCHIVE-STAMP-TEXT    PIC X(10).
    01 WS-ARCHIVE-STAMP         BINARY-LONG UNSIGNED.
    01 WS-NO-PLAYER-HEX         PIC X(32) VALUE ALL "0".

    01 WS-DAYS-KEY              PIC X(32) VALUE "xray-days".
    01 WS-DAYS-DEFAULT          BINARY-LONG VALUE 1.
    01 WS-DAYS                  BINARY-LONG.
    01 WS-MIN-ORES-KEY          PIC X(32) VALUE "xray-min-ores".
    01 WS-MIN-ORES-DEFAULT      BINARY-LONG VALUE 10.
    01 WS-MIN-ORES              BINARY-LONG.
    01 WS-FACTOR-KEY            PIC X(32) VALUE "xray-ratio-factor".
    01 WS-FACTOR-DEFAULT        BINARY-LONG VALUE 3.
    01 WS-FACTOR                BINARY-LONG.
    01 WS-TOP-KEY               PIC X(32) VALUE "xray-alert-top".
    01 WS-TOP-DEFAULT           BINARY-LONG VALUE 3.
    01 WS-TOP                   BINARY-LONG.

    *> --- block-changes.log record layout (see BlockChangeLog-Append) ---
    01 WS-CHANGE-LINE.
        02 WS-CHANGE-TIMESTAMP  PIC 9(10).
        02 FILLER               PIC X.
        02 WS-CHANGE-PLAYER     PIC X(32).
        02 FILLER               PIC X.
        02 WS-CHANGE-X          PIC -(9).
        02 FILLER               PIC X.
        02 WS-CHANGE-Y          PIC -(9).
        02 FILLER               PIC X.
        02 WS-CHANGE-Z          PIC -(9).
        02 FILLER               PIC X.
        02 WS-CHANGE-OLD-STATE  PIC -(9).
        02 FILLER               PIC X.
        02 WS-CHANGE-NEW-STATE  PIC -(9).
    01 WS-OLD-STATE             BINARY-LONG.
    01 WS-NEW-STATE             BINARY-LONG.

    *> --- the blocks that matter: S = ordinary stone, O = ore,
    *>     V = valuable ore ---
    01 WS-KIND-NAMES.
        02 FILLER PIC X(40) VALUE "Sminecraft:stone".
        02 FILLER PIC X(40) VALUE "Sminecraft:deepslate".
        02 FILLER PIC X(40) VALUE "Sminecraft:tuff".
        02 FILLER PIC X(40) VALUE "Sminecraft:granite".
        02 FILLER PIC X(40) VALUE "Sminecraft:diorite".
        02 FILLER PIC X(40) VALUE "Sminecraft:andesite".
        02 FILLER PIC X(40) VALUE "Sminecraft:netherrack".
        02 FILLER PIC X(40) VALUE "Ominecraft:coal_ore".
        02 FILLER PIC X(40) VALUE "Ominecraft:deepslate_coal_ore".
        02 FILLER PIC X(40) VALUE "Ominecraft:copper_ore".
        02 FILLER PIC X(40) VALUE "Ominecraft:deepslate_copper_ore".
        02 FILLER PIC X(40) VALUE "Ominecraft:iron_ore".
        02 FILLER PIC X(40) VALUE "Ominecraft:deepslate_iron_ore".
        02 FILLER PIC X(40) VALUE "Ominecraft:redstone_ore".
        02 FILLER PIC X(40) VALUE "Ominecraft:deepslate_redstone_ore".
        02 FILLER PIC X(40) VALUE "Ominecraft:lapis_ore".
        02 FILLER PIC X(40) VALUE "Ominecraft:deepslate_lapis_ore".
        02 FILLER PIC X(40) VALUE "Ominecraft:nether_quartz_ore".
        02 FILLER PIC X(40) VALUE "Vminecraft:gold_ore".
        02 FILLER PIC X(40) VALUE "Vminecraft:deepslate_gold_ore".
        02 FILLER PIC X(40) VALUE "Vminecraft:nether_gold_ore".
        02 FILLER PIC X(40) VALUE "Vminecraft:diamond_ore".
        02 FILLER PIC X(40) VALUE "Vminecraft:deepslate_diamond_ore".
        02 FILLER PIC X(40) VALUE "Vminecraft:emerald_ore".
        02 FILLER PIC X(40) VALUE "Vminecraft:deepslate_emerald_ore".
        02 FILLER PIC X(40) VALUE "Vminecraft:ancient_debris".
    01 WS-KIND-TABLE REDEFINES WS-KIND-NAMES.
        02 WS-KIND-ENTRY OCCURS 26 TIMES.
            03 WS-KIND-CLASS    PIC X(1).
            03 WS-KIND-NAME     PIC X(39).
    01 WS-KIND-COUNT            BINARY-LONG UNSIGNED VALUE 26.
    01 WS-KIND-RANGES.
        02 WS-KIND-RANGE OCCURS 26 TIMES.
            03 WS-KIND-MIN-STATE BINARY-LONG.
            03 WS-KIND-MAX-STATE BINARY-LONG.
    01 WS-KIND-IDX              BINARY-LONG UNSIGNED.
    01 WS-KIND-FOUND            BINARY-LONG UNSIGNED.
    01 WS-BLOCK-NAME            PIC X(64).
    01 WS-BLOCK-ID              BINARY-LONG.

    *> --- one entry per player who broke stone or ore ---
    01 WS-MINER-MAX             BINARY-LONG UNSIGNED VALUE 512.
    01 WS-MINER-COUNT           BINARY-LONG UNSIGNED VALUE 0.
    01 WS-MINER-OVERFLOW-WARNED PIC X(1) VALUE "N".
    01 WS-MINER-TABLE.
        02 WS-MINER-ENTRY OCCURS 512 TIMES.
            03 WS-MINER-HEX         PIC X(32).
            03 WS-MINER-ORES        BINARY-LONG UNSIGNED.
            03 WS-MINER-VALUABLE    BINARY-LONG UNSIGNED.
            03 WS-MINER-STONE       BINARY-LONG UNSIGNED.
            03 WS-MINER-RUN         BINARY-LONG UNSIGNED.
            03 WS-MINER-GAP-TOTAL   BINARY-LONG UNSIGNED.
            03 WS-MINER-GAP-COUNT   BINARY-LONG UNSIGNED.
            03 WS-MINER-SHARE       BINARY-LONG UNSIGNED.
            03 WS-MINER-FLAGGED     PIC X(1).
            03 WS-MINER-RANKED      PIC X(1).
    01 WS-MINER-IDX             BINARY-LONG UNSIGNED.

    *> --- every ore break, for the flagged players' positions ---
    01 WS-FIND-MAX              BINARY-LONG UNSIGNED VALUE 8192.
    01 WS-FIND-COUNT            BINARY-LONG UNSIGNED VALUE 0.
    01 WS-FIND-TABLE.
        02 WS-FIND-ENTRY OCCURS 8192 TIMES.
            03 WS-FIND-MINER-IDX    BINARY-LONG UNSIGNED.
            03 WS-FIND-TIMESTAMP    PIC 9(10).
            03 WS-FIND-X            BINARY-LONG.
            03 WS-FIND-Y            BINARY-LONG.
            03 WS-FIND-Z            BINARY-LONG.
            03 WS-FIND-KIND-IDX     BINARY-LONG UNSIGNED.
    01 WS-FIND-IDX              BINARY-LONG UNSIGNED.
    01 WS-FIND-LISTED           BINARY-LONG UNSIGNED.
    01 WS-FIND-LIST-MAX         BINARY-LONG UNSIGNED VALUE 25.

    *> --- server-wide totals and the norm they give ---
    01 WS-TOTAL-ORES            BINARY-LONG UNSIGNED VALUE 0.
    01 WS-TOTAL-VALUABLE        BINARY-LONG UNSIGNED VALUE 0.
    01 WS-TOTAL-STONE           BINARY-LONG UNSIGNED VALUE 0.
    01 WS-TOTAL-GAP             BINARY-LONG UNSIGNED VALUE 0.
    01 WS-TOTAL-GAP-COUNT       BINARY-LONG UNSIGNED VALUE 0.
    *> shares are per mille of ore + stone broken
    01 WS-NORM-SHARE            BINARY-LONG UNSIGNED VALUE 0.
    01 WS-FLAG-SHARE            BINARY-LONG UNSIGNED.
    01 WS-FLAGGED-COUNT         BINARY-LONG UNSIGNED VALUE 0.
    01 WS-RANK                  BINARY-LONG UNSIGNED.
    01 WS-BEST-IDX              BINARY-LONG UNSIGNED.

    COPY DD-PLAYER-STATS REPLACING LEADING ==PREFIX== BY ==WS==.
    01 WS-MINER-NAME            PIC X(16).
    01 WS-SHARE-VALUE           PIC S9(3)V9.
    01 WS-SHARE-DISPLAY         PIC ZZ9.9.
    01 WS-TIMES-VALUE           PIC S9(5)V9.
    01 WS-TIMES-DISPLAY         PIC ZZZZ9.9.
    01 WS-GAP-VALUE             BINARY-LONG UNSIGNED.
    01 WS-GAP-DISPLAY           PIC Z(8)9.
    01 WS-ORES-DISPLAY          PIC Z(8)9.
    01 WS-VALUABLE-DISPLAY      PIC Z(8)9.
    01 WS-STONE-DISPLAY         PIC Z(8)9.
    01 WS-COUNT-DISPLAY         PIC Z(8)9.
    01 WS-RANK-DISPLAY          PIC Z(3)9.
    01 WS-X-DISPLAY             PIC -(9)9.
    01 WS-Y-DISPLAY             PIC -(9)9.
    01 WS-Z-DISPLAY             PIC -(9)9.
    01 WS-REPORT-LINE           PIC X(160).
    01 WS-ALERT-TEXT            PIC X(200).

PROCEDURE DIVISION.
    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE WS-NOW TO WS-NOW-DISPLAY
    MOVE 0 TO WS-MINER-COUNT
    MOVE 0 TO WS-FIND-COUNT
    MOVE 0 TO WS-TOTAL-ORES
    MOVE 0 TO WS-TOTAL-VALUABLE
    MOVE 0 TO WS-TOTAL-STONE
    MOVE 0 TO WS-TOTAL-GAP
    MOVE 0 TO WS-TOTAL-GAP-COUNT
    MOVE 0 TO WS-NORM-SHARE
    MOVE 0 TO WS-FLAGGED-COUNT
    MOVE "N" TO WS-MINER-OVERFLOW-WARNED
    CALL "ServerConfig-GetNumber" USING WS-DAYS-KEY WS-DAYS-DEFAULT
        WS-DAYS
    IF WS-DAYS < 1
        MOVE WS-DAYS-DEFAULT TO WS-DAYS
    END-IF
    CALL "ServerConfig-GetNumber" USING WS-MIN-ORES-KEY
        WS-MIN-ORES-DEFAULT WS-MIN-ORES
    CALL "ServerConfig-GetNumber" USING WS-FACTOR-KEY WS-FACTOR-DEFAULT
        WS-FACTOR
    IF WS-FACTOR < 1
        MOVE WS-FACTOR-DEFAULT TO WS-FACTOR
    END-IF
    CALL "ServerConfig-GetNumber" USING WS-TOP-KEY WS-TOP-DEFAULT WS-TOP
    COMPUTE WS-WINDOW-START = WS-NOW - WS-DAYS * 86400
    MOVE SPACES TO WS-REPORT-FILE-NAME
    STRING "reports/xray-" WS-NOW-DISPLAY ".log"
        DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME

    PERFORM Load-Kind-Ranges

    *> Rotated segments stamped after the window opened can still hold
    *> rows from inside it.
    CALL "SYSTEM" USING "mkdir -p cache && ls -1 logs/archive/*/block-changes.log 2>/dev/null > cache/xray-list.tmp"
    OPEN INPUT LIST-FILE
    IF WS-LIST-STATUS = "00"
        PERFORM UNTIL WS-LIST-STATUS NOT = "00"
            READ LIST-FILE
            IF WS-LIST-STATUS = "00"
                MOVE LIST-RECORD(14:10) TO WS-ARCHIVE-STAMP-TEXT
                IF WS-ARCHIVE-STAMP-TEXT IS NUMERIC
                    MOVE WS-ARCHIVE-STAMP-TEXT TO WS-ARCHIVE-STAMP
                    IF WS-ARCHIVE-STAMP > WS-WINDOW-START
                        MOVE LIST-RECORD TO WS-CHANGE-FILE-NAME
                        PERFORM Fold-Change-File
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE LIST-FILE
    END-IF
    CALL "SYSTEM" USING "rm -f cache/xray-list.tmp"
    MOVE "logs/block-changes.log" TO WS-CHANGE-FILE-NAME
    PERFORM Fold-Change-File

    PERFORM Compute-Shares

    OPEN OUTPUT XRAY-REPORT-FILE
    IF WS-FILE-STATUS NOT = "00"
        CALL "SYSTEM" USING "mkdir -p reports"
        OPEN OUTPUT XRAY-REPORT-FILE
    END-IF
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "[xray] unable to open " FUNCTION TRIM(WS-REPORT-FILE-NAME) ", status=" WS-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE WS-DAYS TO WS-COUNT-DISPLAY
    MOVE SPACES TO WS-REPORT-LINE
    STRING "SUSPICIOUS MINING, LAST " FUNCTION TRIM(WS-COUNT-DISPLAY)
        " DAY(S)" DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE XRAY-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE WS-TOTAL-ORES TO WS-ORES-DISPLAY
    MOVE WS-TOTAL-VALUABLE TO WS-VALUABLE-DISPLAY
    MOVE WS-TOTAL-STONE TO WS-STONE-DISPLAY
    COMPUTE WS-SHARE-VALUE = WS-NORM-SHARE / 10
    MOVE WS-SHARE-VALUE TO WS-SHARE-DISPLAY
    MOVE 0 TO WS-GAP-VALUE
    IF WS-TOTAL-GAP-COUNT > 0
        COMPUTE WS-GAP-VALUE = WS-TOTAL-GAP / WS-TOTAL-GAP-COUNT
    END-IF
    MOVE WS-GAP-VALUE TO WS-GAP-DISPLAY
    MOVE SPACES TO WS-REPORT-LINE
    STRING "SERVER NORM: ores " FUNCTION TRIM(WS-ORES-DISPLAY)
        " (valuable " FUNCTION TRIM(WS-VALUABLE-DISPLAY) ") stone "
        FUNCTION TRIM(WS-STONE-DISPLAY) " ore share "
        FUNCTION TRIM(WS-SHARE-DISPLAY) "% tunnel "
        FUNCTION TRIM(WS-GAP-DISPLAY) " blocks per find"
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE XRAY-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO XRAY-REPORT-RECORD
    WRITE XRAY-REPORT-RECORD
    MOVE "FLAGGED, HIGHEST ORE SHARE FIRST" TO XRAY-REPORT-RECORD
    WRITE XRAY-REPORT-RECORD
    MOVE 0 TO WS-RANK
    PERFORM Report-Next-Flagged
        UNTIL WS-RANK >= WS-FLAGGED-COUNT

    MOVE SPACES TO XRAY-REPORT-RECORD
    WRITE XRAY-REPORT-RECORD
    MOVE "ALL MINERS" TO XRAY-REPORT-RECORD
    WRITE XRAY-REPORT-RECORD
    PERFORM VARYING WS-MINER-IDX FROM 1 BY 1
            UNTIL WS-MINER-IDX > WS-MINER-COUNT
        PERFORM Write-Miner-Line
    END-PERFORM

    MOVE SPACES TO XRAY-REPORT-RECORD
    WRITE XRAY-REPORT-RECORD
    MOVE WS-MINER-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO WS-REPORT-LINE
    STRING "MINERS: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE XRAY-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE WS-FLAGGED-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO WS-REPORT-LINE
    STRING "FLAGGED: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE XRAY-REPORT-RECORD FROM WS-REPORT-LINE
    CLOSE XRAY-REPORT-FILE

    DISPLAY "[xray] " FUNCTION TRIM(WS-REPORT-FILE-NAME) " written"

    MOVE 0 TO RETURN-CODE
    GOBACK.

    *> State-ID range of every stone and ore type; a type the registry
    *> does not know gets an empty range and never matches.
    Load-Kind-Ranges.
        PERFORM VARYING WS-KIND-IDX FROM 1 BY 1
                UNTIL WS-KIND-IDX > WS-KIND-COUNT
            MOVE WS-KIND-NAME(WS-KIND-IDX) TO WS-BLOCK-NAME
            CALL "Registries-Lookup" USING "minecraft:block"
                WS-BLOCK-NAME WS-BLOCK-ID
            IF WS-BLOCK-ID < 0
                MOVE 1 TO WS-KIND-MIN-STATE(WS-KIND-IDX)
                MOVE 0 TO WS-KIND-MAX-STATE(WS-KIND-IDX)
            ELSE
                CALL "Blocks-GetStateIds" USING WS-BLOCK-ID
                    WS-KIND-MIN-STATE(WS-KIND-IDX)
                    WS-KIND-MAX-STATE(WS-KIND-IDX)
            END-IF
        END-PERFORM.

    Fold-Change-File.
        OPEN INPUT BLOCK-CHANGE-LOG-FILE
        IF WS-CHANGE-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-CHANGE-STATUS NOT = "00"
            READ BLOCK-CHANGE-LOG-FILE INTO WS-CHANGE-LINE
            IF WS-CHANGE-STATUS = "00" AND WS-CHANGE-TIMESTAMP IS NUMERIC
                    AND WS-CHANGE-TIMESTAMP > WS-WINDOW-START
                    AND WS-CHANGE-PLAYER NOT = WS-NO-PLAYER-HEX
                PERFORM Fold-Change-Row
            END-IF
        END-PERFORM
        CLOSE BLOCK-CHANGE-LOG-FILE.

    *> Only breaks count: the block became air.
    Fold-Change-Row.
        MOVE WS-CHANGE-NEW-STATE TO WS-NEW-STATE
        IF WS-NEW-STATE NOT = 0
            EXIT PARAGRAPH
        END-IF
        MOVE WS-CHANGE-OLD-STATE TO WS-OLD-STATE
        MOVE 0 TO WS-KIND-FOUND
        PERFORM VARYING WS-KIND-IDX FROM 1 BY 1
                UNTIL WS-KIND-IDX > WS-KIND-COUNT
            IF WS-OLD-STATE >= WS-KIND-MIN-STATE(WS-KIND-IDX)
                    AND WS-OLD-STATE <= WS-KIND-MAX-STATE(WS-KIND-IDX)
                MOVE WS-KIND-IDX TO WS-KIND-FOUND
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF WS-KIND-FOUND = 0
            EXIT PARAGRAPH
        END-IF

        PERFORM Find-Or-Add-Miner
        IF WS-MINER-IDX = 0
            EXIT PARAGRAPH
        END-IF
        IF WS-KIND-CLASS(WS-KIND-FOUND) = "S"
            ADD 1 TO WS-MINER-STONE(WS-MINER-IDX)
            ADD 1 TO WS-MINER-RUN(WS-MINER-IDX)
            ADD 1 TO WS-TOTAL-STONE
            EXIT PARAGRAPH
        END-IF

        ADD 1 TO WS-MINER-ORES(WS-MINER-IDX)
        ADD 1 TO WS-TOTAL-ORES
        IF WS-KIND-CLASS(WS-KIND-FOUND) = "V"
            ADD 1 TO WS-MINER-VALUABLE(WS-MINER-IDX)
            ADD 1 TO WS-TOTAL-VALUABLE
        END-IF
        *> The tunnel behind a find: stone broken since the last one.
        *> Mining out the rest of a vein adds a zero-length gap, which
        *> is as it should be - a vein is one find either way.
        IF WS-MINER-ORES(WS-MINER-IDX) > 1
            ADD WS-MINER-RUN(WS-MINER-IDX) TO WS-MINER-GAP-TOTAL(WS-MINER-IDX)
            ADD 1 TO WS-MINER-GAP-COUNT(WS-MINER-IDX)
            ADD WS-MINER-RUN(WS-MINER-IDX) TO WS-TOTAL-GAP
            ADD 1 TO WS-TOTAL-GAP-COUNT
        END-IF
        MOVE 0 TO WS-MINER-RUN(WS-MINER-IDX)

        IF WS-FIND-COUNT < WS-FIND-MAX
            ADD 1 TO WS-FIND-COUNT
            MOVE WS-MINER-IDX TO WS-FIND-MINER-IDX(WS-FIND-COUNT)
            MOVE WS-CHANGE-TIMESTAMP TO WS-FIND-TIMESTAMP(WS-FIND-COUNT)
            MOVE WS-CHANGE-X TO WS-FIND-X(WS-FIND-COUNT)
            MOVE WS-CHANGE-Y TO WS-FIND-Y(WS-FIND-COUNT)
            MOVE WS-CHANGE-Z TO WS-FIND-Z(WS-FIND-COUNT)
            MOVE WS-KIND-FOUND TO WS-FIND-KIND-IDX(WS-FIND-COUNT)
        END-IF.

    Find-Or-Add-Miner.
        PERFORM VARYING WS-MINER-IDX FROM 1 BY 1
                UNTIL WS-MINER-IDX > WS-MINER-COUNT
            IF WS-MINER-HEX(WS-MINER-IDX) = WS-CHANGE-PLAYER
                EXIT PARAGRAPH
            END-IF
        END-PERFORM
        IF WS-MINER-COUNT >= WS-MINER-MAX
            IF WS-MINER-OVERFLOW-WARNED = "N"
                DISPLAY "[xray] more than " WS-MINER-MAX
                    " miners, the rest are not analysed"
                MOVE "Y" TO WS-MINER-OVERFLOW-WARNED
            END-IF
            MOVE 0 TO WS-MINER-IDX
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-MINER-COUNT
        MOVE WS-MINER-COUNT TO WS-MINER-IDX
        INITIALIZE WS-MINER-ENTRY(WS-MINER-IDX)
        MOVE WS-CHANGE-PLAYER TO WS-MINER-HEX(WS-MINER-IDX)
        MOVE "N" TO WS-MINER-FLAGGED(WS-MINER-IDX)
        MOVE "N" TO WS-MINER-RANKED(WS-MINER-IDX).

    Compute-Shares.
        IF WS-TOTAL-ORES + WS-TOTAL-STONE > 0
            COMPUTE WS-NORM-SHARE =
                WS-TOTAL-ORES * 1000 / (WS-TOTAL-ORES + WS-TOTAL-STONE)
        END-IF
        COMPUTE WS-FLAG-SHARE = WS-NORM-SHARE * WS-FACTOR
        PERFORM VARYING WS-MINER-IDX FROM 1 BY 1
                UNTIL WS-MINER-IDX > WS-MINER-COUNT
            COMPUTE WS-MINER-SHARE(WS-MINER-IDX) =
                WS-MINER-ORES(WS-MINER-IDX) * 1000
                / (WS-MINER-ORES(WS-MINER-IDX)
                    + WS-MINER-STONE(WS-MINER-IDX))
            IF WS-MINER-ORES(WS-MINER-IDX) >= WS-MIN-ORES
                    AND WS-NORM-SHARE > 0
                    AND WS-MINER-SHARE(WS-MINER-IDX) >= WS-FLAG-SHARE
                MOVE "Y" TO WS-MINER-FLAGGED(WS-MINER-IDX)
                ADD 1 TO WS-FLAGGED-COUNT
            END-IF
        END-PERFORM.

    *> Picks the unranked flagged player with the highest share.
    Report-Next-Flagged.
        MOVE 0 TO WS-BEST-IDX
        PERFORM VARYING WS-MINER-IDX FROM 1 BY 1
                UNTIL WS-MINER-IDX > WS-MINER-COUNT
            IF WS-MINER-FLAGGED(WS-MINER-IDX) = "Y"
                    AND WS-MINER-RANKED(WS-MINER-IDX) = "N"
                IF WS-BEST-IDX = 0
                    MOVE WS-MINER-IDX TO WS-BEST-IDX
                ELSE
                    IF WS-MINER-SHARE(WS-MINER-IDX)
                            > WS-MINER-SHARE(WS-BEST-IDX)
                        MOVE WS-MINER-IDX TO WS-BEST-IDX
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        ADD 1 TO WS-RANK
        MOVE "Y" TO WS-MINER-RANKED(WS-BEST-IDX)
        MOVE WS-BEST-IDX TO WS-MINER-IDX

        MOVE SPACES TO XRAY-REPORT-RECORD
        WRITE XRAY-REPORT-RECORD
        MOVE WS-RANK TO WS-RANK-DISPLAY
        COMPUTE WS-TIMES-VALUE =
            WS-MINER-SHARE(WS-MINER-IDX) / WS-NORM-SHARE
        MOVE WS-TIMES-VALUE TO WS-TIMES-DISPLAY
        MOVE SPACES TO WS-REPORT-LINE
        STRING "#" FUNCTION TRIM(WS-RANK-DISPLAY) " "
            FUNCTION TRIM(WS-TIMES-DISPLAY) " x the server norm"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE XRAY-REPORT-RECORD FROM WS-REPORT-LINE
        PERFORM Write-Miner-Line

        MOVE 0 TO WS-FIND-LISTED
        PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                UNTIL WS-FIND-IDX > WS-FIND-COUNT
                    OR WS-FIND-LISTED >= WS-FIND-LIST-MAX
            IF WS-FIND-MINER-IDX(WS-FIND-IDX) = WS-MINER-IDX
                ADD 1 TO WS-FIND-LISTED
                MOVE WS-FIND-X(WS-FIND-IDX) TO WS-X-DISPLAY
                MOVE WS-FIND-Y(WS-FIND-IDX) TO WS-Y-DISPLAY
                MOVE WS-FIND-Z(WS-FIND-IDX) TO WS-Z-DISPLAY
                MOVE SPACES TO WS-REPORT-LINE
                STRING "    " WS-FIND-TIMESTAMP(WS-FIND-IDX) " "
                    FUNCTION TRIM(WS-X-DISPLAY) " "
                    FUNCTION TRIM(WS-Y-DISPLAY) " "
                    FUNCTION TRIM(WS-Z-DISPLAY) " "
                    FUNCTION TRIM(WS-KIND-NAME(WS-FIND-KIND-IDX(WS-FIND-IDX)))
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                WRITE XRAY-REPORT-RECORD FROM WS-REPORT-LINE
            END-IF
        END-PERFORM
        IF WS-FIND-LISTED < WS-MINER-ORES(WS-MINER-IDX)
            COMPUTE WS-COUNT-DISPLAY =
                WS-MINER-ORES(WS-MINER-IDX) - WS-FIND-LISTED
            MOVE SPACES TO WS-REPORT-LINE
            STRING "    ... " FUNCTION TRIM(WS-COUNT-DISPLAY)
                " more ore breaks not listed"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            WRITE XRAY-REPORT-RECORD FROM WS-REPORT-LINE
        END-IF

        IF WS-RANK <= WS-TOP
            MOVE SPACES TO WS-ALERT-TEXT
            STRING "Possible x-ray: " FUNCTION TRIM(WS-MINER-NAME)
                " ore share " FUNCTION TRIM(WS-SHARE-DISPLAY) "% ("
                FUNCTION TRIM(WS-TIMES-DISPLAY) " x norm), "
                FUNCTION TRIM(WS-VALUABLE-DISPLAY) " valuable - see "
                FUNCTION TRIM(WS-REPORT-FILE-NAME)
                DELIMITED BY SIZE INTO WS-ALERT-TEXT
            CALL "Alert-Raise" USING "WARN    " "XRAY            "
                WS-ALERT-TEXT
        END-IF.

    Write-Miner-Line.
        CALL "Stats-Get" USING WS-MINER-HEX(WS-MINER-IDX) WS-STATS
        IF WS-STATS-USERNAME = SPACES
            MOVE WS-MINER-HEX(WS-MINER-IDX) TO WS-MINER-NAME
        ELSE
            MOVE WS-STATS-USERNAME TO WS-MINER-NAME
        END-IF
        MOVE WS-MINER-ORES(WS-MINER-IDX) TO WS-ORES-DISPLAY
        MOVE WS-MINER-VALUABLE(WS-MINER-IDX) TO WS-VALUABLE-DISPLAY
        MOVE WS-MINER-STONE(WS-MINER-IDX) TO WS-STONE-DISPLAY
        COMPUTE WS-SHARE-VALUE = WS-MINER-SHARE(WS-MINER-IDX) / 10
        MOVE WS-SHARE-VALUE TO WS-SHARE-DISPLAY
        MOVE 0 TO WS-GAP-VALUE
        IF WS-MINER-GAP-COUNT(WS-MINER-IDX) > 0
            COMPUTE WS-GAP-VALUE = WS-MINER-GAP-TOTAL(WS-MINER-IDX)
                / WS-MINER-GAP-COUNT(WS-MINER-IDX)
        END-IF
        MOVE WS-GAP-VALUE TO WS-GAP-DISPLAY
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  " WS-MINER-NAME " " WS-MINER-HEX(WS-MINER-IDX)
            " ores " FUNCTION TRIM(WS-ORES-DISPLAY)
            " valuable " FUNCTION TRIM(WS-VALUABLE-DISPLAY)
            " stone " FUNCTION TRIM(WS-STONE-DISPLAY)
            " share " FUNCTION TRIM(WS-SHARE-DISPLAY)
            "% tunnel " FUNCTION TRIM(WS-GAP-DISPLAY)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE XRAY-REPORT-RECORD FROM WS-REPORT-LINE.

END PROGRAM XrayReport-Run.
