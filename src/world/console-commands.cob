*>                         the row once the time is served
*>   pardon <username>     lifts every ban row for the player
*>   packetstats           dumps per-packet-type traffic counters
*>   lagsources            dumps the busiest tick-work positions,
*>                         chunks and claims this hour (see
*>                         LagProfile-Dump)
*>   op <username> <level> grants permission level 1-4 (see
*>                         Ops-GetLevel for what each level means);
*>                         audit-logged to logs/ops.log
*>                         applied; see ServerConfig-Load)
*>   reload                re-reads the editable config files
*>                         (server.properties, announcements, banned
*>                         words, achievements) without a restart
*>   preflight             runs the boot-time config pre-flight (see
*>                         ConfigPreflight-Run) over the files as they
*>                         stand now - check an edit before reloading
*>   border <cx> <cz> <radius>
*>                         sets the world border live (radius 0 turns
*>                         it off); edit server.properties too if the
*>   restart <seconds>     arms the clean-restart countdown (see
*>                         RestartScheduler-Sweep) with a custom lead
*>                         time
*>   playerdata export <uuid-hex>
*>   playerdata erase <uuid-hex>
*>                         gathers everything stored for the player
*>                         into one export file, or removes it (refused
*>                         while they are online or trading); see
*>                         PlayerData-Run, audit-logged to
*>                         logs/player-data.log
*>   worldaudit [repair]   checks the container/sign/furnace/spawn-point
*>                         files against the blocks in the world (see
*>                         WorldAudit-Run); "repair" moves orphans to
*>                         world/orphans/<timestamp>/
*>   invsnap list <username|uuid-hex>
*>   invsnap show <username|uuid-hex> <id>
*>   invsnap restore <username|uuid-hex> <id>
*>                         lists a player's inventory snapshots, shows
*>                         what one holds, or restores one as their
*>                         saved inventory (refused while they are
*>                         online); see InventorySnapshot-Run, restores
*>                         audit-logged to logs/staff-actions.log
*>   chatlog <username|uuid-hex|-> <from-ts|-> <to-ts|->
*>           <global|local|staff|private|all> [keyword]
*>                         writes a chat transcript for an appeal from
*>                         the live and archived chat logs, with word
*>                         filter and flood guard actions marked (see
*>                         ChatTranscript-Run); every export is
*>                         recorded in logs/admin.log
*>   quit / exit           host console: clean shutdown of the command
*>                         loop; remote session: closes the session
IDENTIFICATION DIVISION.
    COPY DD-PLAYERS.
    COPY DD-TEXT-COMPONENT REPLACING LEADING ==PREFIX== BY ==BROADCAST==.
    COPY DD-CHAT-LOG-ENTRY REPLACING LEADING ==PREFIX== BY ==BCAST==.
    COPY DD-STAFF-ACTOR.
    01 WS-COMMAND                PIC X(16).
    01 WS-ARGUMENT               PIC X(256).
    01 WS-SCAN-POINTER           BINARY-LONG.
    01 WS-END-REASON              PIC X(16) VALUE "KICK".
    01 WS-BAN-END-REASON          PIC X(16) VALUE "BAN".
    01 WS-SHUTDOWN-REASON         PIC X(16) VALUE "SHUTDOWN".
    01 WS-ACTOR-SESSION-DISPLAY   PIC Z(5)9.
    *> --- ban/tempban/pardon command fields (see BanList-Add/Remove) ---
    01 WS-BAN-USERNAME            PIC X(16).
    01 WS-BAN-HOURS-TOKEN         PIC X(16).
        02 WS-ROLLBACK-MAX-X      BINARY-LONG.
        02 WS-ROLLBACK-MAX-Y      BINARY-LONG.
        02 WS-ROLLBACK-MAX-Z      BINARY-LONG.
    *> --- playerdata command fields (see PlayerData-Run) ---
    01 WS-DATA-MODE-TOKEN         PIC X(16).
    01 WS-DATA-MODE               PIC X(8).
    01 WS-DATA-UUID-TOKEN         PIC X(64).
    01 WS-DATA-UUID-HEX           PIC X(32).
    01 WS-DATA-OPERATOR           PIC X(46).
    01 WS-DATA-SESSION-DISPLAY    PIC Z(9)9.
    *> --- worldaudit command fields (see WorldAudit-Run) ---
    01 WS-AUDIT-REPAIR-FLAG       PIC X(1).
    *> --- invsnap command fields (see InventorySnapshot-Run) ---
    01 WS-SNAP-MODE-TOKEN         PIC X(16).
    01 WS-SNAP-MODE               PIC X(8).
    01 WS-SNAP-WHO-TOKEN          PIC X(64).
    01 WS-SNAP-ID-TOKEN           PIC X(16).
    01 WS-SNAP-USERNAME           PIC X(16).
    01 WS-SNAP-UUID-HEX           PIC X(32).
    01 WS-SNAP-FOUND-FLAG         PIC X(1).
    01 WS-SNAP-ID                 BINARY-LONG UNSIGNED.
    *> --- chatlog command fields (see ChatTranscript-Run) ---
    01 WS-CHATLOG-TOKENS.
        02 WS-CHATLOG-WHO-TOKEN   PIC X(64).
        02 WS-CHATLOG-FROM-TOKEN  PIC X(16).
        02 WS-CHATLOG-TO-TOKEN    PIC X(16).
        02 WS-CHATLOG-CHANNEL     PIC X(8).
    01 WS-CHATLOG-KEYWORD         PIC X(64).
    01 WS-CHATLOG-USERNAME        PIC X(16).
    01 WS-CHATLOG-UUID-HEX        PIC X(32).
    01 WS-CHATLOG-FOUND-FLAG      PIC X(1).
    01 WS-CHATLOG-FROM-TS         BINARY-LONG UNSIGNED.
    01 WS-CHATLOG-TO-TS           BINARY-LONG UNSIGNED.
    01 WS-CHATLOG-OPERATOR        PIC X(46).
    COPY DD-PLAYER-STATS REPLACING LEADING ==PREFIX== BY ==CHATLOG==.

LINKAGE SECTION.
    01 LK-INPUT-LINE            PIC X(256).
        MOVE LK-INPUT-LINE(WS-SCAN-POINTER:) TO WS-ARGUMENT
    END-IF

    *> Whatever this command bans, ops or rolls back is on the record
    *> as the console's doing (see DD-STAFF-ACTOR)
    MOVE ALL "0" TO STAFF-ACTOR-HEX
    IF LK-SESSION = 0
        MOVE "console" TO STAFF-ACTOR-NAME
    ELSE
        MOVE LK-SESSION TO WS-ACTOR-SESSION-DISPLAY
        MOVE SPACES TO STAFF-ACTOR-NAME
        STRING "admin#" FUNCTION TRIM(WS-ACTOR-SESSION-DISPLAY)
            DELIMITED BY SIZE INTO STAFF-ACTOR-NAME
    END-IF

    EVALUATE WS-COMMAND
        WHEN "broadcast"
            PERFORM Broadcast-Message
            CALL "PacketStats-Dump"
            MOVE "Packet statistics dumped to the host console" TO WS-REPLY-LINE
            PERFORM Console-Reply
        WHEN "lagsources"
            CALL "LagProfile-Dump" USING "C"
            MOVE "Lag sources dumped to the host console" TO WS-REPLY-LINE
            PERFORM Console-Reply
        WHEN "config"
            PERFORM Show-Config
        WHEN "reload"
            PERFORM Reload-Config-Files
        WHEN "preflight"
            CALL "ConfigPreflight-Run" USING "CHECK   " WS-REPLY-LINE
            PERFORM Console-Reply
        WHEN "border"
            PERFORM Set-World-Border
        WHEN "restart"
            PERFORM Trigger-Restart
        WHEN "rollback"
            PERFORM Rollback-Changes
        WHEN "playerdata"
            PERFORM Player-Data-Request
        WHEN "worldaudit"
            PERFORM World-Audit
        WHEN "invsnap"
            PERFORM Inventory-Snapshot-Request
        WHEN "chatlog"
            PERFORM Chat-Transcript-Request
        WHEN "quit"
            PERFORM End-Of-Session
        WHEN "exit"
            PERFORM Console-Reply
    END-EVALUATE

    MOVE SPACES TO STAFF-ACTOR
    GOBACK.

    Console-Reply.
        CALL "ServerConfig-Load"
        CALL "Announcements-Load"
        CALL "WordFilter-Load"
        CALL "Achievements-Load"
        MOVE "Configuration, announcements, word filter and achievements reloaded" TO WS-REPLY-LINE
        PERFORM Console-Reply.

    Trigger-Restart.
            PERFORM Console-Reply
        END-IF.

    Player-Data-Request.
        MOVE SPACES TO WS-DATA-MODE-TOKEN
        MOVE SPACES TO WS-DATA-UUID-TOKEN
        MOVE 1 TO WS-SCAN-POINTER
        UNSTRING WS-ARGUMENT DELIMITED BY ALL SPACE
            INTO WS-DATA-MODE-TOKEN WS-DATA-UUID-TOKEN
            WITH POINTER WS-SCAN-POINTER
        EVALUATE WS-DATA-MODE-TOKEN
            WHEN "export"
                MOVE "EXPORT" TO WS-DATA-MODE
            WHEN "erase"
                MOVE "ERASE" TO WS-DATA-MODE
            WHEN OTHER
                MOVE SPACES TO WS-DATA-MODE
        END-EVALUATE
        *> UUIDs are keyed by their 32-digit hex, the form the per-UUID
        *> files are named by
        IF WS-DATA-MODE = SPACES
                OR WS-DATA-UUID-TOKEN(33:32) NOT = SPACES
                OR WS-DATA-UUID-TOKEN(32:1) = SPACE
            MOVE "Usage: playerdata export|erase <uuid-hex>" TO WS-REPLY-LINE
            PERFORM Console-Reply
            EXIT PARAGRAPH
        END-IF
        MOVE WS-DATA-UUID-TOKEN(1:32) TO WS-DATA-UUID-HEX
        INSPECT WS-DATA-UUID-HEX CONVERTING "ABCDEF" TO "abcdef"

        IF LK-SESSION = 0
            MOVE "console" TO WS-DATA-OPERATOR
        ELSE
            MOVE LK-SESSION TO WS-DATA-SESSION-DISPLAY
            MOVE SPACES TO WS-DATA-OPERATOR
            STRING "admin session " FUNCTION TRIM(WS-DATA-SESSION-DISPLAY)
                DELIMITED BY SIZE INTO WS-DATA-OPERATOR
        END-IF
        CALL "PlayerData-Run" USING WS-DATA-MODE WS-DATA-UUID-HEX
            WS-DATA-OPERATOR WS-REPLY-LINE
        PERFORM Console-Reply.

    World-Audit.
        EVALUATE FUNCTION TRIM(WS-ARGUMENT)
            WHEN SPACES
                MOVE "N" TO WS-AUDIT-REPAIR-FLAG
            WHEN "repair"
                MOVE "Y" TO WS-AUDIT-REPAIR-FLAG
            WHEN OTHER
                MOVE "Usage: worldaudit [repair]" TO WS-REPLY-LINE
                PERFORM Console-Reply
                EXIT PARAGRAPH
        END-EVALUATE
        CALL "WorldAudit-Run" USING WS-AUDIT-REPAIR-FLAG
        MOVE "World audit written to reports/ (see the host console)" TO WS-REPLY-LINE
        PERFORM Console-Reply.

    Inventory-Snapshot-Request.
        MOVE SPACES TO WS-SNAP-MODE-TOKEN
        MOVE SPACES TO WS-SNAP-WHO-TOKEN
        MOVE SPACES TO WS-SNAP-ID-TOKEN
        MOVE 1 TO WS-SCAN-POINTER
        UNSTRING WS-ARGUMENT DELIMITED BY ALL SPACE
            INTO WS-SNAP-MODE-TOKEN WS-SNAP-WHO-TOKEN WS-SNAP-ID-TOKEN
            WITH POINTER WS-SCAN-POINTER
        EVALUATE WS-SNAP-MODE-TOKEN
            WHEN "list"
                MOVE "LIST" TO WS-SNAP-MODE
            WHEN "show"
                MOVE "SHOW" TO WS-SNAP-MODE
            WHEN "restore"
                MOVE "RESTORE" TO WS-SNAP-MODE
            WHEN OTHER
                MOVE SPACES TO WS-SNAP-MODE
        END-EVALUATE
        MOVE 0 TO WS-SNAP-ID
        IF WS-SNAP-MODE NOT = "LIST"
                AND FUNCTION TRIM(WS-SNAP-ID-TOKEN) IS NUMERIC
            COMPUTE WS-SNAP-ID = FUNCTION NUMVAL(WS-SNAP-ID-TOKEN)
        END-IF
        IF WS-SNAP-MODE = SPACES
                OR WS-SNAP-WHO-TOKEN = SPACES
                OR (WS-SNAP-MODE NOT = "LIST" AND WS-SNAP-ID = 0)
            MOVE "Usage: invsnap list <player> | invsnap show|restore <player> <id>" TO WS-REPLY-LINE
            PERFORM Console-Reply
            EXIT PARAGRAPH
        END-IF

        *> A 32-digit token is the hex UUID the files are named by;
        *> anything else is a username, resolved like op/ban
        IF WS-SNAP-WHO-TOKEN(32:1) NOT = SPACE
                AND WS-SNAP-WHO-TOKEN(33:32) = SPACES
            MOVE WS-SNAP-WHO-TOKEN(1:32) TO WS-SNAP-UUID-HEX
            INSPECT WS-SNAP-UUID-HEX CONVERTING "ABCDEF" TO "abcdef"
        ELSE
            MOVE WS-SNAP-WHO-TOKEN TO WS-SNAP-USERNAME
            CALL "PlayerLookup-UuidHex" USING WS-SNAP-USERNAME
                WS-SNAP-UUID-HEX WS-SNAP-FOUND-FLAG
            IF WS-SNAP-FOUND-FLAG NOT = "Y"
                MOVE SPACES TO WS-REPLY-LINE
                STRING "No player named " FUNCTION TRIM(WS-SNAP-USERNAME)
                    " has ever connected" DELIMITED BY SIZE
                    INTO WS-REPLY-LINE
                PERFORM Console-Reply
                EXIT PARAGRAPH
            END-IF
        END-IF
        CALL "InventorySnapshot-Run" USING WS-SNAP-MODE WS-SNAP-UUID-HEX
            WS-SNAP-ID LK-SESSION.

    Chat-Transcript-Request.
        MOVE SPACES TO WS-CHATLOG-TOKENS
        MOVE SPACES TO WS-CHATLOG-KEYWORD
        MOVE 1 TO WS-SCAN-POINTER
        UNSTRING WS-ARGUMENT DELIMITED BY ALL SPACE
            INTO WS-CHATLOG-WHO-TOKEN WS-CHATLOG-FROM-TOKEN
                WS-CHATLOG-TO-TOKEN WS-CHATLOG-CHANNEL
            WITH POINTER WS-SCAN-POINTER
        IF WS-SCAN-POINTER <= LENGTH OF WS-ARGUMENT
            MOVE FUNCTION TRIM(WS-ARGUMENT(WS-SCAN-POINTER:))
                TO WS-CHATLOG-KEYWORD
        END-IF
        IF WS-CHATLOG-CHANNEL NOT = "global"
                AND WS-CHATLOG-CHANNEL NOT = "local"
                AND WS-CHATLOG-CHANNEL NOT = "staff"
                AND WS-CHATLOG-CHANNEL NOT = "private"
                AND WS-CHATLOG-CHANNEL NOT = "all"
            MOVE "Usage: chatlog <player|-> <from-ts|-> <to-ts|-> <global|local|staff|private|all> [keyword]" TO WS-REPLY-LINE
            PERFORM Console-Reply
            EXIT PARAGRAPH
        END-IF
        MOVE 0 TO WS-CHATLOG-FROM-TS
        IF WS-CHATLOG-FROM-TOKEN NOT = "-"
            IF FUNCTION TRIM(WS-CHATLOG-FROM-TOKEN) IS NOT NUMERIC
                MOVE "From/to must be unix seconds, or - for open" TO WS-REPLY-LINE
                PERFORM Console-Reply
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-CHATLOG-FROM-TS =
                FUNCTION NUMVAL(WS-CHATLOG-FROM-TOKEN)
        END-IF
        MOVE 0 TO WS-CHATLOG-TO-TS
        IF WS-CHATLOG-TO-TOKEN NOT = "-"
            IF FUNCTION TRIM(WS-CHATLOG-TO-TOKEN) IS NOT NUMERIC
                MOVE "From/to must be unix seconds, or - for open" TO WS-REPLY-LINE
                PERFORM Console-Reply
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-CHATLOG-TO-TS = FUNCTION NUMVAL(WS-CHATLOG-TO-TOKEN)
        END-IF

        *> "-" is anyone; a 32-digit token is the hex UUID, anything
        *> else a username - the transcript wants both
        MOVE SPACES TO WS-CHATLOG-UUID-HEX
        MOVE SPACES TO WS-CHATLOG-USERNAME
        EVALUATE TRUE
            WHEN WS-CHATLOG-WHO-TOKEN = "-"
                CONTINUE
            WHEN WS-CHATLOG-WHO-TOKEN(32:1) NOT = SPACE
                    AND WS-CHATLOG-WHO-TOKEN(33:32) = SPACES
                MOVE WS-CHATLOG-WHO-TOKEN(1:32) TO WS-CHATLOG-UUID-HEX
                INSPECT WS-CHATLOG-UUID-HEX
                    CONVERTING "ABCDEF" TO "abcdef"
                CALL "Stats-Get" USING WS-CHATLOG-UUID-HEX
                    CHATLOG-STATS
                MOVE CHATLOG-STATS-USERNAME TO WS-CHATLOG-USERNAME
            WHEN OTHER
                MOVE WS-CHATLOG-WHO-TOKEN TO WS-CHATLOG-USERNAME
                CALL "PlayerLookup-UuidHex" USING WS-CHATLOG-USERNAME
                    WS-CHATLOG-UUID-HEX WS-CHATLOG-FOUND-FLAG
                IF WS-CHATLOG-FOUND-FLAG NOT = "Y"
                    MOVE SPACES TO WS-REPLY-LINE
                    STRING "No player named "
                        FUNCTION TRIM(WS-CHATLOG-USERNAME)
                        " has ever connected" DELIMITED BY SIZE
                        INTO WS-REPLY-LINE
                    PERFORM Console-Reply
                    EXIT PARAGRAPH
                END-IF
        END-EVALUATE

        MOVE STAFF-ACTOR-NAME TO WS-CHATLOG-OPERATOR
        CALL "ChatTranscript-Run" USING WS-CHATLOG-UUID-HEX
            WS-CHATLOG-USERNAME WS-CHATLOG-FROM-TS WS-CHATLOG-TO-TS
            WS-CHATLOG-CHANNEL WS-CHATLOG-KEYWORD WS-CHATLOG-OPERATOR
            WS-REPLY-LINE
        PERFORM Console-Reply.

END PROGRAM ConsoleCommand-Execute.
