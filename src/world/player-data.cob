       >>SOURCE FORMAT FREE
*> --- PlayerData-Run ---
*> Console-driven job behind "playerdata export|erase <uuid-hex>":
*> everything the server keeps per player, gathered in one pass.
*>
*>   stats/<uuid>.dat          lifetime counters and last username
*>   world/balances/<uuid>.dat currency balance
*>   inventories/<uuid>.dat    saved inventory (one line per slot)
*>   inventories/snapshots/<uuid>.idx
*>                             inventory snapshot index, and each
*>                             snapshot's <uuid>-NNNNNN.dat (one line
*>                             per slot, tagged SNAP and the number)
*>   achievements/<uuid>.dat   earned achievements
*>   mail/<uuid>.dat           mailbox rows
*>   spawnpoints/<uuid>.dat    bed respawn point
*>   checkpoints/<uuid>.dat    session checkpoint
*>   config/ops.txt            permission-level row
*>   config/regions.txt        claims the player owns
*>   config/whitelist.txt      whitelist row
*>   world/feed-optout.txt     website feed opt-out row
*>   world/graves.dat          graves the player owns
*>   world/claim-last-seen.dat last-seen row kept for claim expiry
*>   world/claim-warnings.dat  expiry warnings on their claims
*>   world/claim-upkeep.dat    upkeep arrears on their claims
*>   warnings/<uuid>.dat       discipline record (export only)
*>
*> EXPORT writes the lot to exports/player-<uuid>-<timestamp>.txt, one
*> tagged line per record; an online player's inventory and checkpoint
*> are saved first so the export is current. ERASE removes the per-UUID
*> files, drops the player's rows from the shared config and world
*> files (a grave chest stays standing as an ordinary chest), and
*> empties the balance into the server account through
*> Balance-Transfer (kind
*> ERASE) - the balance file stays behind holding 0, so the ledger
*> still reconciles; an account with no file would read as the
*> starting balance again. Erase refuses while the player is online or
*> party to an open trade, since either would write the data straight
*> back. The append-only logs (connections, chat, transactions, bans
*> and the other audit trails) and the discipline record are the
*> server's own record and are not touched. Every run, refused or not,
*> leaves a row in logs/player-data.log.
IDENTIFICATION DIVISION.
PROGRAM-ID. PlayerData-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TEXT-FILE ASSIGN TO WS-TEXT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TEXT-STATUS.
    SELECT INVENTORY-FILE ASSIGN TO WS-INVENTORY-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-INVENTORY-STATUS.
    SELECT EXPORT-FILE ASSIGN TO WS-EXPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXPORT-STATUS.
    SELECT REWRITE-FILE ASSIGN TO WS-REWRITE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REWRITE-STATUS.

DATA DIVISION.
FILE SECTION.
FD TEXT-FILE.
01 TEXT-RECORD                 PIC X(300).
FD INVENTORY-FILE.
01 INVENTORY-RECORD.
    02 INVENTORY-SLOT-NUMBER    BINARY-LONG UNSIGNED.
    02 INVENTORY-SLOT-PAYLOAD.
        COPY DD-INVENTORY-SLOT
            REPLACING LEADING ==PREFIX== BY ==INVENTORY==
                      ==02== BY ==03==.
FD EXPORT-FILE.
01 EXPORT-RECORD               PIC X(320).
FD REWRITE-FILE.
01 REWRITE-RECORD              PIC X(300).

WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-TRADES.
    01 WS-TEXT-STATUS           PIC X(2).
    01 WS-INVENTORY-STATUS      PIC X(2).
    01 WS-EXPORT-STATUS         PIC X(2).
    01 WS-REWRITE-STATUS        PIC X(2).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-NOW-DISPLAY           PIC 9(10).
    01 WS-TEXT-FILE-NAME        PIC X(128).
    01 WS-INVENTORY-FILE-NAME   PIC X(128).
    01 WS-EXPORT-FILE-NAME      PIC X(128).
    01 WS-REWRITE-FILE-NAME     PIC X(128).
    01 WS-COMMAND               PIC X(512).

    01 WS-WRITE-EXPORT          PIC X(1).
    *> "A" every line of the file is the player's, "U" only lines
    *> holding the player's UUID hex at WS-MATCH-OFFSET
    01 WS-MATCH-MODE            PIC X(1).
    01 WS-MATCH-OFFSET          BINARY-LONG UNSIGNED.
    01 WS-SECTION-TAG           PIC X(10).
    01 WS-RECORD-COUNT          BINARY-LONG UNSIGNED.
    01 WS-COUNT-BEFORE          BINARY-LONG UNSIGNED.
    01 WS-RECORD-DISPLAY        PIC Z(8)9.
    01 WS-DETAIL                PIC X(128).
    01 WS-OUTCOME               PIC X(8).

    01 WS-ONLINE-PLAYER         BINARY-LONG UNSIGNED.
    01 WS-PLAYER-HEX            PIC X(32).
    01 WS-TRADE-INDEX           BINARY-LONG UNSIGNED.
    01 WS-IN-TRADE-FLAG         PIC X(1).

    01 WS-EXPORT-LINE.
        02 WS-EXPORT-TAG        PIC X(10).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-EXPORT-TEXT       PIC X(300).
    01 WS-INVENTORY-LINE.
        02 FILLER               PIC X(5) VALUE "slot ".
        02 WS-INVENTORY-SLOT    PIC Z9.
        02 FILLER               PIC X(7) VALUE " item #".
        02 WS-INVENTORY-ID      PIC -(5)9.
        02 FILLER               PIC X(3) VALUE " x ".
        02 WS-INVENTORY-COUNT   PIC Z(8)9.
    COPY DD-INVENTORY-SNAPSHOT-ENTRY REPLACING LEADING ==PREFIX== BY ==WS==.
    01 WS-SNAPSHOT-ID-DISPLAY   PIC 9(6).

    *> --- what erase has to undo outside the per-UUID files ---
    01 WS-USERNAME              PIC X(16).
    COPY DD-PLAYER-STATS REPLACING LEADING ==PREFIX== BY ==WS==.
    01 WS-OPS-FOUND-FLAG        PIC X(1).
    01 WS-WHITELIST-FOUND-FLAG  PIC X(1).
    01 WS-OPTOUT-FOUND-FLAG     PIC X(1).
    01 WS-GRAVE-FOUND-FLAG      PIC X(1).
    01 WS-SEEN-FOUND-FLAG       PIC X(1).
    01 WS-CLAIM-WARNING-FOUND-FLAG PIC X(1).
    01 WS-UPKEEP-FOUND-FLAG     PIC X(1).
    01 WS-CLAIM-MAX             BINARY-LONG UNSIGNED VALUE 64.
    01 WS-CLAIM-COUNT           BINARY-LONG UNSIGNED.
    01 WS-CLAIM-TABLE.
        02 WS-CLAIM-NAME        PIC X(32) OCCURS 64 TIMES.
    01 WS-CLAIM-IDX             BINARY-LONG UNSIGNED.
    01 WS-CLAIM-LINE.
        02 WS-CLAIM-LINE-OWNER  PIC X(32).
        02 FILLER               PIC X.
        02 WS-CLAIM-LINE-NAME   PIC X(32).
        02 FILLER               PIC X(235).
    01 WS-REMOVED-FLAG          PIC X(1).
    01 WS-OPS-LEVEL-NONE        BINARY-LONG UNSIGNED VALUE 0.
    01 WS-BALANCE               BINARY-LONG.
    01 WS-BALANCE-FOUND-FLAG    PIC X(1).
    01 WS-SERVER-HEX            PIC X(32) VALUE ALL "0".
    01 WS-ERASE-KIND            PIC X(8) VALUE "ERASE".
    01 WS-ERASE-MEMO            PIC X(64) VALUE "account erased".
    01 WS-TRANSFER-OK-FLAG      PIC X(1).

LINKAGE SECTION.
    *> "EXPORT" or "ERASE"
    01 LK-MODE                  PIC X(8).
    01 LK-UUID-HEX              PIC X(32).
    *> who asked: "console", or the remote admin session's address
    01 LK-OPERATOR              PIC X(46).
    01 LK-RESULT-LINE           PIC X(256).

PROCEDURE DIVISION USING LK-MODE LK-UUID-HEX LK-OPERATOR LK-RESULT-LINE.
    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE WS-NOW TO WS-NOW-DISPLAY
    MOVE SPACES TO LK-RESULT-LINE
    MOVE SPACES TO WS-DETAIL
    MOVE 0 TO WS-RECORD-COUNT
    MOVE "N" TO WS-OPS-FOUND-FLAG
    MOVE "N" TO WS-WHITELIST-FOUND-FLAG
    MOVE "N" TO WS-OPTOUT-FOUND-FLAG
    MOVE "N" TO WS-GRAVE-FOUND-FLAG
    MOVE "N" TO WS-SEEN-FOUND-FLAG
    MOVE "N" TO WS-CLAIM-WARNING-FOUND-FLAG
    MOVE "N" TO WS-UPKEEP-FOUND-FLAG
    MOVE "N" TO WS-BALANCE-FOUND-FLAG
    MOVE 0 TO WS-CLAIM-COUNT

    *> Is the player on right now, and are they in an open trade?
    MOVE 0 TO WS-ONLINE-PLAYER
    PERFORM VARYING PLAYER-IDX FROM 1 BY 1
            UNTIL PLAYER-IDX > PLAYER-COUNT
        IF PLAYER-CLIENT(PLAYER-IDX) NOT = 0
            CALL "Util-BytesToHex" USING PLAYER-UUID(PLAYER-IDX)
                WS-PLAYER-HEX
            IF WS-PLAYER-HEX = LK-UUID-HEX
                MOVE PLAYER-IDX TO WS-ONLINE-PLAYER
            END-IF
        END-IF
    END-PERFORM
    MOVE "N" TO WS-IN-TRADE-FLAG
    IF WS-ONLINE-PLAYER NOT = 0
        PERFORM VARYING WS-TRADE-INDEX FROM 1 BY 1
                UNTIL WS-TRADE-INDEX > TRADE-COUNT
            IF TRADE-PLAYER-A(WS-TRADE-INDEX) = WS-ONLINE-PLAYER
                    OR TRADE-PLAYER-B(WS-TRADE-INDEX) = WS-ONLINE-PLAYER
                MOVE "Y" TO WS-IN-TRADE-FLAG
            END-IF
        END-PERFORM
    END-IF

    EVALUATE LK-MODE
        WHEN "EXPORT"
            PERFORM Export-Player
        WHEN "ERASE"
            PERFORM Erase-Player
        WHEN OTHER
            MOVE "REFUSED" TO WS-OUTCOME
            MOVE "unknown mode" TO WS-DETAIL
            MOVE "Usage: playerdata export|erase <uuid-hex>" TO LK-RESULT-LINE
    END-EVALUATE

    CALL "PlayerDataLog-Append" USING LK-MODE LK-UUID-HEX LK-OPERATOR
        WS-OUTCOME WS-DETAIL

    GOBACK.

    Export-Player.
        *> Flush what only memory holds for an online player first
        IF WS-ONLINE-PLAYER NOT = 0
            CALL "PlayerInventory-Save" USING WS-ONLINE-PLAYER
            CALL "SessionCheckpoint-Save" USING WS-ONLINE-PLAYER
        END-IF

        MOVE SPACES TO WS-EXPORT-FILE-NAME
        STRING "exports/player-" LK-UUID-HEX "-" WS-NOW-DISPLAY ".txt"
            DELIMITED BY SIZE INTO WS-EXPORT-FILE-NAME
        OPEN OUTPUT EXPORT-FILE
        IF WS-EXPORT-STATUS NOT = "00"
            CALL "SYSTEM" USING "mkdir -p exports"
            OPEN OUTPUT EXPORT-FILE
        END-IF
        IF WS-EXPORT-STATUS NOT = "00"
            DISPLAY "[player-data] unable to open " FUNCTION TRIM(WS-EXPORT-FILE-NAME) ", status=" WS-EXPORT-STATUS
            MOVE "FAILED" TO WS-OUTCOME
            MOVE "export file could not be opened" TO WS-DETAIL
            MOVE "Export failed - see the host console" TO LK-RESULT-LINE
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO EXPORT-RECORD
        STRING "PLAYER DATA EXPORT " LK-UUID-HEX " AT " WS-NOW-DISPLAY
            DELIMITED BY SIZE INTO EXPORT-RECORD
        WRITE EXPORT-RECORD

        MOVE "Y" TO WS-WRITE-EXPORT
        PERFORM Gather-Records

        MOVE WS-RECORD-COUNT TO WS-RECORD-DISPLAY
        MOVE SPACES TO EXPORT-RECORD
        STRING "RECORDS " FUNCTION TRIM(WS-RECORD-DISPLAY)
            DELIMITED BY SIZE INTO EXPORT-RECORD
        WRITE EXPORT-RECORD
        CLOSE EXPORT-FILE

        MOVE "DONE" TO WS-OUTCOME
        STRING FUNCTION TRIM(WS-RECORD-DISPLAY) " records to "
            FUNCTION TRIM(WS-EXPORT-FILE-NAME)
            DELIMITED BY SIZE INTO WS-DETAIL
        STRING "Exported " FUNCTION TRIM(WS-RECORD-DISPLAY)
            " records for " LK-UUID-HEX " to "
            FUNCTION TRIM(WS-EXPORT-FILE-NAME)
            DELIMITED BY SIZE INTO LK-RESULT-LINE.

    Erase-Player.
        IF WS-ONLINE-PLAYER NOT = 0
            MOVE "REFUSED" TO WS-OUTCOME
            IF WS-IN-TRADE-FLAG = "Y"
                MOVE "player online with an open trade" TO WS-DETAIL
            ELSE
                MOVE "player online" TO WS-DETAIL
            END-IF
            STRING "Refused: " FUNCTION TRIM(WS-DETAIL)
                " - erase only runs while the player is offline"
                DELIMITED BY SIZE INTO LK-RESULT-LINE
            EXIT PARAGRAPH
        END-IF

        *> Same pass as export, counting only, so the audit row says
        *> what was removed and the rows in shared files are known
        MOVE "N" TO WS-WRITE-EXPORT
        PERFORM Gather-Records
        IF WS-RECORD-COUNT = 0
            MOVE "DONE" TO WS-OUTCOME
            MOVE "no records held" TO WS-DETAIL
            STRING "Nothing stored for " LK-UUID-HEX
                DELIMITED BY SIZE INTO LK-RESULT-LINE
            EXIT PARAGRAPH
        END-IF

        CALL "Stats-Get" USING LK-UUID-HEX WS-STATS
        MOVE WS-STATS-USERNAME TO WS-USERNAME

        *> Money leaves through the ledger so reconciliation stays whole
        IF WS-BALANCE-FOUND-FLAG = "Y"
            CALL "Balance-Get" USING LK-UUID-HEX WS-BALANCE
            IF WS-BALANCE > 0
                CALL "Balance-Transfer" USING LK-UUID-HEX WS-SERVER-HEX
                    WS-BALANCE WS-ERASE-KIND WS-ERASE-MEMO
                    WS-TRANSFER-OK-FLAG
            END-IF
        END-IF

        MOVE SPACES TO WS-COMMAND
        STRING "rm -f stats/" LK-UUID-HEX ".dat"
            " inventories/" LK-UUID-HEX ".dat"
            " inventories/" LK-UUID-HEX ".dat.new"
            " mail/" LK-UUID-HEX ".dat"
            " mail/" LK-UUID-HEX ".dat.new"
            " spawnpoints/" LK-UUID-HEX ".dat"
            " checkpoints/" LK-UUID-HEX ".dat"
            " achievements/" LK-UUID-HEX ".dat"
            " achievements/" LK-UUID-HEX ".dat.new"
            DELIMITED BY SIZE INTO WS-COMMAND
        CALL "SYSTEM" USING WS-COMMAND
        MOVE SPACES TO WS-COMMAND
        STRING "rm -f inventories/snapshots/" LK-UUID-HEX ".idx"
            " inventories/snapshots/" LK-UUID-HEX ".idx.new"
            " inventories/snapshots/" LK-UUID-HEX "-*.dat"
            DELIMITED BY SIZE INTO WS-COMMAND
        CALL "SYSTEM" USING WS-COMMAND

        IF WS-OPS-FOUND-FLAG = "Y"
            CALL "Ops-SetLevel" USING LK-UUID-HEX WS-USERNAME
                WS-OPS-LEVEL-NONE
        END-IF
        PERFORM VARYING WS-CLAIM-IDX FROM 1 BY 1
                UNTIL WS-CLAIM-IDX > WS-CLAIM-COUNT
            CALL "Regions-Remove" USING WS-CLAIM-NAME(WS-CLAIM-IDX)
                LK-UUID-HEX WS-REMOVED-FLAG
        END-PERFORM
        MOVE 1 TO WS-MATCH-OFFSET
        IF WS-WHITELIST-FOUND-FLAG = "Y"
            MOVE "config/whitelist.txt" TO WS-TEXT-FILE-NAME
            PERFORM Remove-Player-Rows
        END-IF
        IF WS-OPTOUT-FOUND-FLAG = "Y"
            MOVE "world/feed-optout.txt" TO WS-TEXT-FILE-NAME
            PERFORM Remove-Player-Rows
        END-IF
        IF WS-SEEN-FOUND-FLAG = "Y"
            MOVE "world/claim-last-seen.dat" TO WS-TEXT-FILE-NAME
            PERFORM Remove-Player-Rows
        END-IF
        MOVE 45 TO WS-MATCH-OFFSET
        IF WS-GRAVE-FOUND-FLAG = "Y"
            MOVE "world/graves.dat" TO WS-TEXT-FILE-NAME
            PERFORM Remove-Player-Rows
        END-IF
        MOVE 34 TO WS-MATCH-OFFSET
        IF WS-CLAIM-WARNING-FOUND-FLAG = "Y"
            MOVE "world/claim-warnings.dat" TO WS-TEXT-FILE-NAME
            PERFORM Remove-Player-Rows
        END-IF
        IF WS-UPKEEP-FOUND-FLAG = "Y"
            MOVE "world/claim-upkeep.dat" TO WS-TEXT-FILE-NAME
            PERFORM Remove-Player-Rows
        END-IF

        MOVE WS-RECORD-COUNT TO WS-RECORD-DISPLAY
        MOVE "DONE" TO WS-OUTCOME
        STRING FUNCTION TRIM(WS-RECORD-DISPLAY) " records removed"
            DELIMITED BY SIZE INTO WS-DETAIL
        STRING "Erased " FUNCTION TRIM(WS-RECORD-DISPLAY)
            " records for " LK-UUID-HEX
            DELIMITED BY SIZE INTO LK-RESULT-LINE.

    *> One pass over every store; counts records, remembers what
    *> erase must undo elsewhere, and writes export lines if asked.
    Gather-Records.
        MOVE "A" TO WS-MATCH-MODE
        MOVE "STATS" TO WS-SECTION-TAG
        MOVE SPACES TO WS-TEXT-FILE-NAME
        STRING "stats/" LK-UUID-HEX ".dat"
            DELIMITED BY SIZE INTO WS-TEXT-FILE-NAME
        PERFORM Gather-Text-File

        MOVE "BALANCE" TO WS-SECTION-TAG
        MOVE SPACES TO WS-TEXT-FILE-NAME
        STRING "world/balances/" LK-UUID-HEX ".dat"
            DELIMITED BY SIZE INTO WS-TEXT-FILE-NAME
        MOVE WS-RECORD-COUNT TO WS-COUNT-BEFORE
        PERFORM Gather-Text-File
        IF WS-RECORD-COUNT > WS-COUNT-BEFORE
            MOVE "Y" TO WS-BALANCE-FOUND-FLAG
        END-IF

        MOVE "INVENTORY" TO WS-SECTION-TAG
        MOVE SPACES TO WS-INVENTORY-FILE-NAME
        STRING "inventories/" LK-UUID-HEX ".dat"
            DELIMITED BY SIZE INTO WS-INVENTORY-FILE-NAME
        PERFORM Gather-Inventory
        PERFORM Gather-Snapshots

        MOVE "ACHIEVE" TO WS-SECTION-TAG
        MOVE SPACES TO WS-TEXT-FILE-NAME
        STRING "achievements/" LK-UUID-HEX ".dat"
            DELIMITED BY SIZE INTO WS-TEXT-FILE-NAME
        PERFORM Gather-Text-File

        MOVE "MAIL" TO WS-SECTION-TAG
        MOVE SPACES TO WS-TEXT-FILE-NAME
        STRING "mail/" LK-UUID-HEX ".dat"
            DELIMITED BY SIZE INTO WS-TEXT-FILE-NAME
        PERFORM Gather-Text-File

        MOVE "SPAWNPOINT" TO WS-SECTION-TAG
        MOVE SPACES TO WS-TEXT-FILE-NAME
        STRING "spawnpoints/" LK-UUID-HEX ".dat"
            DELIMITED BY SIZE INTO WS-TEXT-FILE-NAME
        PERFORM Gather-Text-File

        MOVE "CHECKPOINT" TO WS-SECTION-TAG
        MOVE SPACES TO WS-TEXT-FILE-NAME
        STRING "checkpoints/" LK-UUID-HEX ".dat"
            DELIMITED BY SIZE INTO WS-TEXT-FILE-NAME
        PERFORM Gather-Text-File

        MOVE "U" TO WS-MATCH-MODE
        MOVE 1 TO WS-MATCH-OFFSET
        MOVE "OPS" TO WS-SECTION-TAG
        MOVE "config/ops.txt" TO WS-TEXT-FILE-NAME
        MOVE WS-RECORD-COUNT TO WS-COUNT-BEFORE
        PERFORM Gather-Text-File
        IF WS-RECORD-COUNT > WS-COUNT-BEFORE
            MOVE "Y" TO WS-OPS-FOUND-FLAG
        END-IF

        MOVE "REGION" TO WS-SECTION-TAG
        MOVE "config/regions.txt" TO WS-TEXT-FILE-NAME
        PERFORM Gather-Text-File

        MOVE "WHITELIST" TO WS-SECTION-TAG
        MOVE "config/whitelist.txt" TO WS-TEXT-FILE-NAME
        MOVE WS-RECORD-COUNT TO WS-COUNT-BEFORE
        PERFORM Gather-Text-File
        IF WS-RECORD-COUNT > WS-COUNT-BEFORE
            MOVE "Y" TO WS-WHITELIST-FOUND-FLAG
        END-IF

        MOVE "FEEDOPTOUT" TO WS-SECTION-TAG
        MOVE "world/feed-optout.txt" TO WS-TEXT-FILE-NAME
        MOVE WS-RECORD-COUNT TO WS-COUNT-BEFORE
        PERFORM Gather-Text-File
        IF WS-RECORD-COUNT > WS-COUNT-BEFORE
            MOVE "Y" TO WS-OPTOUT-FOUND-FLAG
        END-IF

        MOVE "CLAIMSEEN" TO WS-SECTION-TAG
        MOVE "world/claim-last-seen.dat" TO WS-TEXT-FILE-NAME
        MOVE WS-RECORD-COUNT TO WS-COUNT-BEFORE
        PERFORM Gather-Text-File
        IF WS-RECORD-COUNT > WS-COUNT-BEFORE
            MOVE "Y" TO WS-SEEN-FOUND-FLAG
        END-IF

        *> Graves carry the owner after the created stamp and position
        MOVE 45 TO WS-MATCH-OFFSET
        MOVE "GRAVE" TO WS-SECTION-TAG
        MOVE "world/graves.dat" TO WS-TEXT-FILE-NAME
        MOVE WS-RECORD-COUNT TO WS-COUNT-BEFORE
        PERFORM Gather-Text-File
        IF WS-RECORD-COUNT > WS-COUNT-BEFORE
            MOVE "Y" TO WS-GRAVE-FOUND-FLAG
        END-IF

        *> Claim expiry and upkeep rows lead with the claim name
        MOVE 34 TO WS-MATCH-OFFSET
        MOVE "CLAIMWARN" TO WS-SECTION-TAG
        MOVE "world/claim-warnings.dat" TO WS-TEXT-FILE-NAME
        MOVE WS-RECORD-COUNT TO WS-COUNT-BEFORE
        PERFORM Gather-Text-File
        IF WS-RECORD-COUNT > WS-COUNT-BEFORE
            MOVE "Y" TO WS-CLAIM-WARNING-FOUND-FLAG
        END-IF

        MOVE "UPKEEP" TO WS-SECTION-TAG
        MOVE "world/claim-upkeep.dat" TO WS-TEXT-FILE-NAME
        MOVE WS-RECORD-COUNT TO WS-COUNT-BEFORE
        PERFORM Gather-Text-File
        IF WS-RECORD-COUNT > WS-COUNT-BEFORE
            MOVE "Y" TO WS-UPKEEP-FOUND-FLAG
        END-IF

        *> Exported so the player can see it; erase keeps it
        IF WS-WRITE-EXPORT = "Y"
            MOVE "A" TO WS-MATCH-MODE
            MOVE "WARNINGS" TO WS-SECTION-TAG
            MOVE SPACES TO WS-TEXT-FILE-NAME
            STRING "warnings/" LK-UUID-HEX ".dat"
                DELIMITED BY SIZE INTO WS-TEXT-FILE-NAME
            PERFORM Gather-Text-File
        END-IF.

    Gather-Text-File.
        OPEN INPUT TEXT-FILE
        IF WS-TEXT-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-TEXT-STATUS NOT = "00"
            READ TEXT-FILE
            IF WS-TEXT-STATUS = "00"
                IF WS-MATCH-MODE = "A"
                        OR TEXT-RECORD(WS-MATCH-OFFSET:32) = LK-UUID-HEX
                    ADD 1 TO WS-RECORD-COUNT
                    IF WS-SECTION-TAG = "REGION"
                            AND WS-CLAIM-COUNT < WS-CLAIM-MAX
                        MOVE TEXT-RECORD TO WS-CLAIM-LINE
                        ADD 1 TO WS-CLAIM-COUNT
                        MOVE WS-CLAIM-LINE-NAME
                            TO WS-CLAIM-NAME(WS-CLAIM-COUNT)
                    END-IF
                    IF WS-WRITE-EXPORT = "Y"
                        MOVE WS-SECTION-TAG TO WS-EXPORT-TAG
                        MOVE TEXT-RECORD TO WS-EXPORT-TEXT
                        WRITE EXPORT-RECORD FROM WS-EXPORT-LINE
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE TEXT-FILE.

    *> Inventory files are binary (raw NBT); the export carries the
    *> slot, item id and count of each stack, under WS-SECTION-TAG.
    Gather-Inventory.
        OPEN INPUT INVENTORY-FILE
        IF WS-INVENTORY-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-INVENTORY-STATUS NOT = "00"
            READ INVENTORY-FILE
            IF WS-INVENTORY-STATUS = "00"
                ADD 1 TO WS-RECORD-COUNT
                IF WS-WRITE-EXPORT = "Y"
                    MOVE INVENTORY-SLOT-NUMBER TO WS-INVENTORY-SLOT
                    MOVE INVENTORY-SLOT-ID TO WS-INVENTORY-ID
                    MOVE INVENTORY-SLOT-COUNT TO WS-INVENTORY-COUNT
                    MOVE WS-SECTION-TAG TO WS-EXPORT-TAG
                    MOVE WS-INVENTORY-LINE TO WS-EXPORT-TEXT
                    WRITE EXPORT-RECORD FROM WS-EXPORT-LINE
                END-IF
            END-IF
        END-PERFORM
        CLOSE INVENTORY-FILE.

    *> Each index row, then the stacks of the snapshot it names; the
    *> index and the item files share no FD, so one can stay open
    *> while the other is read.
    Gather-Snapshots.
        MOVE SPACES TO WS-TEXT-FILE-NAME
        STRING "inventories/snapshots/" LK-UUID-HEX ".idx"
            DELIMITED BY SIZE INTO WS-TEXT-FILE-NAME
        OPEN INPUT TEXT-FILE
        IF WS-TEXT-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-TEXT-STATUS NOT = "00"
            READ TEXT-FILE
            IF WS-TEXT-STATUS = "00" AND TEXT-RECORD(1:6) IS NUMERIC
                ADD 1 TO WS-RECORD-COUNT
                MOVE TEXT-RECORD TO WS-SNAPSHOT
                IF WS-WRITE-EXPORT = "Y"
                    MOVE "SNAPSHOT" TO WS-EXPORT-TAG
                    MOVE TEXT-RECORD TO WS-EXPORT-TEXT
                    WRITE EXPORT-RECORD FROM WS-EXPORT-LINE
                END-IF
                MOVE WS-SNAPSHOT-ID TO WS-SNAPSHOT-ID-DISPLAY
                MOVE SPACES TO WS-SECTION-TAG
                STRING "SNAP" WS-SNAPSHOT-ID-DISPLAY
                    DELIMITED BY SIZE INTO WS-SECTION-TAG
                MOVE SPACES TO WS-INVENTORY-FILE-NAME
                STRING "inventories/snapshots/" LK-UUID-HEX "-"
                    WS-SNAPSHOT-ID-DISPLAY ".dat"
                    DELIMITED BY SIZE INTO WS-INVENTORY-FILE-NAME
                PERFORM Gather-Inventory
            END-IF
        END-PERFORM
        CLOSE TEXT-FILE.

    *> Rewrites WS-TEXT-FILE-NAME without the rows holding the
    *> player's UUID hex at WS-MATCH-OFFSET, through a .new file.
    Remove-Player-Rows.
        MOVE SPACES TO WS-REWRITE-FILE-NAME
        STRING FUNCTION TRIM(WS-TEXT-FILE-NAME) ".new"
            DELIMITED BY SIZE INTO WS-REWRITE-FILE-NAME
        OPEN INPUT TEXT-FILE
        IF WS-TEXT-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT REWRITE-FILE
        IF WS-REWRITE-STATUS NOT = "00"
            DISPLAY "[player-data] unable to open " FUNCTION TRIM(WS-REWRITE-FILE-NAME) ", status=" WS-REWRITE-STATUS
            CLOSE TEXT-FILE
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-TEXT-STATUS NOT = "00"
            READ TEXT-FILE
            IF WS-TEXT-STATUS = "00"
                    AND TEXT-RECORD(WS-MATCH-OFFSET:32) NOT = LK-UUID-HEX
                WRITE REWRITE-RECORD FROM TEXT-RECORD
            END-IF
        END-PERFORM
        CLOSE TEXT-FILE
        CLOSE REWRITE-FILE
        MOVE SPACES TO WS-COMMAND
        STRING "mv -f " FUNCTION TRIM(WS-REWRITE-FILE-NAME) " "
            FUNCTION TRIM(WS-TEXT-FILE-NAME)
            DELIMITED BY SIZE INTO WS-COMMAND
        CALL "SYSTEM" USING WS-COMMAND.

END PROGRAM PlayerData-Run.

*> --- PlayerDataLog-Append ---
*> One row per player-data export or erase in logs/player-data.log:
*> when, which mode, whose data, who asked, the outcome (DONE,
*> REFUSED, FAILED) and a short detail - the proof of what was done
*> and when, the same append-only shape as the ops and admin logs.
IDENTIFICATION DIVISION.
PROGRAM-ID. PlayerDataLog-Append.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PLAYER-DATA-LOG-FILE ASSIGN TO "logs/player-data.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD PLAYER-DATA-LOG-FILE.
01 PLAYER-DATA-LOG-RECORD      PIC X(240).

WORKING-STORAGE SECTION.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-LOG-LINE.
        02 WS-LOG-TIMESTAMP     PIC 9(10).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-LOG-MODE          PIC X(8).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-LOG-UUID          PIC X(32).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-LOG-OPERATOR      PIC X(46).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-LOG-OUTCOME       PIC X(8).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-LOG-DETAIL        PIC X(128).

LINKAGE SECTION.
    01 LK-MODE                  PIC X(8).
    01 LK-UUID-HEX              PIC X(32).
    01 LK-OPERATOR              PIC X(46).
    01 LK-OUTCOME               PIC X(8).
    01 LK-DETAIL                PIC X(128).

PROCEDURE DIVISION USING LK-MODE LK-UUID-HEX LK-OPERATOR LK-OUTCOME
        LK-DETAIL.
    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE WS-NOW TO WS-LOG-TIMESTAMP
    MOVE LK-MODE TO WS-LOG-MODE
    MOVE LK-UUID-HEX TO WS-LOG-UUID
    MOVE LK-OPERATOR TO WS-LOG-OPERATOR
    MOVE LK-OUTCOME TO WS-LOG-OUTCOME
    MOVE LK-DETAIL TO WS-LOG-DETAIL

    OPEN EXTEND PLAYER-DATA-LOG-FILE
    IF WS-FILE-STATUS NOT = "00"
        CALL "SYSTEM" USING "mkdir -p logs"
        OPEN OUTPUT PLAYER-DATA-LOG-FILE
    END-IF
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "[player-data-log] unable to open logs/player-data.log, status=" WS-FILE-STATUS
        GOBACK
    END-IF
    WRITE PLAYER-DATA-LOG-RECORD FROM WS-LOG-LINE
    CLOSE PLAYER-DATA-LOG-FILE

    GOBACK.

END PROGRAM PlayerDataLog-Append.
