       >>SOURCE FORMAT FREE
*> --- InventorySnapshot-Register ---
*> Bookkeeping half of an inventory snapshot: adds one row to the
*> player's index (inventories/snapshots/<uuid>.idx, see
*> DD-INVENTORY-SNAPSHOT-ENTRY) and hands back the new snapshot's
*> number and the file name the caller writes its items to. The index
*> keeps the newest inventory-snapshot-keep rows (server.properties,
*> default 20, at most 250); older rows and their item files are
*> pruned here, after the new index is in place. A SAVE snapshot whose
*> signature and stack count match the newest row is skipped (id 0 is
*> returned) - the save cadence runs every few minutes and an unchanged
*> inventory would otherwise push the logout, trade and death
*> snapshots out of the window. The index is rewritten through a .new
*> file renamed over the old one, like the inventory files themselves.
IDENTIFICATION DIVISION.
PROGRAM-ID. InventorySnapshot-Register.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INDEX-FILE ASSIGN TO WS-INDEX-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD INDEX-FILE.
01 INDEX-RECORD                 PIC X(42).

WORKING-STORAGE SECTION.
    COPY DD-INVENTORY-SNAPSHOT-ENTRY REPLACING LEADING ==PREFIX== BY ==WS==.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-EOF                   PIC X(1).
    01 WS-INDEX-FILE-NAME       PIC X(128).
    01 WS-FINAL-FILE-NAME       PIC X(128).
    01 WS-COMMAND               PIC X(300).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-KEEP-KEY              PIC X(32) VALUE "inventory-snapshot-keep".
    01 WS-KEEP-DEFAULT          BINARY-LONG VALUE 20.
    01 WS-KEEP                  BINARY-LONG.
    01 WS-ENTRY-MAX             BINARY-LONG UNSIGNED VALUE 256.
    01 WS-ENTRY-COUNT           BINARY-LONG UNSIGNED.
    01 WS-ENTRY-IDX             BINARY-LONG UNSIGNED.
    01 WS-SHIFT-IDX             BINARY-LONG UNSIGNED.
    01 WS-FIRST-KEPT            BINARY-LONG UNSIGNED.
    01 WS-ENTRIES.
        02 WS-ENTRY             PIC X(42) OCCURS 256 TIMES.
    01 WS-NEXT-ID               BINARY-LONG UNSIGNED.
    01 WS-ID-DISPLAY            PIC 9(6).

LINKAGE SECTION.
    01 LK-UUID-HEX              PIC X(32).
    *> LOGOUT, TRADE, DEATH, SAVE or REPLACED
    01 LK-REASON                PIC X(8).
    01 LK-STACKS                BINARY-LONG UNSIGNED.
    01 LK-SIGNATURE             BINARY-DOUBLE UNSIGNED.
    01 LK-SNAPSHOT-ID           BINARY-LONG UNSIGNED.
    01 LK-FILE-NAME             PIC X(128).

PROCEDURE DIVISION USING LK-UUID-HEX LK-REASON LK-STACKS LK-SIGNATURE
        LK-SNAPSHOT-ID LK-FILE-NAME.
    MOVE 0 TO LK-SNAPSHOT-ID
    MOVE SPACES TO LK-FILE-NAME
    MOVE SPACES TO WS-FINAL-FILE-NAME
    STRING "inventories/snapshots/" LK-UUID-HEX ".idx"
        DELIMITED BY SIZE INTO WS-FINAL-FILE-NAME
    MOVE WS-FINAL-FILE-NAME TO WS-INDEX-FILE-NAME

    MOVE 0 TO WS-ENTRY-COUNT
    OPEN INPUT INDEX-FILE
    IF WS-FILE-STATUS = "00"
        MOVE "N" TO WS-EOF
        PERFORM UNTIL WS-EOF = "Y"
            READ INDEX-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    MOVE INDEX-RECORD TO WS-SNAPSHOT
                    IF WS-SNAPSHOT-ID IS NUMERIC
                        PERFORM Add-Entry
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INDEX-FILE
    END-IF

    MOVE 0 TO WS-NEXT-ID
    IF WS-ENTRY-COUNT > 0
        MOVE WS-ENTRY(WS-ENTRY-COUNT) TO WS-SNAPSHOT
        *> Nothing changed since the last snapshot: the save cadence
        *> has nothing to add
        IF LK-REASON = "SAVE"
                AND WS-SNAPSHOT-SIGNATURE IS NUMERIC
                AND WS-SNAPSHOT-STACKS IS NUMERIC
                AND WS-SNAPSHOT-SIGNATURE = LK-SIGNATURE
                AND WS-SNAPSHOT-STACKS = LK-STACKS
            GOBACK
        END-IF
        MOVE WS-SNAPSHOT-ID TO WS-NEXT-ID
    END-IF
    ADD 1 TO WS-NEXT-ID

    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE SPACES TO WS-SNAPSHOT
    MOVE WS-NEXT-ID TO WS-SNAPSHOT-ID
    MOVE WS-NOW TO WS-SNAPSHOT-TAKEN
    MOVE LK-REASON TO WS-SNAPSHOT-REASON
    MOVE LK-STACKS TO WS-SNAPSHOT-STACKS
    MOVE LK-SIGNATURE TO WS-SNAPSHOT-SIGNATURE
    PERFORM Add-Entry

    CALL "ServerConfig-GetNumber" USING WS-KEEP-KEY WS-KEEP-DEFAULT
        WS-KEEP
    IF WS-KEEP < 1
        MOVE 1 TO WS-KEEP
    END-IF
    IF WS-KEEP > 250
        MOVE 250 TO WS-KEEP
    END-IF
    MOVE 1 TO WS-FIRST-KEPT
    IF WS-ENTRY-COUNT > WS-KEEP
        COMPUTE WS-FIRST-KEPT = WS-ENTRY-COUNT - WS-KEEP + 1
    END-IF

    MOVE SPACES TO WS-INDEX-FILE-NAME
    STRING FUNCTION TRIM(WS-FINAL-FILE-NAME) ".new"
        DELIMITED BY SIZE INTO WS-INDEX-FILE-NAME
    OPEN OUTPUT INDEX-FILE
    IF WS-FILE-STATUS NOT = "00"
        CALL "SYSTEM" USING "mkdir -p inventories/snapshots"
        OPEN OUTPUT INDEX-FILE
    END-IF
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "[inventory-snapshot] unable to open " FUNCTION TRIM(WS-INDEX-FILE-NAME) ", status=" WS-FILE-STATUS
        GOBACK
    END-IF
    PERFORM VARYING WS-ENTRY-IDX FROM WS-FIRST-KEPT BY 1
            UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
        WRITE INDEX-RECORD FROM WS-ENTRY(WS-ENTRY-IDX)
    END-PERFORM
    CLOSE INDEX-FILE

    MOVE SPACES TO WS-COMMAND
    STRING "mv " FUNCTION TRIM(WS-INDEX-FILE-NAME)
        " " FUNCTION TRIM(WS-FINAL-FILE-NAME)
        DELIMITED BY SIZE INTO WS-COMMAND
    CALL "SYSTEM" USING WS-COMMAND

    *> The rows are gone from the index; now their items
    PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
            UNTIL WS-ENTRY-IDX >= WS-FIRST-KEPT
        PERFORM Remove-Entry-File
    END-PERFORM

    MOVE WS-NEXT-ID TO LK-SNAPSHOT-ID
    MOVE WS-NEXT-ID TO WS-ID-DISPLAY
    STRING "inventories/snapshots/" LK-UUID-HEX "-" WS-ID-DISPLAY ".dat"
        DELIMITED BY SIZE INTO LK-FILE-NAME

    GOBACK.

    Add-Entry.
        *> A full table (an index left long by a larger keep setting)
        *> gives up its oldest row on the spot
        IF WS-ENTRY-COUNT >= WS-ENTRY-MAX
            MOVE 1 TO WS-ENTRY-IDX
            PERFORM Remove-Entry-File
            PERFORM VARYING WS-SHIFT-IDX FROM 2 BY 1
                    UNTIL WS-SHIFT-IDX > WS-ENTRY-COUNT
                MOVE WS-ENTRY(WS-SHIFT-IDX) TO WS-ENTRY(WS-SHIFT-IDX - 1)
            END-PERFORM
            SUBTRACT 1 FROM WS-ENTRY-COUNT
        END-IF
        ADD 1 TO WS-ENTRY-COUNT
        MOVE WS-SNAPSHOT TO WS-ENTRY(WS-ENTRY-COUNT).

    Remove-Entry-File.
        MOVE WS-ENTRY(WS-ENTRY-IDX)(1:6) TO WS-ID-DISPLAY
        MOVE SPACES TO WS-COMMAND
        STRING "rm -f inventories/snapshots/" LK-UUID-HEX "-"
            WS-ID-DISPLAY ".dat"
            DELIMITED BY SIZE INTO WS-COMMAND
        CALL "SYSTEM" USING WS-COMMAND.

END PROGRAM InventorySnapshot-Register.

*> --- InventorySnapshot-Take ---
*> Snapshots one online player's inventory into the rolling per-UUID
*> set: at logout (PlayerSession-End), at the commit of every trade
*> (Trade-Confirm, both parties), at every death (Player-Damage,
*> before the grave or the scatter empties the inventory) and on the
*> world-save cadence (PlayerInventory-SaveAll). Same slot range and
*> record format as PlayerInventory-Save, so a snapshot file can be
*> copied straight over inventories/<uuid>.dat by a restore. The
*> signature folds each occupied slot's number, item, count and data
*> length together in slot order; InventorySnapshot-Run computes it
*> the same way from a saved file.
IDENTIFICATION DIVISION.
PROGRAM-ID. InventorySnapshot-Take.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SNAPSHOT-FILE ASSIGN TO WS-SNAPSHOT-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD SNAPSHOT-FILE.
01 SNAPSHOT-RECORD.
    02 SNAPSHOT-SLOT-NUMBER     BINARY-LONG UNSIGNED.
    02 SNAPSHOT-SLOT-PAYLOAD.
        COPY DD-INVENTORY-SLOT
            REPLACING LEADING ==PREFIX== BY ==SNAPSHOT==
                      ==02== BY ==03==.

WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 WS-SLOT-MAX              BINARY-LONG UNSIGNED VALUE 45.
    01 WS-SLOT-NUMBER           BINARY-LONG UNSIGNED.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-UUID-HEX              PIC X(32).
    01 WS-SNAPSHOT-FILE-NAME    PIC X(128).
    01 WS-SNAPSHOT-ID           BINARY-LONG UNSIGNED.
    01 WS-STACKS                BINARY-LONG UNSIGNED.
    01 WS-SIGNATURE             BINARY-DOUBLE UNSIGNED.
    01 WS-SLOT.
        COPY DD-INVENTORY-SLOT REPLACING LEADING ==PREFIX== BY ==WS==.

LINKAGE SECTION.
    01 LK-PLAYER                BINARY-LONG UNSIGNED.
    01 LK-REASON                PIC X(8).

PROCEDURE DIVISION USING LK-PLAYER LK-REASON.
    IF LK-PLAYER = 0
        GOBACK
    END-IF

    MOVE 0 TO WS-STACKS
    MOVE 0 TO WS-SIGNATURE
    PERFORM VARYING WS-SLOT-NUMBER FROM 0 BY 1
            UNTIL WS-SLOT-NUMBER > WS-SLOT-MAX
        CALL "Player-GetInventorySlot" USING LK-PLAYER WS-SLOT-NUMBER WS-SLOT
        IF WS-SLOT-ID >= 0 AND WS-SLOT-COUNT > 0
            ADD 1 TO WS-STACKS
            COMPUTE WS-SIGNATURE = FUNCTION MOD(WS-SIGNATURE * 31
                + (WS-SLOT-NUMBER + 1) * 1000 + WS-SLOT-ID * 7
                + WS-SLOT-COUNT * 3 + WS-SLOT-NBT-LENGTH, 1000000000000)
        END-IF
    END-PERFORM

    CALL "Util-BytesToHex" USING PLAYER-UUID(LK-PLAYER) WS-UUID-HEX
    CALL "InventorySnapshot-Register" USING WS-UUID-HEX LK-REASON
        WS-STACKS WS-SIGNATURE WS-SNAPSHOT-ID WS-SNAPSHOT-FILE-NAME
    IF WS-SNAPSHOT-ID = 0
        GOBACK
    END-IF

    OPEN OUTPUT SNAPSHOT-FILE
    IF WS-FILE-STATUS NOT = "00"
        CALL "SYSTEM" USING "mkdir -p inventories/snapshots"
        OPEN OUTPUT SNAPSHOT-FILE
    END-IF
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "[inventory-snapshot] unable to open " FUNCTION TRIM(WS-SNAPSHOT-FILE-NAME) ", status=" WS-FILE-STATUS
        GOBACK
    END-IF

    PERFORM VARYING WS-SLOT-NUMBER FROM 0 BY 1
            UNTIL WS-SLOT-NUMBER > WS-SLOT-MAX
        CALL "Player-GetInventorySlot" USING LK-PLAYER WS-SLOT-NUMBER WS-SLOT
        IF WS-SLOT-ID >= 0 AND WS-SLOT-COUNT > 0
            MOVE WS-SLOT-NUMBER TO SNAPSHOT-SLOT-NUMBER
            MOVE WS-SLOT TO SNAPSHOT-SLOT-PAYLOAD
            WRITE SNAPSHOT-RECORD
        END-IF
    END-PERFORM

    CLOSE SNAPSHOT-FILE

    GOBACK.

END PROGRAM InventorySnapshot-Take.

*> --- InventorySnapshot-Run ---
*> Console job behind "invsnap list|show|restore": LIST prints the
*> player's snapshot index, SHOW prints what one snapshot holds (one
*> "item #id x count" line per slot, the way the item census names
*> items), and RESTORE puts a chosen snapshot back as the player's
*> saved inventory. Restore refuses while the player is online - the
*> live inventory would overwrite the file at the next save or logout.
*> The snapshot is staged as inventories/<uuid>.dat.new first; the
*> inventory it replaces is then kept as a REPLACED snapshot (so a
*> wrong restore is itself undoable) before the staged file is renamed
*> into place. Every restore is recorded in logs/staff-actions.log
*> (kind RESTORE, stacks restored as the amount) against the console
*> or admin session that ran it. Every reply line goes to the host
*> console and, for a remote session, back over its connection.
IDENTIFICATION DIVISION.
PROGRAM-ID. InventorySnapshot-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INDEX-FILE ASSIGN TO WS-INDEX-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    SELECT SNAPSHOT-FILE ASSIGN TO WS-SNAPSHOT-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD INDEX-FILE.
01 INDEX-RECORD                 PIC X(42).

FD SNAPSHOT-FILE.
01 SNAPSHOT-RECORD.
    02 SNAPSHOT-SLOT-NUMBER     BINARY-LONG UNSIGNED.
    02 SNAPSHOT-SLOT-PAYLOAD.
        COPY DD-INVENTORY-SLOT
            REPLACING LEADING ==PREFIX== BY ==SNAPSHOT==
                      ==02== BY ==03==.

WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-INVENTORY-SNAPSHOT-ENTRY REPLACING LEADING ==PREFIX== BY ==WS==.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-EOF                   PIC X(1).
    01 WS-INDEX-FILE-NAME       PIC X(128).
    01 WS-SNAPSHOT-FILE-NAME    PIC X(128).
    01 WS-INVENTORY-FILE-NAME   PIC X(128).
    01 WS-STAGED-FILE-NAME      PIC X(128).
    01 WS-REPLACED-FILE-NAME    PIC X(128).
    01 WS-COMMAND               PIC X(300).
    01 WS-REPLY-LINE            PIC X(256).
    01 WS-REPLY-POINTER         BINARY-LONG.
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-PLAYER-HEX            PIC X(32).
    01 WS-ONLINE-FLAG           PIC X(1).
    01 WS-FOUND-FLAG            PIC X(1).
    01 WS-ROW-COUNT             BINARY-LONG UNSIGNED.
    01 WS-STACKS                BINARY-LONG UNSIGNED.
    01 WS-SIGNATURE             BINARY-DOUBLE UNSIGNED.
    01 WS-AGE-MINUTES           BINARY-LONG UNSIGNED.
    01 WS-TAKEN                 BINARY-LONG UNSIGNED.
    01 WS-REPLACED-REASON       PIC X(8) VALUE "REPLACED".
    01 WS-REPLACED-ID           BINARY-LONG UNSIGNED.
    01 WS-ID-DISPLAY            PIC Z(5)9.
    01 WS-REPLACED-ID-DISPLAY   PIC Z(5)9.
    01 WS-STACKS-DISPLAY        PIC Z9.
    01 WS-AGE-DISPLAY           PIC Z(9)9.
    01 WS-SLOT-DISPLAY          PIC Z9.
    01 WS-ITEM-DISPLAY          PIC -(9)9.
    01 WS-COUNT-DISPLAY         PIC Z(9)9.
    01 WS-ACTION-KIND           PIC X(8) VALUE "RESTORE".
    01 WS-ACTION-DETAIL         PIC X(128).

LINKAGE SECTION.
    *> "LIST", "SHOW" or "RESTORE"
    01 LK-MODE                  PIC X(8).
    01 LK-UUID-HEX              PIC X(32).
    *> SHOW/RESTORE: which snapshot
    01 LK-SNAPSHOT-ID           BINARY-LONG UNSIGNED.
    01 LK-SESSION               BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-MODE LK-UUID-HEX LK-SNAPSHOT-ID LK-SESSION.
    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE SPACES TO WS-INDEX-FILE-NAME
    STRING "inventories/snapshots/" LK-UUID-HEX ".idx"
        DELIMITED BY SIZE INTO WS-INDEX-FILE-NAME

    EVALUATE LK-MODE
        WHEN "LIST"
            PERFORM List-Snapshots
        WHEN "SHOW"
            PERFORM Show-Snapshot
        WHEN "RESTORE"
            PERFORM Restore-Snapshot
    END-EVALUATE

    GOBACK.

    Reply-Line.
        DISPLAY FUNCTION TRIM(WS-REPLY-LINE)
        IF LK-SESSION NOT = 0
            CALL "Server-AdminSend" USING LK-SESSION WS-REPLY-LINE
        END-IF.

    List-Snapshots.
        MOVE 0 TO WS-ROW-COUNT
        OPEN INPUT INDEX-FILE
        IF WS-FILE-STATUS = "00"
            MOVE SPACES TO WS-REPLY-LINE
            STRING "Inventory snapshots for " LK-UUID-HEX
                " (oldest first):" DELIMITED BY SIZE INTO WS-REPLY-LINE
            PERFORM Reply-Line
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ INDEX-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE INDEX-RECORD TO WS-SNAPSHOT
                        IF WS-SNAPSHOT-ID IS NUMERIC
                            ADD 1 TO WS-ROW-COUNT
                            PERFORM List-Row
                        END-IF
                END-READ
            END-PERFORM
            CLOSE INDEX-FILE
        END-IF
        IF WS-ROW-COUNT = 0
            MOVE SPACES TO WS-REPLY-LINE
            STRING "No inventory snapshots for " LK-UUID-HEX
                DELIMITED BY SIZE INTO WS-REPLY-LINE
            PERFORM Reply-Line
        END-IF.

    List-Row.
        MOVE WS-SNAPSHOT-ID TO WS-ID-DISPLAY
        MOVE 0 TO WS-STACKS
        IF WS-SNAPSHOT-STACKS IS NUMERIC
            MOVE WS-SNAPSHOT-STACKS TO WS-STACKS
        END-IF
        MOVE WS-STACKS TO WS-STACKS-DISPLAY
        MOVE 0 TO WS-TAKEN
        IF WS-SNAPSHOT-TAKEN IS NUMERIC
            MOVE WS-SNAPSHOT-TAKEN TO WS-TAKEN
        END-IF
        MOVE 0 TO WS-AGE-MINUTES
        IF WS-NOW > WS-TAKEN
            COMPUTE WS-AGE-MINUTES = (WS-NOW - WS-TAKEN) / 60
        END-IF
        MOVE WS-AGE-MINUTES TO WS-AGE-DISPLAY
        MOVE SPACES TO WS-REPLY-LINE
        STRING "  #" FUNCTION TRIM(WS-ID-DISPLAY) " "
            WS-SNAPSHOT-REASON " " WS-STACKS-DISPLAY " stacks, taken "
            WS-SNAPSHOT-TAKEN " (" FUNCTION TRIM(WS-AGE-DISPLAY)
            " min ago)" DELIMITED BY SIZE INTO WS-REPLY-LINE
        PERFORM Reply-Line.

    *> Looks LK-SNAPSHOT-ID up in the index; on a hit WS-SNAPSHOT holds
    *> its row and WS-SNAPSHOT-FILE-NAME names its item file.
    Find-Snapshot.
        MOVE "N" TO WS-FOUND-FLAG
        OPEN INPUT INDEX-FILE
        IF WS-FILE-STATUS = "00"
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ INDEX-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE INDEX-RECORD TO WS-SNAPSHOT
                        IF WS-SNAPSHOT-ID IS NUMERIC
                                AND WS-SNAPSHOT-ID = LK-SNAPSHOT-ID
                            MOVE "Y" TO WS-FOUND-FLAG
                            MOVE "Y" TO WS-EOF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE INDEX-FILE
        END-IF
        MOVE LK-SNAPSHOT-ID TO WS-ID-DISPLAY
        IF WS-FOUND-FLAG NOT = "Y"
            MOVE SPACES TO WS-REPLY-LINE
            STRING "No snapshot #" FUNCTION TRIM(WS-ID-DISPLAY) " for "
                LK-UUID-HEX " - see invsnap list"
                DELIMITED BY SIZE INTO WS-REPLY-LINE
            PERFORM Reply-Line
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO WS-SNAPSHOT-FILE-NAME
        STRING "inventories/snapshots/" LK-UUID-HEX "-"
            WS-SNAPSHOT-ID ".dat"
            DELIMITED BY SIZE INTO WS-SNAPSHOT-FILE-NAME.

    Show-Snapshot.
        PERFORM Find-Snapshot
        IF WS-FOUND-FLAG NOT = "Y"
            EXIT PARAGRAPH
        END-IF
        OPEN INPUT SNAPSHOT-FILE
        IF WS-FILE-STATUS NOT = "00"
            PERFORM Reply-Missing-File
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO WS-REPLY-LINE
        STRING "Snapshot #" FUNCTION TRIM(WS-ID-DISPLAY) " of "
            LK-UUID-HEX ": " FUNCTION TRIM(WS-SNAPSHOT-REASON)
            " at " WS-SNAPSHOT-TAKEN
            DELIMITED BY SIZE INTO WS-REPLY-LINE
        PERFORM Reply-Line
        MOVE 0 TO WS-ROW-COUNT
        MOVE "N" TO WS-EOF
        PERFORM UNTIL WS-EOF = "Y"
            READ SNAPSHOT-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-ROW-COUNT
                    MOVE SNAPSHOT-SLOT-NUMBER TO WS-SLOT-DISPLAY
                    MOVE SNAPSHOT-SLOT-ID TO WS-ITEM-DISPLAY
                    MOVE SNAPSHOT-SLOT-COUNT TO WS-COUNT-DISPLAY
                    MOVE SPACES TO WS-REPLY-LINE
                    MOVE 1 TO WS-REPLY-POINTER
                    STRING "  slot " WS-SLOT-DISPLAY ": item #"
                        FUNCTION TRIM(WS-ITEM-DISPLAY) " x "
                        FUNCTION TRIM(WS-COUNT-DISPLAY)
                        DELIMITED BY SIZE INTO WS-REPLY-LINE
                        WITH POINTER WS-REPLY-POINTER
                    IF SNAPSHOT-SLOT-NBT-LENGTH > 0
                        STRING " (with item data)"
                            DELIMITED BY SIZE INTO WS-REPLY-LINE
                            WITH POINTER WS-REPLY-POINTER
                    END-IF
                    PERFORM Reply-Line
            END-READ
        END-PERFORM
        CLOSE SNAPSHOT-FILE
        IF WS-ROW-COUNT = 0
            MOVE "  (empty inventory)" TO WS-REPLY-LINE
            PERFORM Reply-Line
        END-IF.

    Reply-Missing-File.
        MOVE SPACES TO WS-REPLY-LINE
        STRING "Snapshot #" FUNCTION TRIM(WS-ID-DISPLAY)
            " is listed but its file "
            FUNCTION TRIM(WS-SNAPSHOT-FILE-NAME) " cannot be read"
            DELIMITED BY SIZE INTO WS-REPLY-LINE
        PERFORM Reply-Line.

    Restore-Snapshot.
        *> The live inventory wins over any file while they are on
        MOVE "N" TO WS-ONLINE-FLAG
        PERFORM VARYING PLAYER-IDX FROM 1 BY 1
                UNTIL PLAYER-IDX > PLAYER-COUNT
            IF PLAYER-CLIENT(PLAYER-IDX) NOT = 0
                CALL "Util-BytesToHex" USING PLAYER-UUID(PLAYER-IDX)
                    WS-PLAYER-HEX
                IF WS-PLAYER-HEX = LK-UUID-HEX
                    MOVE "Y" TO WS-ONLINE-FLAG
                END-IF
            END-IF
        END-PERFORM
        IF WS-ONLINE-FLAG = "Y"
            MOVE SPACES TO WS-REPLY-LINE
            STRING "Refused: " LK-UUID-HEX " is online - restore only"
                " runs while the player is offline"
                DELIMITED BY SIZE INTO WS-REPLY-LINE
            PERFORM Reply-Line
            EXIT PARAGRAPH
        END-IF

        PERFORM Find-Snapshot
        IF WS-FOUND-FLAG NOT = "Y"
            EXIT PARAGRAPH
        END-IF
        OPEN INPUT SNAPSHOT-FILE
        IF WS-FILE-STATUS NOT = "00"
            PERFORM Reply-Missing-File
            EXIT PARAGRAPH
        END-IF
        PERFORM Count-Snapshot-File
        MOVE WS-STACKS TO WS-STACKS-DISPLAY

        *> Stage the snapshot beside the live file before anything is
        *> touched, so keeping the replaced inventory below can never
        *> prune the very snapshot being restored
        MOVE SPACES TO WS-INVENTORY-FILE-NAME
        STRING "inventories/" LK-UUID-HEX ".dat"
            DELIMITED BY SIZE INTO WS-INVENTORY-FILE-NAME
        MOVE SPACES TO WS-STAGED-FILE-NAME
        STRING "inventories/" LK-UUID-HEX ".dat.new"
            DELIMITED BY SIZE INTO WS-STAGED-FILE-NAME
        MOVE SPACES TO WS-COMMAND
        STRING "mkdir -p inventories && cp "
            FUNCTION TRIM(WS-SNAPSHOT-FILE-NAME) " "
            FUNCTION TRIM(WS-STAGED-FILE-NAME)
            DELIMITED BY SIZE INTO WS-COMMAND
        CALL "SYSTEM" USING WS-COMMAND

        *> Whatever is on disk now becomes a snapshot of its own
        MOVE 0 TO WS-REPLACED-ID
        MOVE WS-INVENTORY-FILE-NAME TO WS-SNAPSHOT-FILE-NAME
        OPEN INPUT SNAPSHOT-FILE
        IF WS-FILE-STATUS = "00"
            MOVE WS-STACKS TO WS-ROW-COUNT
            PERFORM Count-Snapshot-File
            CALL "InventorySnapshot-Register" USING LK-UUID-HEX
                WS-REPLACED-REASON WS-STACKS WS-SIGNATURE
                WS-REPLACED-ID WS-REPLACED-FILE-NAME
            MOVE WS-ROW-COUNT TO WS-STACKS
            IF WS-REPLACED-ID NOT = 0
                MOVE SPACES TO WS-COMMAND
                STRING "cp " FUNCTION TRIM(WS-INVENTORY-FILE-NAME) " "
                    FUNCTION TRIM(WS-REPLACED-FILE-NAME)
                    DELIMITED BY SIZE INTO WS-COMMAND
                CALL "SYSTEM" USING WS-COMMAND
            END-IF
        END-IF

        MOVE SPACES TO WS-COMMAND
        STRING "mv " FUNCTION TRIM(WS-STAGED-FILE-NAME) " "
            FUNCTION TRIM(WS-INVENTORY-FILE-NAME)
            DELIMITED BY SIZE INTO WS-COMMAND
        CALL "SYSTEM" USING WS-COMMAND

        MOVE WS-REPLACED-ID TO WS-REPLACED-ID-DISPLAY
        MOVE SPACES TO WS-ACTION-DETAIL
        STRING "inventory of " LK-UUID-HEX " from snapshot #"
            FUNCTION TRIM(WS-ID-DISPLAY) ", replaced kept as #"
            FUNCTION TRIM(WS-REPLACED-ID-DISPLAY)
            DELIMITED BY SIZE INTO WS-ACTION-DETAIL
        CALL "StaffActionLog-Append" USING WS-ACTION-KIND WS-STACKS
            WS-ACTION-DETAIL

        MOVE SPACES TO WS-REPLY-LINE
        MOVE 1 TO WS-REPLY-POINTER
        STRING "Restored snapshot #" FUNCTION TRIM(WS-ID-DISPLAY) " ("
            FUNCTION TRIM(WS-STACKS-DISPLAY) " stacks) for "
            LK-UUID-HEX DELIMITED BY SIZE INTO WS-REPLY-LINE
            WITH POINTER WS-REPLY-POINTER
        IF WS-REPLACED-ID NOT = 0
            STRING "; the inventory it replaced is snapshot #"
                FUNCTION TRIM(WS-REPLACED-ID-DISPLAY)
                DELIMITED BY SIZE INTO WS-REPLY-LINE
                WITH POINTER WS-REPLY-POINTER
        END-IF
        PERFORM Reply-Line.

    *> Stack count and signature of the open SNAPSHOT-FILE, computed
    *> as InventorySnapshot-Take does from the live slots; closes it.
    Count-Snapshot-File.
        MOVE 0 TO WS-STACKS
        MOVE 0 TO WS-SIGNATURE
        MOVE "N" TO WS-EOF
        PERFORM UNTIL WS-EOF = "Y"
            READ SNAPSHOT-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-STACKS
                    COMPUTE WS-SIGNATURE = FUNCTION MOD(WS-SIGNATURE * 31
                        + (SNAPSHOT-SLOT-NUMBER + 1) * 1000
                        + SNAPSHOT-SLOT-ID * 7 + SNAPSHOT-SLOT-COUNT * 3
                        + SNAPSHOT-SLOT-NBT-LENGTH, 1000000000000)
            END-READ
        END-PERFORM
        CLOSE SNAPSHOT-FILE.

END PROGRAM InventorySnapshot-Run.
