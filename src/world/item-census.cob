       >>SOURCE FORMAT FREE
*> --- ItemCensus-Run ---
*> Nightly batch job, the loose-item counterpart of BlockCensus-Run
*> and scheduled beside it: totals every item id held anywhere the
*> server keeps items -
*>
*>   - player inventories: online players straight from memory (their
*>     inventories/ file can be a save interval stale), everyone else
*>     from inventories/<uuid>.dat;
*>   - world/containers/ files, chests and barrels as CONTAINER and,
*>     where a world/furnaces/ burn-state sidecar sits beside the same
*>     position, FURNACE (a furnace's input, fuel and output slots
*>     live in its container file; the sidecar holds no items);
*>   - the escrow of every open trade session -
*>
*> and writes censuses/items-<timestamp>.log (one line per item id:
*> total, then the inventory, container, furnace and escrow shares).
*> The previous items census is diffed the way the block census is:
*> every id whose total moved is listed, and a valuable item that
*> swung more than ten percent (or appeared from nothing in quantity)
*> is flagged, raised through Alert-Raise, and followed in the report
*> by its top holders - players by UUID and username, containers by
*> position - so staff know where to start looking.
*>
*> Items are keyed by registry id: the registry gives names to ids
*> only one way, so the valuable items are named in the census through
*> the table below and every other id is reported by number.
IDENTIFICATION DIVISION.
PROGRAM-ID. ItemCensus-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CENSUS-FILE ASSIGN TO WS-CENSUS-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    SELECT PREVIOUS-FILE ASSIGN TO WS-PREVIOUS-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PREVIOUS-STATUS.
    SELECT LIST-FILE ASSIGN TO "censuses/items-list.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIST-STATUS.
    SELECT SLOT-FILE ASSIGN TO WS-SLOT-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SLOT-STATUS.
    SELECT DIFF-REPORT-FILE ASSIGN TO WS-DIFF-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD CENSUS-FILE.
01 CENSUS-RECORD               PIC X(128).
FD PREVIOUS-FILE.
01 PREVIOUS-RECORD             PIC X(128).
FD LIST-FILE.
01 LIST-RECORD                 PIC X(128).
FD SLOT-FILE.
01 SLOT-RECORD.
    02 SLOT-RECORD-NUMBER       BINARY-LONG UNSIGNED.
    02 SLOT-RECORD-PAYLOAD.
        COPY DD-INVENTORY-SLOT
            REPLACING LEADING ==PREFIX== BY ==SLOT-RECORD==
                      ==02== BY ==03==.
FD DIFF-REPORT-FILE.
01 DIFF-REPORT-RECORD          PIC X(128).

WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-TRADES.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-PREVIOUS-STATUS       PIC X(2).
    01 WS-LIST-STATUS           PIC X(2).
    01 WS-SLOT-STATUS           PIC X(2).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-NOW-DISPLAY           PIC 9(10).
    01 WS-CENSUS-FILE-NAME      PIC X(128).
    01 WS-PREVIOUS-FILE-NAME    PIC X(128).
    01 WS-DIFF-FILE-NAME        PIC X(128).
    01 WS-SLOT-FILE-NAME        PIC X(128).

    *> --- the items a dupe exploit goes after ---
    01 WS-VALUABLE-NAMES.
        02 FILLER               PIC X(32) VALUE "minecraft:diamond".
        02 FILLER               PIC X(32) VALUE "minecraft:diamond_block".
        02 FILLER               PIC X(32) VALUE "minecraft:emerald".
        02 FILLER               PIC X(32) VALUE "minecraft:emerald_block".
        02 FILLER               PIC X(32) VALUE "minecraft:gold_ingot".
        02 FILLER               PIC X(32) VALUE "minecraft:gold_block".
        02 FILLER               PIC X(32) VALUE "minecraft:netherite_scrap".
        02 FILLER               PIC X(32) VALUE "minecraft:netherite_ingot".
        02 FILLER               PIC X(32) VALUE "minecraft:netherite_block".
        02 FILLER               PIC X(32) VALUE "minecraft:ancient_debris".
        02 FILLER               PIC X(32) VALUE "minecraft:nether_star".
        02 FILLER               PIC X(32) VALUE "minecraft:beacon".
        02 FILLER               PIC X(32) VALUE "minecraft:elytra".
        02 FILLER               PIC X(32) VALUE "minecraft:totem_of_undying".
        02 FILLER               PIC X(32) VALUE "minecraft:enchanted_golden_apple".
    01 WS-VALUABLE-TABLE REDEFINES WS-VALUABLE-NAMES.
        02 WS-VALUABLE-NAME     PIC X(32) OCCURS 15 TIMES.
    01 WS-VALUABLE-IDS.
        02 WS-VALUABLE-ID       BINARY-LONG OCCURS 15 TIMES.
    01 WS-VALUABLE-INDEX        BINARY-LONG UNSIGNED.
    01 WS-LOOKUP-NAME           PIC X(64).

    *> --- running totals per item id ---
    01 WS-ITEM-MAX              BINARY-LONG UNSIGNED VALUE 2048.
    01 WS-ITEM-COUNT            BINARY-LONG UNSIGNED VALUE 0.
    01 WS-ITEM-OVERFLOW-WARNED  PIC X(1) VALUE "N".
    01 WS-ITEM-TABLE.
        02 WS-ITEM-ENTRY OCCURS 2048 TIMES.
            03 WS-ITEM-ID           BINARY-LONG.
            03 WS-ITEM-TOTAL        BINARY-DOUBLE UNSIGNED.
            03 WS-ITEM-INVENTORY    BINARY-DOUBLE UNSIGNED.
            03 WS-ITEM-CONTAINER    BINARY-DOUBLE UNSIGNED.
            03 WS-ITEM-FURNACE      BINARY-DOUBLE UNSIGNED.
            03 WS-ITEM-ESCROW       BINARY-DOUBLE UNSIGNED.
            03 WS-ITEM-VALUABLE-IDX BINARY-LONG UNSIGNED.
    01 WS-ITEM-IDX              BINARY-LONG UNSIGNED.

    *> --- per-holder counts, kept for the valuable items only ---
    01 WS-HOLDER-MAX            BINARY-LONG UNSIGNED VALUE 4096.
    01 WS-HOLDER-COUNT          BINARY-LONG UNSIGNED VALUE 0.
    01 WS-HOLDER-OVERFLOW-WARNED PIC X(1) VALUE "N".
    01 WS-HOLDER-TABLE.
        02 WS-HOLDER-ENTRY OCCURS 4096 TIMES.
            03 WS-HOLDER-VALUABLE-IDX BINARY-LONG UNSIGNED.
            *> I player inventory, E player's trade escrow,
            *> C container, F furnace
            03 WS-HOLDER-KIND       PIC X(1).
            03 WS-HOLDER-KEY        PIC X(32).
            03 WS-HOLDER-AMOUNT     BINARY-DOUBLE UNSIGNED.
            03 WS-HOLDER-LISTED     PIC X(1).
    01 WS-HOLDER-IDX            BINARY-LONG UNSIGNED.
    01 WS-BEST-IDX              BINARY-LONG UNSIGNED.
    01 WS-RANK                  BINARY-LONG UNSIGNED.

    *> --- the slot being counted and where it was found ---
    01 WS-COUNT-ID              BINARY-LONG.
    01 WS-COUNT-AMOUNT          BINARY-LONG UNSIGNED.
    01 WS-COUNT-SOURCE          PIC X(1).
    01 WS-COUNT-HOLDER-KEY      PIC X(32).

    *> --- online players, counted from memory ---
    01 WS-ONLINE-MAX            BINARY-LONG UNSIGNED VALUE 256.
    01 WS-ONLINE-COUNT          BINARY-LONG UNSIGNED VALUE 0.
    01 WS-ONLINE-TABLE.
        02 WS-ONLINE-HEX        PIC X(32) OCCURS 256 TIMES.
    01 WS-ONLINE-IDX            BINARY-LONG UNSIGNED.
    01 WS-ONLINE-FLAG           PIC X(1).
    01 WS-UUID-HEX              PIC X(32).
    01 WS-SLOT-NUMBER           BINARY-LONG UNSIGNED.
    01 WS-SLOT.
        COPY DD-INVENTORY-SLOT REPLACING LEADING ==PREFIX== BY ==WS==.

    *> --- furnace sidecars, so their container files count as furnaces ---
    01 WS-FURNACE-MAX           BINARY-LONG UNSIGNED VALUE 1024.
    01 WS-FURNACE-COUNT         BINARY-LONG UNSIGNED VALUE 0.
    01 WS-FURNACE-TABLE.
        02 WS-FURNACE-FILE      PIC X(40) OCCURS 1024 TIMES.
    01 WS-FURNACE-IDX           BINARY-LONG UNSIGNED.
    01 WS-BASE-NAME             PIC X(40).

    01 WS-TRADE-INDEX           BINARY-LONG UNSIGNED.
    01 WS-OFFER-INDEX           BINARY-LONG UNSIGNED.

    *> --- census line, and the previous census for the diff ---
    01 WS-CENSUS-LINE.
        02 WS-CENSUS-ID         PIC 9(6).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-CENSUS-TOTAL      PIC 9(12).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-CENSUS-INVENTORY  PIC 9(12).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-CENSUS-CONTAINER  PIC 9(12).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-CENSUS-FURNACE    PIC 9(12).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-CENSUS-ESCROW     PIC 9(12).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-CENSUS-NAME       PIC X(40).
    01 WS-PREV-MAX              BINARY-LONG UNSIGNED VALUE 2048.
    01 WS-PREV-COUNT            BINARY-LONG UNSIGNED.
    01 WS-PREV-TABLE.
        02 WS-PREV-ENTRY OCCURS 2048 TIMES.
            03 WS-PREV-ID       BINARY-LONG.
            03 WS-PREV-AMOUNT   BINARY-DOUBLE UNSIGNED.
            03 WS-PREV-MATCHED  PIC X(1).
    01 WS-PREV-INDEX            BINARY-LONG UNSIGNED.
    01 WS-PREV-LINE.
        02 WS-PREV-LINE-ID      PIC 9(6).
        02 FILLER               PIC X.
        02 WS-PREV-LINE-TOTAL   PIC 9(12).
        02 FILLER               PIC X(93).

    01 WS-DIFF-ID               BINARY-LONG.
    01 WS-DIFF-CURRENT          BINARY-DOUBLE UNSIGNED.
    01 WS-PREV-AMOUNT-FOUND     BINARY-DOUBLE UNSIGNED.
    01 WS-DELTA                 BINARY-DOUBLE.
    01 WS-PCT-FLOAT             FLOAT-LONG.
    01 WS-CUR-FLOAT             FLOAT-LONG.
    01 WS-PREV-FLOAT            FLOAT-LONG.
    01 WS-FLAGGED-COUNT         BINARY-LONG UNSIGNED.
    01 WS-FLAGGED-DISPLAY       PIC Z(8)9.
    01 WS-FLAGGED-TABLE.
        02 WS-FLAGGED-VALUABLE  BINARY-LONG UNSIGNED OCCURS 15 TIMES.
    01 WS-FLAGGED-IDX           BINARY-LONG UNSIGNED.
    01 WS-ALERT-TEXT            PIC X(200).
    01 WS-ID-DISPLAY            PIC Z(5)9.
    01 WS-DIFF-LINE.
        02 WS-DIFF-FLAG         PIC X(2).
        02 WS-DIFF-NAME         PIC X(48).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-DIFF-PREV         PIC Z(11)9.
        02 FILLER               PIC X(4) VALUE " -> ".
        02 WS-DIFF-CUR          PIC Z(11)9.
    COPY DD-PLAYER-STATS REPLACING LEADING ==PREFIX== BY ==WS==.
    01 WS-HOLDER-LINE.
        02 FILLER               PIC X(4) VALUE SPACES.
        02 WS-HOLDER-LINE-RANK  PIC 9.
        02 FILLER               PIC X(2) VALUE ". ".
        02 WS-HOLDER-LINE-KIND  PIC X(10).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-HOLDER-LINE-KEY   PIC X(32).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-HOLDER-LINE-NAME  PIC X(16).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-HOLDER-LINE-AMOUNT PIC Z(11)9.

PROCEDURE DIVISION.
    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE WS-NOW TO WS-NOW-DISPLAY
    MOVE SPACES TO WS-CENSUS-FILE-NAME
    STRING "censuses/items-" WS-NOW-DISPLAY ".log"
        DELIMITED BY SIZE INTO WS-CENSUS-FILE-NAME
    MOVE SPACES TO WS-DIFF-FILE-NAME
    STRING "reports/item-census-diff-" WS-NOW-DISPLAY ".log"
        DELIMITED BY SIZE INTO WS-DIFF-FILE-NAME
    MOVE 0 TO WS-ITEM-COUNT
    MOVE 0 TO WS-HOLDER-COUNT
    MOVE 0 TO WS-ONLINE-COUNT
    MOVE 0 TO WS-FURNACE-COUNT
    MOVE "N" TO WS-ITEM-OVERFLOW-WARNED
    MOVE "N" TO WS-HOLDER-OVERFLOW-WARNED

    PERFORM VARYING WS-VALUABLE-INDEX FROM 1 BY 1
            UNTIL WS-VALUABLE-INDEX > 15
        MOVE WS-VALUABLE-NAME(WS-VALUABLE-INDEX) TO WS-LOOKUP-NAME
        CALL "Registries-Lookup" USING "minecraft:item" WS-LOOKUP-NAME
            WS-VALUABLE-ID(WS-VALUABLE-INDEX)
    END-PERFORM

    *> Remember the newest existing items census before this run
    *> writes one
    CALL "SYSTEM" USING "mkdir -p censuses reports && ls -1 censuses/items-*.log 2>/dev/null | tail -1 > censuses/items-list.tmp"
    MOVE SPACES TO WS-PREVIOUS-FILE-NAME
    OPEN INPUT LIST-FILE
    IF WS-LIST-STATUS = "00"
        READ LIST-FILE INTO WS-PREVIOUS-FILE-NAME
            AT END MOVE SPACES TO WS-PREVIOUS-FILE-NAME
        END-READ
        CLOSE LIST-FILE
    END-IF

    PERFORM Load-Previous-Census
    PERFORM Count-Online-Inventories
    PERFORM Count-Saved-Inventories
    PERFORM Load-Furnace-Sidecars
    PERFORM Count-Containers
    PERFORM Count-Trade-Escrow
    CALL "SYSTEM" USING "rm -f censuses/items-list.tmp"

    PERFORM Write-Census
    PERFORM Write-Diff-Report

    MOVE 0 TO RETURN-CODE
    GOBACK.

    Load-Previous-Census.
        MOVE 0 TO WS-PREV-COUNT
        IF WS-PREVIOUS-FILE-NAME = SPACES
            EXIT PARAGRAPH
        END-IF
        OPEN INPUT PREVIOUS-FILE
        IF WS-PREVIOUS-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-PREVIOUS-STATUS NOT = "00"
            READ PREVIOUS-FILE INTO WS-PREV-LINE
            IF WS-PREVIOUS-STATUS = "00"
                    AND WS-PREV-LINE-ID IS NUMERIC
                    AND WS-PREV-COUNT < WS-PREV-MAX
                ADD 1 TO WS-PREV-COUNT
                MOVE WS-PREV-LINE-ID TO WS-PREV-ID(WS-PREV-COUNT)
                MOVE WS-PREV-LINE-TOTAL TO WS-PREV-AMOUNT(WS-PREV-COUNT)
                MOVE "N" TO WS-PREV-MATCHED(WS-PREV-COUNT)
            END-IF
        END-PERFORM
        CLOSE PREVIOUS-FILE.

    Count-Online-Inventories.
        MOVE "I" TO WS-COUNT-SOURCE
        PERFORM VARYING PLAYER-IDX FROM 1 BY 1
                UNTIL PLAYER-IDX > PLAYER-COUNT
            IF PLAYER-CLIENT(PLAYER-IDX) NOT = 0
                CALL "Util-BytesToHex" USING PLAYER-UUID(PLAYER-IDX)
                    WS-UUID-HEX
                IF WS-ONLINE-COUNT < WS-ONLINE-MAX
                    ADD 1 TO WS-ONLINE-COUNT
                    MOVE WS-UUID-HEX TO WS-ONLINE-HEX(WS-ONLINE-COUNT)
                END-IF
                MOVE WS-UUID-HEX TO WS-COUNT-HOLDER-KEY
                PERFORM VARYING WS-SLOT-NUMBER FROM 0 BY 1
                        UNTIL WS-SLOT-NUMBER > 45
                    CALL "Player-GetInventorySlot" USING PLAYER-IDX
                        WS-SLOT-NUMBER WS-SLOT
                    IF WS-SLOT-ID >= 0 AND WS-SLOT-COUNT > 0
                        MOVE WS-SLOT-ID TO WS-COUNT-ID
                        MOVE WS-SLOT-COUNT TO WS-COUNT-AMOUNT
                        PERFORM Count-Slot
                    END-IF
                END-PERFORM
            END-IF
        END-PERFORM.

    Count-Saved-Inventories.
        MOVE "I" TO WS-COUNT-SOURCE
        CALL "SYSTEM" USING "ls -1 inventories 2>/dev/null | grep '[.]dat$' > censuses/items-list.tmp"
        OPEN INPUT LIST-FILE
        IF WS-LIST-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-LIST-STATUS NOT = "00"
            READ LIST-FILE
            IF WS-LIST-STATUS = "00" AND LIST-RECORD(33:4) = ".dat"
                MOVE LIST-RECORD(1:32) TO WS-UUID-HEX
                MOVE "N" TO WS-ONLINE-FLAG
                PERFORM VARYING WS-ONLINE-IDX FROM 1 BY 1
                        UNTIL WS-ONLINE-IDX > WS-ONLINE-COUNT
                    IF WS-ONLINE-HEX(WS-ONLINE-IDX) = WS-UUID-HEX
                        MOVE "Y" TO WS-ONLINE-FLAG
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                IF WS-ONLINE-FLAG NOT = "Y"
                    MOVE WS-UUID-HEX TO WS-COUNT-HOLDER-KEY
                    MOVE SPACES TO WS-SLOT-FILE-NAME
                    STRING "inventories/" WS-UUID-HEX ".dat"
                        DELIMITED BY SIZE INTO WS-SLOT-FILE-NAME
                    PERFORM Count-Slot-File
                END-IF
            END-IF
        END-PERFORM
        CLOSE LIST-FILE.

    Load-Furnace-Sidecars.
        CALL "SYSTEM" USING "ls -1 world/furnaces 2>/dev/null | grep '[.]dat$' > censuses/items-list.tmp"
        OPEN INPUT LIST-FILE
        IF WS-LIST-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-LIST-STATUS NOT = "00"
            READ LIST-FILE
            IF WS-LIST-STATUS = "00"
                    AND WS-FURNACE-COUNT < WS-FURNACE-MAX
                ADD 1 TO WS-FURNACE-COUNT
                MOVE LIST-RECORD TO WS-FURNACE-FILE(WS-FURNACE-COUNT)
            END-IF
        END-PERFORM
        CLOSE LIST-FILE.

    Count-Containers.
        CALL "SYSTEM" USING "ls -1 world/containers 2>/dev/null | grep '[.]dat$' > censuses/items-list.tmp"
        OPEN INPUT LIST-FILE
        IF WS-LIST-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-LIST-STATUS NOT = "00"
            READ LIST-FILE
            IF WS-LIST-STATUS = "00"
                MOVE LIST-RECORD TO WS-BASE-NAME
                MOVE "C" TO WS-COUNT-SOURCE
                PERFORM VARYING WS-FURNACE-IDX FROM 1 BY 1
                        UNTIL WS-FURNACE-IDX > WS-FURNACE-COUNT
                    IF WS-FURNACE-FILE(WS-FURNACE-IDX) = WS-BASE-NAME
                        MOVE "F" TO WS-COUNT-SOURCE
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                *> The holder key is the position part, x_y_z
                MOVE SPACES TO WS-COUNT-HOLDER-KEY
                UNSTRING WS-BASE-NAME DELIMITED BY ".dat"
                    INTO WS-COUNT-HOLDER-KEY
                MOVE SPACES TO WS-SLOT-FILE-NAME
                STRING "world/containers/" FUNCTION TRIM(WS-BASE-NAME)
                    DELIMITED BY SIZE INTO WS-SLOT-FILE-NAME
                PERFORM Count-Slot-File
            END-IF
        END-PERFORM
        CLOSE LIST-FILE.

    *> Inventory and container files share one record shape: slot
    *> number plus the DD-INVENTORY-SLOT payload.
    Count-Slot-File.
        OPEN INPUT SLOT-FILE
        IF WS-SLOT-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-SLOT-STATUS NOT = "00"
            READ SLOT-FILE
            IF WS-SLOT-STATUS = "00" AND SLOT-RECORD-SLOT-ID >= 0
                    AND SLOT-RECORD-SLOT-COUNT > 0
                MOVE SLOT-RECORD-SLOT-ID TO WS-COUNT-ID
                MOVE SLOT-RECORD-SLOT-COUNT TO WS-COUNT-AMOUNT
                PERFORM Count-Slot
            END-IF
        END-PERFORM
        CLOSE SLOT-FILE.

    *> Escrowed stacks are out of both inventories until the trade
    *> commits or cancels; they are held against the offering player.
    Count-Trade-Escrow.
        MOVE "E" TO WS-COUNT-SOURCE
        PERFORM VARYING WS-TRADE-INDEX FROM 1 BY 1
                UNTIL WS-TRADE-INDEX > TRADE-COUNT
            CALL "Util-BytesToHex" USING
                PLAYER-UUID(TRADE-PLAYER-A(WS-TRADE-INDEX))
                WS-COUNT-HOLDER-KEY
            PERFORM VARYING WS-OFFER-INDEX FROM 1 BY 1
                    UNTIL WS-OFFER-INDEX
                        > TRADE-OFFER-A-COUNT(WS-TRADE-INDEX)
                MOVE TRADE-A-SLOT-ID(WS-TRADE-INDEX, WS-OFFER-INDEX)
                    TO WS-COUNT-ID
                MOVE TRADE-A-SLOT-COUNT(WS-TRADE-INDEX, WS-OFFER-INDEX)
                    TO WS-COUNT-AMOUNT
                PERFORM Count-Slot
            END-PERFORM
            CALL "Util-BytesToHex" USING
                PLAYER-UUID(TRADE-PLAYER-B(WS-TRADE-INDEX))
                WS-COUNT-HOLDER-KEY
            PERFORM VARYING WS-OFFER-INDEX FROM 1 BY 1
                    UNTIL WS-OFFER-INDEX
                        > TRADE-OFFER-B-COUNT(WS-TRADE-INDEX)
                MOVE TRADE-B-SLOT-ID(WS-TRADE-INDEX, WS-OFFER-INDEX)
                    TO WS-COUNT-ID
                MOVE TRADE-B-SLOT-COUNT(WS-TRADE-INDEX, WS-OFFER-INDEX)
                    TO WS-COUNT-AMOUNT
                PERFORM Count-Slot
            END-PERFORM
        END-PERFORM.

    *> Adds WS-COUNT-AMOUNT of WS-COUNT-ID to its item's total and
    *> source share, and to the holder table for a valuable item.
    Count-Slot.
        IF WS-COUNT-ID < 0 OR WS-COUNT-AMOUNT = 0
            EXIT PARAGRAPH
        END-IF
        PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
            IF WS-ITEM-ID(WS-ITEM-IDX) = WS-COUNT-ID
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF WS-ITEM-IDX > WS-ITEM-COUNT
            IF WS-ITEM-COUNT >= WS-ITEM-MAX
                IF WS-ITEM-OVERFLOW-WARNED NOT = "Y"
                    DISPLAY "[item-census] more than " WS-ITEM-MAX
                        " item ids; excess ids omitted"
                    MOVE "Y" TO WS-ITEM-OVERFLOW-WARNED
                END-IF
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-ITEM-COUNT
            MOVE WS-ITEM-COUNT TO WS-ITEM-IDX
            MOVE WS-COUNT-ID TO WS-ITEM-ID(WS-ITEM-IDX)
            MOVE 0 TO WS-ITEM-TOTAL(WS-ITEM-IDX)
            MOVE 0 TO WS-ITEM-INVENTORY(WS-ITEM-IDX)
            MOVE 0 TO WS-ITEM-CONTAINER(WS-ITEM-IDX)
            MOVE 0 TO WS-ITEM-FURNACE(WS-ITEM-IDX)
            MOVE 0 TO WS-ITEM-ESCROW(WS-ITEM-IDX)
            MOVE 0 TO WS-ITEM-VALUABLE-IDX(WS-ITEM-IDX)
            PERFORM VARYING WS-VALUABLE-INDEX FROM 1 BY 1
                    UNTIL WS-VALUABLE-INDEX > 15
                IF WS-VALUABLE-ID(WS-VALUABLE-INDEX) = WS-COUNT-ID
                    MOVE WS-VALUABLE-INDEX
                        TO WS-ITEM-VALUABLE-IDX(WS-ITEM-IDX)
                    EXIT PERFORM
                END-IF
            END-PERFORM
        END-IF

        ADD WS-COUNT-AMOUNT TO WS-ITEM-TOTAL(WS-ITEM-IDX)
        EVALUATE WS-COUNT-SOURCE
            WHEN "I"
                ADD WS-COUNT-AMOUNT TO WS-ITEM-INVENTORY(WS-ITEM-IDX)
            WHEN "C"
                ADD WS-COUNT-AMOUNT TO WS-ITEM-CONTAINER(WS-ITEM-IDX)
            WHEN "F"
                ADD WS-COUNT-AMOUNT TO WS-ITEM-FURNACE(WS-ITEM-IDX)
            WHEN "E"
                ADD WS-COUNT-AMOUNT TO WS-ITEM-ESCROW(WS-ITEM-IDX)
        END-EVALUATE

        IF WS-ITEM-VALUABLE-IDX(WS-ITEM-IDX) NOT = 0
            PERFORM Count-Holder
        END-IF.

    Count-Holder.
        PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
                UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
            IF WS-HOLDER-VALUABLE-IDX(WS-HOLDER-IDX)
                    = WS-ITEM-VALUABLE-IDX(WS-ITEM-IDX)
                    AND WS-HOLDER-KIND(WS-HOLDER-IDX) = WS-COUNT-SOURCE
                    AND WS-HOLDER-KEY(WS-HOLDER-IDX) = WS-COUNT-HOLDER-KEY
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF WS-HOLDER-IDX > WS-HOLDER-COUNT
            IF WS-HOLDER-COUNT >= WS-HOLDER-MAX
                IF WS-HOLDER-OVERFLOW-WARNED NOT = "Y"
                    DISPLAY "[item-census] more than " WS-HOLDER-MAX
                        " valuable-item holders; excess holders omitted"
                    MOVE "Y" TO WS-HOLDER-OVERFLOW-WARNED
                END-IF
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-HOLDER-COUNT
            MOVE WS-HOLDER-COUNT TO WS-HOLDER-IDX
            MOVE WS-ITEM-VALUABLE-IDX(WS-ITEM-IDX)
                TO WS-HOLDER-VALUABLE-IDX(WS-HOLDER-IDX)
            MOVE WS-COUNT-SOURCE TO WS-HOLDER-KIND(WS-HOLDER-IDX)
            MOVE WS-COUNT-HOLDER-KEY TO WS-HOLDER-KEY(WS-HOLDER-IDX)
            MOVE 0 TO WS-HOLDER-AMOUNT(WS-HOLDER-IDX)
            MOVE "N" TO WS-HOLDER-LISTED(WS-HOLDER-IDX)
        END-IF
        ADD WS-COUNT-AMOUNT TO WS-HOLDER-AMOUNT(WS-HOLDER-IDX).

    Write-Census.
        OPEN OUTPUT CENSUS-FILE
        IF WS-FILE-STATUS NOT = "00"
            DISPLAY "[item-census] unable to open " FUNCTION TRIM(WS-CENSUS-FILE-NAME) ", status=" WS-FILE-STATUS
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
            MOVE WS-ITEM-ID(WS-ITEM-IDX) TO WS-CENSUS-ID
            MOVE WS-ITEM-TOTAL(WS-ITEM-IDX) TO WS-CENSUS-TOTAL
            MOVE WS-ITEM-INVENTORY(WS-ITEM-IDX) TO WS-CENSUS-INVENTORY
            MOVE WS-ITEM-CONTAINER(WS-ITEM-IDX) TO WS-CENSUS-CONTAINER
            MOVE WS-ITEM-FURNACE(WS-ITEM-IDX) TO WS-CENSUS-FURNACE
            MOVE WS-ITEM-ESCROW(WS-ITEM-IDX) TO WS-CENSUS-ESCROW
            MOVE SPACES TO WS-CENSUS-NAME
            IF WS-ITEM-VALUABLE-IDX(WS-ITEM-IDX) NOT = 0
                MOVE WS-VALUABLE-NAME(WS-ITEM-VALUABLE-IDX(WS-ITEM-IDX))
                    TO WS-CENSUS-NAME
            END-IF
            WRITE CENSUS-RECORD FROM WS-CENSUS-LINE
        END-PERFORM
        CLOSE CENSUS-FILE
        DISPLAY "[item-census] wrote " FUNCTION TRIM(WS-CENSUS-FILE-NAME).

    Write-Diff-Report.
        IF WS-PREV-COUNT = 0
            DISPLAY "[item-census] no previous items census; diff skipped"
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT DIFF-REPORT-FILE
        IF WS-FILE-STATUS NOT = "00"
            DISPLAY "[item-census] unable to open " FUNCTION TRIM(WS-DIFF-FILE-NAME) ", status=" WS-FILE-STATUS
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF

        MOVE 0 TO WS-FLAGGED-COUNT
        PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
            MOVE WS-ITEM-ID(WS-ITEM-IDX) TO WS-DIFF-ID
            MOVE WS-ITEM-TOTAL(WS-ITEM-IDX) TO WS-DIFF-CURRENT
            MOVE 0 TO WS-PREV-AMOUNT-FOUND
            PERFORM VARYING WS-PREV-INDEX FROM 1 BY 1
                    UNTIL WS-PREV-INDEX > WS-PREV-COUNT
                IF WS-PREV-ID(WS-PREV-INDEX) = WS-DIFF-ID
                    MOVE WS-PREV-AMOUNT(WS-PREV-INDEX)
                        TO WS-PREV-AMOUNT-FOUND
                    MOVE "Y" TO WS-PREV-MATCHED(WS-PREV-INDEX)
                    EXIT PERFORM
                END-IF
            END-PERFORM
            MOVE WS-ITEM-VALUABLE-IDX(WS-ITEM-IDX) TO WS-VALUABLE-INDEX
            PERFORM Flag-And-Write-Diff
        END-PERFORM

        *> Items that vanished entirely are not in tonight's census
        *> but belong in the diff all the same.
        PERFORM VARYING WS-PREV-INDEX FROM 1 BY 1
                UNTIL WS-PREV-INDEX > WS-PREV-COUNT
            IF WS-PREV-MATCHED(WS-PREV-INDEX) NOT = "Y"
                MOVE WS-PREV-ID(WS-PREV-INDEX) TO WS-DIFF-ID
                MOVE 0 TO WS-DIFF-CURRENT
                MOVE WS-PREV-AMOUNT(WS-PREV-INDEX)
                    TO WS-PREV-AMOUNT-FOUND
                MOVE 0 TO WS-VALUABLE-INDEX
                PERFORM VARYING WS-FLAGGED-IDX FROM 1 BY 1
                        UNTIL WS-FLAGGED-IDX > 15
                    IF WS-VALUABLE-ID(WS-FLAGGED-IDX) = WS-DIFF-ID
                        MOVE WS-FLAGGED-IDX TO WS-VALUABLE-INDEX
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                PERFORM Flag-And-Write-Diff
            END-IF
        END-PERFORM

        PERFORM VARYING WS-FLAGGED-IDX FROM 1 BY 1
                UNTIL WS-FLAGGED-IDX > WS-FLAGGED-COUNT
            PERFORM Write-Top-Holders
        END-PERFORM
        CLOSE DIFF-REPORT-FILE

        IF WS-FLAGGED-COUNT > 0
            MOVE WS-FLAGGED-COUNT TO WS-FLAGGED-DISPLAY
            MOVE SPACES TO WS-ALERT-TEXT
            STRING FUNCTION TRIM(WS-FLAGGED-DISPLAY)
                " anomalous swings in valuable items - see "
                FUNCTION TRIM(WS-DIFF-FILE-NAME)
                DELIMITED BY SIZE INTO WS-ALERT-TEXT
            CALL "Alert-Raise" USING "CRIT    " "CENSUS          "
                WS-ALERT-TEXT
        ELSE
            DISPLAY "[item-census] diff written, no anomalous swings"
        END-IF.

    *> Same rule as the block census: a valuable item moving more than
    *> ten percent, or appearing from nothing in quantity.
    Flag-And-Write-Diff.
        COMPUTE WS-DELTA = WS-DIFF-CURRENT - WS-PREV-AMOUNT-FOUND
        IF WS-DELTA = 0
            EXIT PARAGRAPH
        END-IF

        MOVE SPACES TO WS-DIFF-FLAG
        IF WS-VALUABLE-INDEX NOT = 0
            MOVE WS-DIFF-CURRENT TO WS-CUR-FLOAT
            MOVE WS-PREV-AMOUNT-FOUND TO WS-PREV-FLOAT
            IF WS-PREV-AMOUNT-FOUND > 0
                *> One operation per COMPUTE, as in BlockCensus-Run
                COMPUTE WS-PCT-FLOAT = WS-CUR-FLOAT - WS-PREV-FLOAT
                COMPUTE WS-PCT-FLOAT = WS-PCT-FLOAT / WS-PREV-FLOAT
                COMPUTE WS-PCT-FLOAT = WS-PCT-FLOAT * 100.0
                IF WS-PCT-FLOAT > 10.0 OR WS-PCT-FLOAT < -10.0
                    MOVE "! " TO WS-DIFF-FLAG
                END-IF
            ELSE
                IF WS-DIFF-CURRENT > 64
                    MOVE "! " TO WS-DIFF-FLAG
                END-IF
            END-IF
            IF WS-DIFF-FLAG = "! " AND WS-FLAGGED-COUNT < 15
                ADD 1 TO WS-FLAGGED-COUNT
                MOVE WS-VALUABLE-INDEX
                    TO WS-FLAGGED-VALUABLE(WS-FLAGGED-COUNT)
            END-IF
        END-IF

        IF WS-VALUABLE-INDEX NOT = 0
            MOVE WS-VALUABLE-NAME(WS-VALUABLE-INDEX) TO WS-DIFF-NAME
        ELSE
            MOVE WS-DIFF-ID TO WS-ID-DISPLAY
            MOVE SPACES TO WS-DIFF-NAME
            STRING "item #" FUNCTION TRIM(WS-ID-DISPLAY)
                DELIMITED BY SIZE INTO WS-DIFF-NAME
        END-IF
        MOVE WS-PREV-AMOUNT-FOUND TO WS-DIFF-PREV
        MOVE WS-DIFF-CURRENT TO WS-DIFF-CUR
        WRITE DIFF-REPORT-RECORD FROM WS-DIFF-LINE.

    *> The five biggest holders of one flagged item, biggest first
    Write-Top-Holders.
        MOVE SPACES TO DIFF-REPORT-RECORD
        WRITE DIFF-REPORT-RECORD
        MOVE SPACES TO DIFF-REPORT-RECORD
        STRING "TOP HOLDERS OF "
            WS-VALUABLE-NAME(WS-FLAGGED-VALUABLE(WS-FLAGGED-IDX))
            DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
        WRITE DIFF-REPORT-RECORD
        PERFORM VARYING WS-RANK FROM 1 BY 1 UNTIL WS-RANK > 5
            MOVE 0 TO WS-BEST-IDX
            PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
                    UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
                IF WS-HOLDER-VALUABLE-IDX(WS-HOLDER-IDX)
                        = WS-FLAGGED-VALUABLE(WS-FLAGGED-IDX)
                        AND WS-HOLDER-LISTED(WS-HOLDER-IDX) NOT = "Y"
                    IF WS-BEST-IDX = 0
                        MOVE WS-HOLDER-IDX TO WS-BEST-IDX
                    ELSE
                        IF WS-HOLDER-AMOUNT(WS-HOLDER-IDX)
                                > WS-HOLDER-AMOUNT(WS-BEST-IDX)
                            MOVE WS-HOLDER-IDX TO WS-BEST-IDX
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            IF WS-BEST-IDX = 0
                EXIT PERFORM
            END-IF
            MOVE "Y" TO WS-HOLDER-LISTED(WS-BEST-IDX)
            PERFORM Write-Holder-Line
        END-PERFORM.

    Write-Holder-Line.
        MOVE WS-RANK TO WS-HOLDER-LINE-RANK
        MOVE WS-HOLDER-KEY(WS-BEST-IDX) TO WS-HOLDER-LINE-KEY
        MOVE SPACES TO WS-HOLDER-LINE-NAME
        EVALUATE WS-HOLDER-KIND(WS-BEST-IDX)
            WHEN "I"
                MOVE "INVENTORY" TO WS-HOLDER-LINE-KIND
            WHEN "E"
                MOVE "ESCROW" TO WS-HOLDER-LINE-KIND
            WHEN "C"
                MOVE "CONTAINER" TO WS-HOLDER-LINE-KIND
            WHEN "F"
                MOVE "FURNACE" TO WS-HOLDER-LINE-KIND
        END-EVALUATE
        IF WS-HOLDER-KIND(WS-BEST-IDX) = "I" OR "E"
            CALL "Stats-Get" USING WS-HOLDER-KEY(WS-BEST-IDX) WS-STATS
            MOVE WS-STATS-USERNAME TO WS-HOLDER-LINE-NAME
        END-IF
        MOVE WS-HOLDER-AMOUNT(WS-BEST-IDX) TO WS-HOLDER-LINE-AMOUNT
        WRITE DIFF-REPORT-RECORD FROM WS-HOLDER-LINE.

END PROGRAM ItemCensus-Run.
