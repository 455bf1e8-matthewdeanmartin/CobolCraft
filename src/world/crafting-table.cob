       >>SOURCE FORMAT FREE
*> --- CraftingTable-CheckAt ---
*> One crafting table check, fired by ScheduledTick-Drain's
*> "CRAFT-CHECK" action every few ticks while the table is in use. The
*> table's window slots live in its per-position container file, like
*> a furnace's: records 0-8 are the 3x3 grid, row-major, and record 9
*> is the result slot. Each check keeps the result slot showing what
*> the grid makes (CraftingRecipes-Match) and notices when a player has
*> taken that result out: one item is then consumed from every
*> occupied grid cell and the craft is counted in the lifetime stats
*> of whoever last opened the table ("CRAFTED", Stats-Add) - provided
*> the grid still makes what was offered; a result taken from a grid
*> emptied in the same window is not paid for, and raises a WARN
*> "CRAFTING" alert naming the crafter and the table. The window
*> code writes the slots back when the window closes, so - as with
*> the furnace's output - a new result shows on the next open after
*> the grid was filled, and a taken result is paid for by the first
*> check after the window it was taken from closes.
*> What the result slot is offering, who opened the table and when the
*> table last changed live in a sidecar file under world/crafting/ -
*> the furnace's sidecar pattern, since the window code serves every
*> container record as a clickable stack and state that is not an item
*> must never share the file. An item a player drops into the empty
*> result slot is not an offer and is left alone.
*> LK-REARM-FLAG comes back "Y" while a result is on offer (taking it
*> must always be noticed) or the table changed within the last
*> crafting-idle-ticks ticks; otherwise the loop dies out, the sidecar
*> is retired, and the next window open re-primes it.
IDENTIFICATION DIVISION.
PROGRAM-ID. CraftingTable-CheckAt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CRAFT-STATE-FILE ASSIGN TO WS-STATE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATE-STATUS.

DATA DIVISION.
FILE SECTION.
FD CRAFT-STATE-FILE.
01 CRAFT-STATE-RECORD          PIC X(80).

WORKING-STORAGE SECTION.
    01 WS-STATE-STATUS          PIC X(2).
    01 WS-STATE-FILE-NAME       PIC X(128).
    *> --- sidecar line layout (shared with CraftingTable-Opened) ---
    01 WS-STATE-LINE.
        02 WS-STATE-OFFER-ID    PIC -(6)9.
        02 FILLER               PIC X VALUE SPACE.
        02 WS-STATE-OFFER-COUNT PIC 9(3).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-STATE-CHANGED-TICK PIC 9(12).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-STATE-CRAFTER-HEX PIC X(32).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-STATE-CRAFTER-NAME PIC X(16).
    01 WS-DELETE-COMMAND        PIC X(160).
    01 WS-BLOCK-STATE           BINARY-LONG.
    COPY DD-BLOCK-STATE REPLACING LEADING ==PREFIX== BY ==CURRENT==.
    01 WS-CURRENT-TICK          BINARY-DOUBLE UNSIGNED.
    01 WS-IDLE-KEY              PIC X(32) VALUE "crafting-idle-ticks".
    01 WS-IDLE-DEFAULT          BINARY-LONG VALUE 600.
    01 WS-IDLE-TICKS            BINARY-LONG.

    *> Container record numbers are 0-based; these are the 1-based
    *> table subscripts for the crafting window.
    01 WS-GRID-SLOTS            BINARY-LONG UNSIGNED VALUE 9.
    01 WS-RESULT-SLOT           BINARY-LONG UNSIGNED VALUE 10.

    01 WS-SLOTS.
        02 WS-SLOT-ENTRY OCCURS 27 TIMES.
            COPY DD-INVENTORY-SLOT
                REPLACING LEADING ==PREFIX== BY ==WS==
                          ==02== BY ==03==.
    01 WS-FOUND-FLAG            PIC X(1).
    01 WS-SLOT-INDEX            BINARY-LONG UNSIGNED.
    01 WS-GRID.
        02 WS-GRID-ID           BINARY-LONG OCCURS 9 TIMES.

    01 WS-OFFER-ID              BINARY-LONG.
    01 WS-OFFER-COUNT           BINARY-LONG.
    01 WS-CHANGED-TICK          BINARY-DOUBLE UNSIGNED.
    01 WS-CRAFTER-HEX           PIC X(32).
    01 WS-CRAFTER-NAME          PIC X(16).
    01 WS-STATE-FOUND-FLAG      PIC X(1).
    01 WS-CHANGED-FLAG          PIC X(1).
    01 WS-RESULT-FREE-FLAG      PIC X(1).
    01 WS-MATCH-ID              BINARY-LONG.
    01 WS-MATCH-COUNT           BINARY-LONG.
    01 WS-MATCH-FLAG            PIC X(1).
    01 WS-CRAFTED-STAT          PIC X(16) VALUE "CRAFTED".
    01 WS-ONE-CRAFT             BINARY-LONG VALUE 1.
    01 WS-ALERT-TEXT            PIC X(200).
    01 WS-ALERT-NAME            PIC X(16).
    01 WS-ITEM-DISPLAY          PIC -(6)9.
    01 WS-COUNT-DISPLAY         PIC ZZ9.
    01 WS-X-DISPLAY             PIC -(9)9.
    01 WS-Y-DISPLAY             PIC -(9)9.
    01 WS-Z-DISPLAY             PIC -(9)9.

LINKAGE SECTION.
    01 LK-POSITION.
        02 LK-POSITION-X        BINARY-LONG.
        02 LK-POSITION-Y        BINARY-LONG.
        02 LK-POSITION-Z        BINARY-LONG.
    01 LK-REARM-FLAG            PIC X(1).

PROCEDURE DIVISION USING LK-POSITION LK-REARM-FLAG.
    MOVE "N" TO LK-REARM-FLAG

    CALL "World-GetBlock" USING LK-POSITION WS-BLOCK-STATE
    CALL "Blocks-ToDescription" USING WS-BLOCK-STATE CURRENT-DESCRIPTION
    IF CURRENT-NAME NOT = "minecraft:crafting_table"
        GOBACK
    END-IF

    CALL "Server-GetCurrentTick" USING WS-CURRENT-TICK
    CALL "ContainerStore-Load" USING LK-POSITION WS-SLOTS WS-FOUND-FLAG
    IF WS-FOUND-FLAG NOT = "Y"
        PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1
                UNTIL WS-SLOT-INDEX > WS-RESULT-SLOT
            MOVE -1 TO WS-SLOT-ID(WS-SLOT-INDEX)
            MOVE 0 TO WS-SLOT-COUNT(WS-SLOT-INDEX)
        END-PERFORM
    END-IF

    PERFORM Read-Craft-State
    MOVE "N" TO WS-CHANGED-FLAG

    *> An offer no longer sitting whole in the result slot was taken:
    *> that is a craft, and the grid pays for it - but only a grid that
    *> still makes the offer. One emptied in the same window as the
    *> result was taken left the craft unpaid: nothing is consumed or
    *> credited, and staff are told who and where.
    IF WS-OFFER-ID >= 0
        IF WS-SLOT-ID(WS-RESULT-SLOT) NOT = WS-OFFER-ID
                OR WS-SLOT-COUNT(WS-RESULT-SLOT) < WS-OFFER-COUNT
            PERFORM Match-Grid
            IF WS-MATCH-FLAG = "Y"
                    AND WS-MATCH-ID = WS-OFFER-ID
                    AND WS-MATCH-COUNT = WS-OFFER-COUNT
                PERFORM Consume-Grid
                IF WS-CRAFTER-HEX NOT = SPACES
                    CALL "Stats-Add" USING WS-CRAFTER-HEX WS-CRAFTED-STAT
                        WS-ONE-CRAFT WS-CRAFTER-NAME
                END-IF
            ELSE
                PERFORM Raise-Unpaid-Craft
            END-IF
            *> Any part of the offer left behind is the crafter's now,
            *> like any item in the slot; the next offer waits for it
            MOVE -1 TO WS-OFFER-ID
            MOVE 0 TO WS-OFFER-COUNT
            MOVE "Y" TO WS-CHANGED-FLAG
        END-IF
    END-IF

    *> What does the grid make now?
    PERFORM Match-Grid

    *> The result slot is ours to fill when it is empty or holds the
    *> current offer; anything else in it belongs to a player
    MOVE "N" TO WS-RESULT-FREE-FLAG
    IF WS-SLOT-ID(WS-RESULT-SLOT) < 0
            OR WS-SLOT-COUNT(WS-RESULT-SLOT) = 0
            OR (WS-OFFER-ID >= 0
                AND WS-SLOT-ID(WS-RESULT-SLOT) = WS-OFFER-ID)
        MOVE "Y" TO WS-RESULT-FREE-FLAG
    END-IF
    IF WS-RESULT-FREE-FLAG = "Y"
        IF WS-MATCH-FLAG = "Y"
            IF WS-OFFER-ID NOT = WS-MATCH-ID
                    OR WS-OFFER-COUNT NOT = WS-MATCH-COUNT
                MOVE WS-MATCH-ID TO WS-SLOT-ID(WS-RESULT-SLOT)
                MOVE WS-MATCH-COUNT TO WS-SLOT-COUNT(WS-RESULT-SLOT)
                MOVE 2 TO WS-SLOT-NBT-LENGTH(WS-RESULT-SLOT)
                MOVE X"0000" TO WS-SLOT-NBT-DATA(WS-RESULT-SLOT)(1:2)
                MOVE WS-MATCH-ID TO WS-OFFER-ID
                MOVE WS-MATCH-COUNT TO WS-OFFER-COUNT
                MOVE "Y" TO WS-CHANGED-FLAG
            END-IF
        ELSE
            IF WS-OFFER-ID >= 0
                MOVE -1 TO WS-SLOT-ID(WS-RESULT-SLOT)
                MOVE 0 TO WS-SLOT-COUNT(WS-RESULT-SLOT)
                MOVE -1 TO WS-OFFER-ID
                MOVE 0 TO WS-OFFER-COUNT
                MOVE "Y" TO WS-CHANGED-FLAG
            END-IF
        END-IF
    END-IF

    IF WS-CHANGED-FLAG = "Y"
        CALL "ContainerStore-Save" USING LK-POSITION WS-SLOTS
        MOVE WS-CURRENT-TICK TO WS-CHANGED-TICK
    END-IF
    *> A restart can wind the tick counter back past the stamp
    IF WS-CHANGED-TICK > WS-CURRENT-TICK
        MOVE WS-CURRENT-TICK TO WS-CHANGED-TICK
        MOVE "Y" TO WS-CHANGED-FLAG
    END-IF

    CALL "ServerConfig-GetNumber" USING WS-IDLE-KEY WS-IDLE-DEFAULT
        WS-IDLE-TICKS
    IF WS-OFFER-ID >= 0
            OR WS-CURRENT-TICK - WS-CHANGED-TICK < WS-IDLE-TICKS
        MOVE "Y" TO LK-REARM-FLAG
        IF WS-CHANGED-FLAG = "Y" OR WS-STATE-FOUND-FLAG NOT = "Y"
            PERFORM Write-Craft-State
        END-IF
    ELSE
        *> Idle with nothing on offer: retire the sidecar; the next
        *> window open starts a fresh one
        CALL "CraftingState-FileName" USING LK-POSITION
            WS-STATE-FILE-NAME
        MOVE SPACES TO WS-DELETE-COMMAND
        STRING "rm -f " FUNCTION TRIM(WS-STATE-FILE-NAME)
            DELIMITED BY SIZE INTO WS-DELETE-COMMAND
        CALL "SYSTEM" USING WS-DELETE-COMMAND
    END-IF

    GOBACK.

    Read-Craft-State.
        MOVE "N" TO WS-STATE-FOUND-FLAG
        MOVE -1 TO WS-OFFER-ID
        MOVE 0 TO WS-OFFER-COUNT
        MOVE WS-CURRENT-TICK TO WS-CHANGED-TICK
        MOVE SPACES TO WS-CRAFTER-HEX
        MOVE SPACES TO WS-CRAFTER-NAME
        CALL "CraftingState-FileName" USING LK-POSITION
            WS-STATE-FILE-NAME
        OPEN INPUT CRAFT-STATE-FILE
        IF WS-STATE-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        READ CRAFT-STATE-FILE INTO WS-STATE-LINE
        IF WS-STATE-STATUS = "00"
            MOVE "Y" TO WS-STATE-FOUND-FLAG
            MOVE WS-STATE-OFFER-ID TO WS-OFFER-ID
            MOVE WS-STATE-OFFER-COUNT TO WS-OFFER-COUNT
            MOVE WS-STATE-CHANGED-TICK TO WS-CHANGED-TICK
            MOVE WS-STATE-CRAFTER-HEX TO WS-CRAFTER-HEX
            MOVE WS-STATE-CRAFTER-NAME TO WS-CRAFTER-NAME
        END-IF
        CLOSE CRAFT-STATE-FILE.

    Write-Craft-State.
        CALL "CraftingState-FileName" USING LK-POSITION
            WS-STATE-FILE-NAME
        OPEN OUTPUT CRAFT-STATE-FILE
        IF WS-STATE-STATUS NOT = "00"
            CALL "SYSTEM" USING "mkdir -p world/crafting"
            OPEN OUTPUT CRAFT-STATE-FILE
        END-IF
        IF WS-STATE-STATUS NOT = "00"
            DISPLAY "[crafting] unable to open " FUNCTION TRIM(WS-STATE-FILE-NAME) ", status=" WS-STATE-STATUS
            EXIT PARAGRAPH
        END-IF
        MOVE WS-OFFER-ID TO WS-STATE-OFFER-ID
        MOVE WS-OFFER-COUNT TO WS-STATE-OFFER-COUNT
        MOVE WS-CHANGED-TICK TO WS-STATE-CHANGED-TICK
        MOVE WS-CRAFTER-HEX TO WS-STATE-CRAFTER-HEX
        MOVE WS-CRAFTER-NAME TO WS-STATE-CRAFTER-NAME
        WRITE CRAFT-STATE-RECORD FROM WS-STATE-LINE
        CLOSE CRAFT-STATE-FILE.

    Match-Grid.
        PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1
                UNTIL WS-SLOT-INDEX > WS-GRID-SLOTS
            IF WS-SLOT-ID(WS-SLOT-INDEX) >= 0
                    AND WS-SLOT-COUNT(WS-SLOT-INDEX) > 0
                MOVE WS-SLOT-ID(WS-SLOT-INDEX) TO WS-GRID-ID(WS-SLOT-INDEX)
            ELSE
                MOVE -1 TO WS-GRID-ID(WS-SLOT-INDEX)
            END-IF
        END-PERFORM
        CALL "CraftingRecipes-Match" USING WS-GRID WS-MATCH-ID
            WS-MATCH-COUNT WS-MATCH-FLAG.

    Raise-Unpaid-Craft.
        MOVE WS-OFFER-ID TO WS-ITEM-DISPLAY
        MOVE WS-OFFER-COUNT TO WS-COUNT-DISPLAY
        MOVE LK-POSITION-X TO WS-X-DISPLAY
        MOVE LK-POSITION-Y TO WS-Y-DISPLAY
        MOVE LK-POSITION-Z TO WS-Z-DISPLAY
        MOVE WS-CRAFTER-NAME TO WS-ALERT-NAME
        IF WS-ALERT-NAME = SPACES
            MOVE "unknown" TO WS-ALERT-NAME
        END-IF
        MOVE SPACES TO WS-ALERT-TEXT
        STRING "crafting result " FUNCTION TRIM(WS-COUNT-DISPLAY)
            " x item #" FUNCTION TRIM(WS-ITEM-DISPLAY)
            " taken at " FUNCTION TRIM(WS-X-DISPLAY) " "
            FUNCTION TRIM(WS-Y-DISPLAY) " " FUNCTION TRIM(WS-Z-DISPLAY)
            " but the grid no longer makes it; crafter "
            FUNCTION TRIM(WS-ALERT-NAME) " " WS-CRAFTER-HEX
            " - nothing consumed or credited"
            DELIMITED BY SIZE INTO WS-ALERT-TEXT
        DISPLAY "[crafting] " FUNCTION TRIM(WS-ALERT-TEXT)
        CALL "Alert-Raise" USING "WARN    " "CRAFTING        "
            WS-ALERT-TEXT.

    Consume-Grid.
        PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1
                UNTIL WS-SLOT-INDEX > WS-GRID-SLOTS
            IF WS-SLOT-ID(WS-SLOT-INDEX) >= 0
                    AND WS-SLOT-COUNT(WS-SLOT-INDEX) > 0
                SUBTRACT 1 FROM WS-SLOT-COUNT(WS-SLOT-INDEX)
                IF WS-SLOT-COUNT(WS-SLOT-INDEX) = 0
                    MOVE -1 TO WS-SLOT-ID(WS-SLOT-INDEX)
                END-IF
            END-IF
        END-PERFORM.

END PROGRAM CraftingTable-CheckAt.

*> --- CraftingTable-Opened ---
*> Called from the crafting table's Callback-Interact: records the
*> player as the table's current crafter (the one a taken result is
*> credited to - the last to open it, when two share a table) and
*> stamps the table as just changed so the check loop stays alive for
*> a full idle period. Any offer already recorded is kept.
IDENTIFICATION DIVISION.
PROGRAM-ID. CraftingTable-Opened.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CRAFT-STATE-FILE ASSIGN TO WS-STATE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATE-STATUS.

DATA DIVISION.
FILE SECTION.
FD CRAFT-STATE-FILE.
01 CRAFT-STATE-RECORD          PIC X(80).

WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 WS-STATE-STATUS          PIC X(2).
    01 WS-STATE-FILE-NAME       PIC X(128).
    01 WS-STATE-LINE.
        02 WS-STATE-OFFER-ID    PIC -(6)9.
        02 FILLER               PIC X VALUE SPACE.
        02 WS-STATE-OFFER-COUNT PIC 9(3).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-STATE-CHANGED-TICK PIC 9(12).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-STATE-CRAFTER-HEX PIC X(32).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-STATE-CRAFTER-NAME PIC X(16).
    01 WS-CURRENT-TICK          BINARY-DOUBLE UNSIGNED.

LINKAGE SECTION.
    01 LK-POSITION.
        02 LK-POSITION-X        BINARY-LONG.
        02 LK-POSITION-Y        BINARY-LONG.
        02 LK-POSITION-Z        BINARY-LONG.
    01 LK-PLAYER                BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-POSITION LK-PLAYER.
    CALL "Server-GetCurrentTick" USING WS-CURRENT-TICK
    CALL "CraftingState-FileName" USING LK-POSITION WS-STATE-FILE-NAME

    MOVE -1 TO WS-STATE-OFFER-ID
    MOVE 0 TO WS-STATE-OFFER-COUNT
    OPEN INPUT CRAFT-STATE-FILE
    IF WS-STATE-STATUS = "00"
        READ CRAFT-STATE-FILE INTO WS-STATE-LINE
        IF WS-STATE-STATUS NOT = "00"
            MOVE -1 TO WS-STATE-OFFER-ID
            MOVE 0 TO WS-STATE-OFFER-COUNT
        END-IF
        CLOSE CRAFT-STATE-FILE
    END-IF

    MOVE WS-CURRENT-TICK TO WS-STATE-CHANGED-TICK
    CALL "Util-BytesToHex" USING PLAYER-UUID(LK-PLAYER)
        WS-STATE-CRAFTER-HEX
    MOVE PLAYER-USERNAME(LK-PLAYER) TO WS-STATE-CRAFTER-NAME

    OPEN OUTPUT CRAFT-STATE-FILE
    IF WS-STATE-STATUS NOT = "00"
        CALL "SYSTEM" USING "mkdir -p world/crafting"
        OPEN OUTPUT CRAFT-STATE-FILE
    END-IF
    IF WS-STATE-STATUS NOT = "00"
        DISPLAY "[crafting] unable to open " FUNCTION TRIM(WS-STATE-FILE-NAME) ", status=" WS-STATE-STATUS
        GOBACK
    END-IF
    WRITE CRAFT-STATE-RECORD FROM WS-STATE-LINE
    CLOSE CRAFT-STATE-FILE

    GOBACK.

END PROGRAM CraftingTable-Opened.

*> --- CraftingState-FileName ---
*> The one place the position-to-file-name mapping lives for the
*> crafting sidecar: world/crafting/<x>_<y>_<z>.dat, mirroring the
*> furnace burn sidecar.
IDENTIFICATION DIVISION.
PROGRAM-ID. CraftingState-FileName.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 WS-X-DISPLAY             PIC -(9)9.
    01 WS-Y-DISPLAY             PIC -(9)9.
    01 WS-Z-DISPLAY             PIC -(9)9.

LINKAGE SECTION.
    01 LK-POSITION.
        02 LK-POSITION-X        BINARY-LONG.
        02 LK-POSITION-Y        BINARY-LONG.
        02 LK-POSITION-Z        BINARY-LONG.
    01 LK-FILE-NAME             PIC X(128).

PROCEDURE DIVISION USING LK-POSITION LK-FILE-NAME.
    MOVE LK-POSITION-X TO WS-X-DISPLAY
    MOVE LK-POSITION-Y TO WS-Y-DISPLAY
    MOVE LK-POSITION-Z TO WS-Z-DISPLAY
    MOVE SPACES TO LK-FILE-NAME
    STRING "world/crafting/"
        FUNCTION TRIM(WS-X-DISPLAY) "_"
        FUNCTION TRIM(WS-Y-DISPLAY) "_"
        FUNCTION TRIM(WS-Z-DISPLAY) ".dat"
        DELIMITED BY SIZE INTO LK-FILE-NAME
    GOBACK.

END PROGRAM CraftingState-FileName.
