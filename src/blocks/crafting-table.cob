       >>SOURCE FORMAT FREE
*> --- RegisterBlock-CraftingTable ---
*> Registers the crafting table, in the furnace and chest pattern:
*> Callback-Interact opens the crafting window backed by the
*> per-position container file (the 3x3 grid and the result slot; who
*> is crafting and what the result slot is offering live in a sidecar
*> file - see CraftingTable-CheckAt), records the opener as the
*> crafter and primes the check loop on the scheduled-tick queue under
*> the "CRAFT-CHECK" action. Callback-Destroy spills the grid like any
*> container, but not a result still on offer - that was never made.
*> Registration is also where the recipe table is loaded
*> (CraftingRecipes-Load), so a recipe naming an unknown item is
*> reported on the console at startup, not at the first craft.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterBlock-CraftingTable.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 BLOCK-REGISTRY           BINARY-LONG.
    01 DESTROY-PTR              PROGRAM-POINTER.
    01 INTERACT-PTR             PROGRAM-POINTER.
    01 FACE-PTR                 PROGRAM-POINTER.
    01 BLOCK-COUNT              BINARY-LONG UNSIGNED.
    01 BLOCK-ID                 BINARY-LONG UNSIGNED.
    01 BLOCK-TYPE               PIC X(64).
    01 BLOCK-MINIMUM-STATE-ID   BINARY-LONG.
    01 BLOCK-MAXIMUM-STATE-ID   BINARY-LONG.
    01 STATE-ID                 BINARY-LONG.
    COPY DD-BLOCK-METADATA REPLACING LEADING ==PREFIX== BY ==CRAFTING==.
    01 CACHE-FILE-NAME          PIC X(128) VALUE "cache/block-callback-crafting-table.dat".
    01 CURRENT-REGISTRY-VERSION BINARY-LONG.
    01 CACHE-LOAD-OK            PIC X(1).
    01 CACHE-INDEX              BINARY-LONG UNSIGNED.
    COPY DD-BLOCK-CALLBACK-CACHE REPLACING LEADING ==PREFIX== BY ==CRAFTING==.

PROCEDURE DIVISION.
    CALL "Registries-LookupRegistry" USING "minecraft:block" BLOCK-REGISTRY
    CALL "Registries-GetVersion" USING "minecraft:block" CURRENT-REGISTRY-VERSION

    SET DESTROY-PTR TO ENTRY "Callback-Destroy"
    SET INTERACT-PTR TO ENTRY "Callback-Interact"
    SET FACE-PTR TO ENTRY "Callback-Face"

    MOVE 2.5 TO CRAFTING-METADATA-HARDNESS
    MOVE "minecraft:axe" TO CRAFTING-METADATA-TOOL
    MOVE "N" TO CRAFTING-METADATA-REQUIRES-TOOL
    MOVE "minecraft:block.wood.break" TO CRAFTING-METADATA-BREAK-SOUND
    MOVE "minecraft:block.wood.place" TO CRAFTING-METADATA-PLACE-SOUND
    MOVE "N" TO CRAFTING-METADATA-REDSTONE-ONLY

    *> The recipes are resolved against the item registry, which is up
    *> by the time blocks register
    CALL "CraftingRecipes-Load"

    *> Skip the registry scan entirely when a cache from the same block
    *> registry version is already on disk.
    CALL "BlockCallbackCache-Load" USING CACHE-FILE-NAME CRAFTING-CACHE CACHE-LOAD-OK
    IF CACHE-LOAD-OK = "Y" AND CRAFTING-CACHE-VERSION = CURRENT-REGISTRY-VERSION
        PERFORM VARYING CACHE-INDEX FROM 1 BY 1 UNTIL CACHE-INDEX > CRAFTING-CACHE-ENTRY-COUNT
            MOVE CRAFTING-CACHE-STATE-ID(CACHE-INDEX) TO STATE-ID
            PERFORM Apply-Crafting-Table-Callbacks
        END-PERFORM
        GOBACK
    END-IF

    *> Loop over all blocks and register the callback for each matching block type
    MOVE 0 TO CRAFTING-CACHE-ENTRY-COUNT
    CALL "Registries-EntryCount" USING BLOCK-REGISTRY BLOCK-COUNT
    PERFORM VARYING BLOCK-ID FROM 0 BY 1 UNTIL BLOCK-ID >= BLOCK-COUNT
        CALL "Blocks-GetType" USING BLOCK-ID BLOCK-TYPE
        IF BLOCK-TYPE = "minecraft:crafting_table"
            CALL "Blocks-GetStateIds" USING BLOCK-ID BLOCK-MINIMUM-STATE-ID BLOCK-MAXIMUM-STATE-ID
            PERFORM VARYING STATE-ID FROM BLOCK-MINIMUM-STATE-ID BY 1 UNTIL STATE-ID > BLOCK-MAXIMUM-STATE-ID
                PERFORM Apply-Crafting-Table-Callbacks
                IF CRAFTING-CACHE-ENTRY-COUNT < 4096
                    ADD 1 TO CRAFTING-CACHE-ENTRY-COUNT
                    MOVE STATE-ID TO CRAFTING-CACHE-STATE-ID(CRAFTING-CACHE-ENTRY-COUNT)
                    MOVE "CRAFTING-TABLE" TO CRAFTING-CACHE-BLOCK-FAMILY(CRAFTING-CACHE-ENTRY-COUNT)
                    MOVE "N" TO CRAFTING-CACHE-REDSTONE-ONLY(CRAFTING-CACHE-ENTRY-COUNT)
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM

    MOVE CURRENT-REGISTRY-VERSION TO CRAFTING-CACHE-VERSION
    CALL "BlockCallbackCache-Save" USING CACHE-FILE-NAME CRAFTING-CACHE

    GOBACK.

    Apply-Crafting-Table-Callbacks.
        CALL "SetCallback-BlockDestroy" USING STATE-ID DESTROY-PTR
        CALL "SetCallback-BlockInteract" USING STATE-ID INTERACT-PTR
        CALL "SetCallback-BlockFace" USING STATE-ID FACE-PTR
        CALL "Blocks-SetMetadata" USING STATE-ID CRAFTING-METADATA.

    *> --- Callback-Interact ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Interact.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-SCHEDULED-TICKS.
        01 REGION-PROTECTED-FLAG    PIC X(1).
        01 QUEUE-INDEX              BINARY-LONG UNSIGNED.
        01 ALREADY-QUEUED-FLAG      PIC X(1).
        01 CHECK-ACTION             PIC X(16) VALUE "CRAFT-CHECK".
        01 CHECK-DELAY-TICKS        BINARY-LONG UNSIGNED VALUE 5.
    LINKAGE SECTION.
        COPY DD-CALLBACK-BLOCK-INTERACT.

    PROCEDURE DIVISION USING LK-PLAYER LK-ITEM-NAME LK-POSITION LK-FACE LK-CURSOR.
        *> The grid holds what players own: same claim rule as chests
        CALL "Region-IsProtected" USING LK-POSITION REGION-PROTECTED-FLAG
        IF REGION-PROTECTED-FLAG = "Y"
            GOBACK
        END-IF

        CALL "CraftingTable-Opened" USING LK-POSITION LK-PLAYER
        CALL "Container-Open" USING LK-PLAYER LK-POSITION

        *> Prime the check loop exactly once; a check already queued
        *> for this position keeps itself alive through the drain's
        *> re-arm.
        MOVE "N" TO ALREADY-QUEUED-FLAG
        PERFORM VARYING QUEUE-INDEX FROM 1 BY 1
                UNTIL QUEUE-INDEX > SCHEDULED-TICK-COUNT
            IF SCHEDULED-TICK-ACTION(QUEUE-INDEX) = CHECK-ACTION
                    AND SCHEDULED-TICK-POSITION(QUEUE-INDEX)
                        = LK-POSITION
                MOVE "Y" TO ALREADY-QUEUED-FLAG
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF ALREADY-QUEUED-FLAG NOT = "Y"
            CALL "ScheduledTick-Enqueue" USING LK-POSITION
                CHECK-DELAY-TICKS CHECK-ACTION
        END-IF

        GOBACK.

    END PROGRAM Callback-Interact.

    *> --- Callback-Destroy ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Destroy.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-PLAYERS.
        01 AIR-BLOCK-STATE          BINARY-LONG             VALUE 0.
        01 BLOCK-STATE              BINARY-LONG.
        COPY DD-BLOCK-STATE REPLACING LEADING ==PREFIX== BY ==CLICKED==.
        01 OLD-BLOCK-STATE          BINARY-LONG.
        COPY DD-BLOCK-CHANGE-LOG-ENTRY REPLACING LEADING ==PREFIX== BY ==CHANGE==.
        01 REGION-PROTECTED-FLAG    PIC X(1).
        01 CONTENTS.
            02 CONTENT-SLOT-ENTRY OCCURS 27 TIMES.
                COPY DD-INVENTORY-SLOT
                    REPLACING LEADING ==PREFIX== BY ==CONTENT==
                              ==02== BY ==03==.
        01 CONTENTS-FOUND-FLAG      PIC X(1).
        01 SLOT-INDEX               BINARY-LONG UNSIGNED.
        01 RESULT-SLOT              BINARY-LONG UNSIGNED VALUE 10.
        01 GRID.
            02 GRID-ID              BINARY-LONG OCCURS 9 TIMES.
        01 OFFER-ID                 BINARY-LONG.
        01 OFFER-COUNT              BINARY-LONG.
        01 OFFER-FLAG               PIC X(1).
        01 DROPPED-ITEM-SLOT.
            COPY DD-INVENTORY-SLOT REPLACING LEADING ==PREFIX== BY ==DROPPED-ITEM==.
        01 STATE-FILE-NAME          PIC X(128).
        01 DELETE-COMMAND           PIC X(160).
    LINKAGE SECTION.
        COPY DD-CALLBACK-BLOCK-DESTROY.

    PROCEDURE DIVISION USING LK-PLAYER LK-POSITION LK-FACE.
        *> Shared protected-region gate
        CALL "Region-IsProtected" USING LK-POSITION REGION-PROTECTED-FLAG
        IF REGION-PROTECTED-FLAG = "Y"
            GOBACK
        END-IF

        *> Obtain the clicked block state description
        CALL "World-GetBlock" USING LK-POSITION BLOCK-STATE
        MOVE BLOCK-STATE TO OLD-BLOCK-STATE
        CALL "Blocks-ToDescription" USING BLOCK-STATE CLICKED-DESCRIPTION

        *> Spill the grid before the block goes away. The result slot
        *> spills only when it holds something other than what the
        *> grid makes - an offer still sitting there was never crafted.
        CALL "ContainerStore-Load" USING LK-POSITION CONTENTS
            CONTENTS-FOUND-FLAG
        IF CONTENTS-FOUND-FLAG = "Y"
            PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 9
                IF CONTENT-SLOT-ID(SLOT-INDEX) >= 0
                        AND CONTENT-SLOT-COUNT(SLOT-INDEX) > 0
                    MOVE CONTENT-SLOT-ID(SLOT-INDEX) TO GRID-ID(SLOT-INDEX)
                    CALL "World-DropItem-FromBlock" USING
                        CONTENT-SLOT-ENTRY(SLOT-INDEX) LK-POSITION
                ELSE
                    MOVE -1 TO GRID-ID(SLOT-INDEX)
                END-IF
            END-PERFORM
            CALL "CraftingRecipes-Match" USING GRID OFFER-ID
                OFFER-COUNT OFFER-FLAG
            IF CONTENT-SLOT-ID(RESULT-SLOT) >= 0
                    AND CONTENT-SLOT-COUNT(RESULT-SLOT) > 0
                IF OFFER-FLAG NOT = "Y"
                        OR CONTENT-SLOT-ID(RESULT-SLOT) NOT = OFFER-ID
                    CALL "World-DropItem-FromBlock" USING
                        CONTENT-SLOT-ENTRY(RESULT-SLOT) LK-POSITION
                END-IF
            END-IF
            CALL "ContainerStore-Delete" USING LK-POSITION
        END-IF

        *> The crafting sidecar goes with the block
        CALL "CraftingState-FileName" USING LK-POSITION
            STATE-FILE-NAME
        MOVE SPACES TO DELETE-COMMAND
        STRING "rm -f " FUNCTION TRIM(STATE-FILE-NAME)
            DELIMITED BY SIZE INTO DELETE-COMMAND
        CALL "SYSTEM" USING DELETE-COMMAND

        *> Set the clicked block to air; the scheduled check loop
        *> notices on its next cycle and stops re-arming itself.
        CALL "World-SetBlock" USING PLAYER-CLIENT(LK-PLAYER) LK-POSITION AIR-BLOCK-STATE

        *> Audit the change so grief can be traced back to the acting player
        MOVE LK-POSITION TO CHANGE-LOG-POSITION
        MOVE OLD-BLOCK-STATE TO CHANGE-LOG-OLD-STATE
        MOVE AIR-BLOCK-STATE TO CHANGE-LOG-NEW-STATE
        MOVE PLAYER-UUID(LK-PLAYER) TO CHANGE-LOG-PLAYER-UUID
        CALL "BlockChangeLog-Append" USING CHANGE-LOG-ENTRY

        *> Drop the crafting table block itself in survival/adventure
        IF PLAYER-GAMEMODE(LK-PLAYER) = 0 OR 2
            CALL "Registries-Lookup" USING "minecraft:item" CLICKED-NAME DROPPED-ITEM-SLOT-ID
            IF DROPPED-ITEM-SLOT-ID >= 0
                MOVE 1 TO DROPPED-ITEM-SLOT-COUNT
                MOVE 2 TO DROPPED-ITEM-SLOT-NBT-LENGTH
                MOVE X"0000" TO DROPPED-ITEM-SLOT-NBT-DATA(1:2)
                CALL "World-DropItem-FromBlock" USING DROPPED-ITEM-SLOT LK-POSITION
            END-IF
        END-IF

        GOBACK.

    END PROGRAM Callback-Destroy.

    *> --- Callback-Face ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Face.

    DATA DIVISION.
    LINKAGE SECTION.
        COPY DD-CALLBACK-BLOCK-FACE.

    PROCEDURE DIVISION USING LK-BLOCK-STATE LK-FACE LK-RESULT.
        *> Crafting tables are full solid cubes, like barrels.
        MOVE 1 TO LK-RESULT
        GOBACK.

    END PROGRAM Callback-Face.

END PROGRAM RegisterBlock-CraftingTable.
