*> ContainerStore-Save: the engine's window code round-trips slots
*> through those), and Callback-Destroy spills the contents onto the
*> ground via World-DropItem-FromBlock before the block goes away, so
*> breaking a chest never deletes what was inside it. A chest that is
*> a player's grave (see Grave-Place) answers to Grave-CheckAccess
*> before anything else: shut to all but its owner and staff for the
*> private period, open to its owner even inside a claim, and gone -
*> no chest item left behind - once it is emptied or broken.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterBlock-Chest.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        01 REGION-PROTECTED-FLAG    PIC X(1).
        01 GRAVE-ACCESS-FLAG        PIC X(1).
    LINKAGE SECTION.
        COPY DD-CALLBACK-BLOCK-INTERACT.

    PROCEDURE DIVISION USING LK-PLAYER LK-ITEM-NAME LK-POSITION LK-FACE LK-CURSOR.
        *> A grave keeps its own rules, claim or no claim
        CALL "Grave-CheckAccess" USING LK-PLAYER LK-POSITION
            GRAVE-ACCESS-FLAG
        IF GRAVE-ACCESS-FLAG = "D" OR GRAVE-ACCESS-FLAG = "C"
            GOBACK
        END-IF

        *> Containers hold what players own: a claimed position's chest
        *> cannot be opened, unlike doors, which claims leave usable.
        IF GRAVE-ACCESS-FLAG = "N"
            CALL "Region-IsProtected" USING LK-POSITION REGION-PROTECTED-FLAG
            IF REGION-PROTECTED-FLAG = "Y"
                GOBACK
            END-IF
        END-IF

        *> The engine's window code takes over from here: it reads the
        01 OLD-BLOCK-STATE          BINARY-LONG.
        COPY DD-BLOCK-CHANGE-LOG-ENTRY REPLACING LEADING ==PREFIX== BY ==CHANGE==.
        01 REGION-PROTECTED-FLAG    PIC X(1).
        01 GRAVE-ACCESS-FLAG        PIC X(1).
        01 CONTENTS.
            02 CONTENT-SLOT-ENTRY OCCURS 27 TIMES.
                COPY DD-INVENTORY-SLOT
        COPY DD-CALLBACK-BLOCK-DESTROY.

    PROCEDURE DIVISION USING LK-PLAYER LK-POSITION LK-FACE.
        *> A grave keeps its own rules, claim or no claim
        CALL "Grave-CheckAccess" USING LK-PLAYER LK-POSITION
            GRAVE-ACCESS-FLAG
        IF GRAVE-ACCESS-FLAG = "D" OR GRAVE-ACCESS-FLAG = "C"
            GOBACK
        END-IF

        *> Shared protected-region gate
        IF GRAVE-ACCESS-FLAG = "N"
            CALL "Region-IsProtected" USING LK-POSITION REGION-PROTECTED-FLAG
            IF REGION-PROTECTED-FLAG = "Y"
                GOBACK
            END-IF
        END-IF

        *> Obtain the clicked block state description
        CALL "World-GetBlock" USING LK-POSITION BLOCK-STATE
        MOVE BLOCK-STATE TO OLD-BLOCK-STATE
        MOVE PLAYER-UUID(LK-PLAYER) TO CHANGE-LOG-PLAYER-UUID
        CALL "BlockChangeLog-Append" USING CHANGE-LOG-ENTRY

        *> A grave was never anyone's chest to keep
        IF GRAVE-ACCESS-FLAG = "Y"
            CALL "Grave-Remove" USING LK-POSITION
            GOBACK
        END-IF

        *> Drop the container block itself in survival/adventure
        IF PLAYER-GAMEMODE(LK-PLAYER) = 0 OR 2
            CALL "Registries-Lookup" USING "minecraft:item" CLICKED-NAME DROPPED-ITEM-SLOT-ID
