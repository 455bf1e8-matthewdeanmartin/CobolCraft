       >>SOURCE FORMAT FREE
*> --- FoodValues-Load ---
*> Fills the shared food table (DD-FOOD-VALUES) from
*> config/food-values.txt - one food per line, three fields separated
*> by spaces:
*>
*>   <item> <food points> <saturation>
*>
*> e.g. "minecraft:bread 5 6.0" (points are half-shanks of the food
*> bar, saturation the hidden reserve spent before the bar is). Blank
*> lines and "#" comments are ignored, like server.properties. A
*> missing file falls back to the compiled-in vanilla values for the
*> common foods, fed through the same parser. A name the item registry
*> doesn't know, or a line that doesn't parse, is dropped with a
*> console warning.
IDENTIFICATION DIVISION.
PROGRAM-ID. FoodValues-Load.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FOOD-FILE ASSIGN TO "config/food-values.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD FOOD-FILE.
01 FOOD-RECORD              PIC X(160).

WORKING-STORAGE SECTION.
    COPY DD-FOOD-VALUES.
    01 WS-FILE-STATUS       PIC X(2).
    01 WS-LINE              PIC X(160).
    01 WS-ITEM-NAME         PIC X(64).
    01 WS-POINTS-TOKEN      PIC X(16).
    01 WS-SATURATION-TOKEN  PIC X(16).
    01 WS-ITEM-ID           BINARY-LONG.
    *> Compiled-in fallback values, vanilla's
    01 WS-DEFAULT-FOODS.
        02 FILLER PIC X(48) VALUE "minecraft:apple 4 2.4".
        02 FILLER PIC X(48) VALUE "minecraft:bread 5 6.0".
        02 FILLER PIC X(48) VALUE "minecraft:carrot 3 3.6".
        02 FILLER PIC X(48) VALUE "minecraft:potato 1 0.6".
        02 FILLER PIC X(48) VALUE "minecraft:baked_potato 5 6.0".
        02 FILLER PIC X(48) VALUE "minecraft:beef 3 1.8".
        02 FILLER PIC X(48) VALUE "minecraft:cooked_beef 8 12.8".
        02 FILLER PIC X(48) VALUE "minecraft:porkchop 3 1.8".
        02 FILLER PIC X(48) VALUE "minecraft:cooked_porkchop 8 12.8".
        02 FILLER PIC X(48) VALUE "minecraft:cooked_chicken 6 7.2".
        02 FILLER PIC X(48) VALUE "minecraft:cooked_mutton 6 9.6".
        02 FILLER PIC X(48) VALUE "minecraft:cooked_cod 5 6.0".
        02 FILLER PIC X(48) VALUE "minecraft:cooked_salmon 6 9.6".
        02 FILLER PIC X(48) VALUE "minecraft:golden_carrot 6 14.4".
        02 FILLER PIC X(48) VALUE "minecraft:melon_slice 2 1.2".
        02 FILLER PIC X(48) VALUE "minecraft:cookie 2 0.4".
    01 WS-DEFAULT-TABLE REDEFINES WS-DEFAULT-FOODS.
        02 WS-DEFAULT-LINE  PIC X(48) OCCURS 16 TIMES.
    01 WS-DEFAULT-INDEX     BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    MOVE "Y" TO FOOD-VALUES-LOADED
    MOVE 0 TO FOOD-VALUE-COUNT

    OPEN INPUT FOOD-FILE
    IF WS-FILE-STATUS NOT = "00"
        PERFORM VARYING WS-DEFAULT-INDEX FROM 1 BY 1
                UNTIL WS-DEFAULT-INDEX > 16
            MOVE WS-DEFAULT-LINE(WS-DEFAULT-INDEX) TO WS-LINE
            PERFORM Load-One-Line
        END-PERFORM
        GOBACK
    END-IF

    PERFORM UNTIL WS-FILE-STATUS NOT = "00"
        READ FOOD-FILE INTO WS-LINE
        IF WS-FILE-STATUS = "00"
                AND WS-LINE NOT = SPACES
                AND WS-LINE(1:1) NOT = "#"
            PERFORM Load-One-Line
        END-IF
    END-PERFORM
    CLOSE FOOD-FILE

    GOBACK.

    Load-One-Line.
        MOVE SPACES TO WS-ITEM-NAME
        MOVE SPACES TO WS-POINTS-TOKEN
        MOVE SPACES TO WS-SATURATION-TOKEN
        UNSTRING WS-LINE DELIMITED BY ALL SPACE
            INTO WS-ITEM-NAME WS-POINTS-TOKEN WS-SATURATION-TOKEN
        IF WS-ITEM-NAME = SPACES
                OR FUNCTION TRIM(WS-POINTS-TOKEN) IS NOT NUMERIC
                OR WS-SATURATION-TOKEN = SPACES
                OR FUNCTION TEST-NUMVAL(WS-SATURATION-TOKEN) NOT = 0
            DISPLAY "[food] bad line, dropping: " FUNCTION TRIM(WS-LINE)
            EXIT PARAGRAPH
        END-IF
        CALL "Registries-Lookup" USING "minecraft:item" WS-ITEM-NAME
            WS-ITEM-ID
        IF WS-ITEM-ID < 0
            DISPLAY "[food] unknown item " FUNCTION TRIM(WS-ITEM-NAME)
                ", dropping"
            EXIT PARAGRAPH
        END-IF
        IF FOOD-VALUE-COUNT >= 64
            DISPLAY "[food] food table full, dropping "
                FUNCTION TRIM(WS-ITEM-NAME)
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO FOOD-VALUE-COUNT
        MOVE WS-ITEM-ID TO FOOD-ITEM-ID(FOOD-VALUE-COUNT)
        COMPUTE FOOD-POINTS(FOOD-VALUE-COUNT) =
            FUNCTION NUMVAL(WS-POINTS-TOKEN)
        COMPUTE FOOD-SATURATION(FOOD-VALUE-COUNT) =
            FUNCTION NUMVAL(WS-SATURATION-TOKEN).

END PROGRAM FoodValues-Load.

*> --- FoodValues-Find ---
*> Food lookup by item id; triggers the load lazily so boot order
*> doesn't matter, the way SmeltingRecipes-Find does.
IDENTIFICATION DIVISION.
PROGRAM-ID. FoodValues-Find.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-FOOD-VALUES.
    01 ENTRY-INDEX          BINARY-LONG UNSIGNED.

LINKAGE SECTION.
    01 LK-ITEM-ID           BINARY-LONG.
    01 LK-POINTS            BINARY-LONG.
    01 LK-SATURATION        FLOAT-LONG.
    01 LK-FOUND-FLAG        PIC X(1).

PROCEDURE DIVISION USING LK-ITEM-ID LK-POINTS LK-SATURATION
        LK-FOUND-FLAG.
    IF FOOD-VALUES-LOADED NOT = "Y"
        CALL "FoodValues-Load"
    END-IF

    MOVE "N" TO LK-FOUND-FLAG
    MOVE 0 TO LK-POINTS
    MOVE 0 TO LK-SATURATION
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
            UNTIL ENTRY-INDEX > FOOD-VALUE-COUNT
        IF FOOD-ITEM-ID(ENTRY-INDEX) = LK-ITEM-ID
            MOVE FOOD-POINTS(ENTRY-INDEX) TO LK-POINTS
            MOVE FOOD-SATURATION(ENTRY-INDEX) TO LK-SATURATION
            MOVE "Y" TO LK-FOUND-FLAG
            EXIT PERFORM
        END-IF
    END-PERFORM

    GOBACK.

END PROGRAM FoodValues-Find.

*> --- Hunger-Exert ---
*> Charges a survival/adventure player exhaustion for an exertion, the
*> one way the food bar goes down:
*>
*>   "MOVE"  LK-QUANTITY blocks moved, at hunger-move-cost thousandths
*>           of a point per block (default 50 - a full bar and reserve
*>           last about two thousand blocks of travel);
*>   "BREAK" LK-QUANTITY blocks broken, at hunger-break-cost thousandths
*>           per block (default 5, vanilla's);
*>   "REGEN" LK-QUANTITY half-hearts healed, at 6 points each, so
*>           natural regeneration is paid for out of the food bar.
*>
*> Every 4 points of exhaustion spend one point of saturation, or, with
*> the reserve gone, one point of food; the client's bar is updated
*> when that happens. The costs are read from the config once.
IDENTIFICATION DIVISION.
PROGRAM-ID. Hunger-Exert.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 COSTS-LOADED-FLAG        PIC X(1) VALUE "N".
    01 MOVE-COST-KEY            PIC X(32) VALUE "hunger-move-cost".
    01 MOVE-COST-DEFAULT        BINARY-LONG VALUE 50.
    01 MOVE-COST                BINARY-LONG.
    01 BREAK-COST-KEY           PIC X(32) VALUE "hunger-break-cost".
    01 BREAK-COST-DEFAULT       BINARY-LONG VALUE 5.
    01 BREAK-COST               BINARY-LONG.
    01 REGEN-COST               FLOAT-LONG VALUE 6.0.
    01 ADDED-EXHAUSTION         FLOAT-LONG.
    01 BAR-CHANGED-FLAG         PIC X(1).

LINKAGE SECTION.
    01 LK-PLAYER                BINARY-LONG UNSIGNED.
    01 LK-KIND                  PIC X(8).
    01 LK-QUANTITY              FLOAT-LONG.

PROCEDURE DIVISION USING LK-PLAYER LK-KIND LK-QUANTITY.
    IF LK-PLAYER = 0 OR LK-QUANTITY <= 0
        GOBACK
    END-IF
    IF PLAYER-GAMEMODE(LK-PLAYER) NOT = 0
            AND PLAYER-GAMEMODE(LK-PLAYER) NOT = 2
        GOBACK
    END-IF

    IF COSTS-LOADED-FLAG NOT = "Y"
        CALL "ServerConfig-GetNumber" USING MOVE-COST-KEY
            MOVE-COST-DEFAULT MOVE-COST
        CALL "ServerConfig-GetNumber" USING BREAK-COST-KEY
            BREAK-COST-DEFAULT BREAK-COST
        IF MOVE-COST < 0
            MOVE 0 TO MOVE-COST
        END-IF
        IF BREAK-COST < 0
            MOVE 0 TO BREAK-COST
        END-IF
        MOVE "Y" TO COSTS-LOADED-FLAG
    END-IF

    *> One operation per COMPUTE: multi-operator float expressions
    *> misevaluate under this dialect's intermediate-result rules.
    EVALUATE LK-KIND
        WHEN "MOVE"
            COMPUTE ADDED-EXHAUSTION = LK-QUANTITY * MOVE-COST
            DIVIDE 1000 INTO ADDED-EXHAUSTION
        WHEN "BREAK"
            COMPUTE ADDED-EXHAUSTION = LK-QUANTITY * BREAK-COST
            DIVIDE 1000 INTO ADDED-EXHAUSTION
        WHEN "REGEN"
            COMPUTE ADDED-EXHAUSTION = LK-QUANTITY * REGEN-COST
        WHEN OTHER
            GOBACK
    END-EVALUATE
    ADD ADDED-EXHAUSTION TO PLAYER-EXHAUSTION(LK-PLAYER)

    MOVE "N" TO BAR-CHANGED-FLAG
    PERFORM UNTIL PLAYER-EXHAUSTION(LK-PLAYER) < 4.0
        SUBTRACT 4.0 FROM PLAYER-EXHAUSTION(LK-PLAYER)
        IF PLAYER-SATURATION(LK-PLAYER) > 0
            SUBTRACT 1.0 FROM PLAYER-SATURATION(LK-PLAYER)
            IF PLAYER-SATURATION(LK-PLAYER) < 0
                MOVE 0 TO PLAYER-SATURATION(LK-PLAYER)
            END-IF
            MOVE "Y" TO BAR-CHANGED-FLAG
        ELSE
            IF PLAYER-FOOD-LEVEL(LK-PLAYER) > 0
                SUBTRACT 1 FROM PLAYER-FOOD-LEVEL(LK-PLAYER)
                MOVE "Y" TO BAR-CHANGED-FLAG
            END-IF
        END-IF
    END-PERFORM

    IF BAR-CHANGED-FLAG = "Y" AND PLAYER-CLIENT(LK-PLAYER) NOT = 0
        CALL "SendPacket-SetHealth" USING PLAYER-CLIENT(LK-PLAYER)
    END-IF

    GOBACK.

END PROGRAM Hunger-Exert.

*> --- Hunger-Eat ---
*> A survival/adventure player eats one of the item in inventory slot
*> LK-SLOT-NUMBER: if the item is in the food table and the food bar
*> isn't full, its points go on the bar (capped at 20) and its
*> saturation into the reserve (capped at the food level), one item is
*> taken from the stack, and the client's bar is updated.
*> LK-EATEN-FLAG says whether anything was eaten.
IDENTIFICATION DIVISION.
PROGRAM-ID. Hunger-Eat.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 EATEN-SLOT.
        COPY DD-INVENTORY-SLOT REPLACING LEADING ==PREFIX== BY ==EATEN==.
    01 FOOD-POINTS-GAINED       BINARY-LONG.
    01 FOOD-SATURATION-GAINED   FLOAT-LONG.
    01 FOOD-FOUND-FLAG          PIC X(1).

LINKAGE SECTION.
    01 LK-PLAYER                BINARY-LONG UNSIGNED.
    01 LK-SLOT-NUMBER           BINARY-LONG UNSIGNED.
    01 LK-EATEN-FLAG            PIC X(1).

PROCEDURE DIVISION USING LK-PLAYER LK-SLOT-NUMBER LK-EATEN-FLAG.
    MOVE "N" TO LK-EATEN-FLAG
    IF LK-PLAYER = 0 OR LK-SLOT-NUMBER > 45
        GOBACK
    END-IF
    IF PLAYER-GAMEMODE(LK-PLAYER) NOT = 0
            AND PLAYER-GAMEMODE(LK-PLAYER) NOT = 2
        GOBACK
    END-IF
    IF PLAYER-FOOD-LEVEL(LK-PLAYER) >= 20
        GOBACK
    END-IF

    CALL "Player-GetInventorySlot" USING LK-PLAYER LK-SLOT-NUMBER
        EATEN-SLOT
    IF EATEN-SLOT-ID < 0 OR EATEN-SLOT-COUNT = 0
        GOBACK
    END-IF
    CALL "FoodValues-Find" USING EATEN-SLOT-ID FOOD-POINTS-GAINED
        FOOD-SATURATION-GAINED FOOD-FOUND-FLAG
    IF FOOD-FOUND-FLAG NOT = "Y"
        GOBACK
    END-IF

    ADD FOOD-POINTS-GAINED TO PLAYER-FOOD-LEVEL(LK-PLAYER)
    IF PLAYER-FOOD-LEVEL(LK-PLAYER) > 20
        MOVE 20 TO PLAYER-FOOD-LEVEL(LK-PLAYER)
    END-IF
    ADD FOOD-SATURATION-GAINED TO PLAYER-SATURATION(LK-PLAYER)
    IF PLAYER-SATURATION(LK-PLAYER) > PLAYER-FOOD-LEVEL(LK-PLAYER)
        MOVE PLAYER-FOOD-LEVEL(LK-PLAYER) TO PLAYER-SATURATION(LK-PLAYER)
    END-IF

    SUBTRACT 1 FROM EATEN-SLOT-COUNT
    IF EATEN-SLOT-COUNT = 0
        MOVE -1 TO EATEN-SLOT-ID
        MOVE 0 TO EATEN-SLOT-NBT-LENGTH
    END-IF
    CALL "Player-SetInventorySlot" USING LK-PLAYER LK-SLOT-NUMBER
        EATEN-SLOT

    IF PLAYER-CLIENT(LK-PLAYER) NOT = 0
        CALL "SendPacket-SetHealth" USING PLAYER-CLIENT(LK-PLAYER)
    END-IF
    MOVE "Y" TO LK-EATEN-FLAG

    GOBACK.

END PROGRAM Hunger-Eat.

*> --- Hunger-Second ---
*> Called once a second for every survival/adventure player by
*> PlayerHazard-Sweep. Every hunger-step-seconds (default 4, vanilla's
*> pace) a player whose food bar is at hunger-regen-level (default 18)
*> or above heals half a heart - paid for through Hunger-Exert - and a
*> player whose food bar is empty takes half a heart of STARVE damage
*> through Player-Damage, which can kill like any other damage.
IDENTIFICATION DIVISION.
PROGRAM-ID. Hunger-Second.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 SETTINGS-LOADED-FLAG     PIC X(1) VALUE "N".
    01 STEP-KEY                 PIC X(32) VALUE "hunger-step-seconds".
    01 STEP-DEFAULT             BINARY-LONG VALUE 4.
    01 STEP-SECONDS             BINARY-LONG.
    01 REGEN-LEVEL-KEY          PIC X(32) VALUE "hunger-regen-level".
    01 REGEN-LEVEL-DEFAULT      BINARY-LONG VALUE 18.
    01 REGEN-LEVEL              BINARY-LONG.
    01 REGEN-KIND               PIC X(8) VALUE "REGEN".
    01 REGEN-AMOUNT             FLOAT-LONG VALUE 1.0.
    01 STARVE-DAMAGE            BINARY-LONG VALUE 1.
    01 STARVE-CAUSE             PIC X(16) VALUE "STARVE".

LINKAGE SECTION.
    01 LK-PLAYER                BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER.
    IF SETTINGS-LOADED-FLAG NOT = "Y"
        CALL "ServerConfig-GetNumber" USING STEP-KEY STEP-DEFAULT
            STEP-SECONDS
        IF STEP-SECONDS < 1
            MOVE STEP-DEFAULT TO STEP-SECONDS
        END-IF
        CALL "ServerConfig-GetNumber" USING REGEN-LEVEL-KEY
            REGEN-LEVEL-DEFAULT REGEN-LEVEL
        IF REGEN-LEVEL < 1 OR REGEN-LEVEL > 20
            MOVE REGEN-LEVEL-DEFAULT TO REGEN-LEVEL
        END-IF
        MOVE "Y" TO SETTINGS-LOADED-FLAG
    END-IF

    ADD 1 TO PLAYER-FOOD-TIMER(LK-PLAYER)
    IF PLAYER-FOOD-TIMER(LK-PLAYER) < STEP-SECONDS
        GOBACK
    END-IF
    MOVE 0 TO PLAYER-FOOD-TIMER(LK-PLAYER)

    IF PLAYER-FOOD-LEVEL(LK-PLAYER) >= REGEN-LEVEL
        IF PLAYER-HEALTH(LK-PLAYER) > 0 AND PLAYER-HEALTH(LK-PLAYER) < 20
            ADD 1 TO PLAYER-HEALTH(LK-PLAYER)
            CALL "SendPacket-SetHealth" USING PLAYER-CLIENT(LK-PLAYER)
            CALL "Hunger-Exert" USING LK-PLAYER REGEN-KIND REGEN-AMOUNT
        END-IF
        GOBACK
    END-IF

    IF PLAYER-FOOD-LEVEL(LK-PLAYER) <= 0
        CALL "Player-Damage" USING LK-PLAYER STARVE-DAMAGE STARVE-CAUSE
    END-IF

    GOBACK.

END PROGRAM Hunger-Second.
