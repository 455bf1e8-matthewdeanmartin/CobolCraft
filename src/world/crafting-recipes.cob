       >>SOURCE FORMAT FREE
*> --- CraftingRecipes-Load ---
*> Fills the shared crafting recipe table (DD-CRAFTING-RECIPES) from
*> config/crafting-recipes.txt - one recipe per line, fields separated
*> by spaces, in one of two forms:
*>
*>   shaped <output item> <count> <pattern> <key>=<item> ...
*>   shapeless <output item> <count> <item> <item> ...
*>
*> A shaped pattern is up to three rows of up to three characters,
*> rows joined by "/", "." for an empty cell, each other character a
*> key defined by a <key>=<item> field - e.g.
*> "shaped minecraft:torch 4 C/S C=minecraft:coal S=minecraft:stick".
*> A shaped recipe matches anywhere on the grid and mirrored left to
*> right, as in vanilla; a shapeless one takes its items (up to nine,
*> a repeated name meaning that many of the item) in any arrangement.
*> Blank lines and "#" comments are ignored, like server.properties.
*> A missing file falls back to the compiled-in basics (planks,
*> sticks, crafting table, chest, furnace, torches, pickaxes), fed
*> through the same parser, so a fresh install crafts out of the box.
*> Called at startup by RegisterBlock-CraftingTable, once the item
*> registry is up. Item names are resolved to registry ids here, once;
*> a recipe naming an item the registry doesn't know, or one that
*> doesn't parse, is rejected whole with a console line saying which
*> and why - a half-loaded recipe would craft the wrong thing.
IDENTIFICATION DIVISION.
PROGRAM-ID. CraftingRecipes-Load.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RECIPE-FILE ASSIGN TO "config/crafting-recipes.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD RECIPE-FILE.
01 RECIPE-RECORD            PIC X(160).

WORKING-STORAGE SECTION.
    COPY DD-CRAFTING-RECIPES.
    01 WS-FILE-STATUS       PIC X(2).
    01 WS-LINE              PIC X(160).
    01 WS-WORK-LINE         PIC X(160).
    01 WS-LINE-NUMBER       BINARY-LONG UNSIGNED.
    01 WS-LINE-DISPLAY      PIC Z(5)9.
    01 WS-SOURCE-TEXT       PIC X(48).
    01 WS-KIND-TOKEN        PIC X(16).
    01 WS-OUTPUT-NAME       PIC X(64).
    01 WS-COUNT-TOKEN       PIC X(16).
    01 WS-TOKENS.
        02 WS-TOKEN         PIC X(64) OCCURS 10 TIMES.
    01 WS-TOKEN-COUNT       BINARY-LONG UNSIGNED.
    01 WS-OVERFLOW-FLAG     PIC X(1).
    01 WS-TOKEN-INDEX       BINARY-LONG UNSIGNED.
    01 WS-ITEM-NAME         PIC X(64).
    01 WS-ITEM-ID           BINARY-LONG.
    01 WS-RECIPE-OK-FLAG    PIC X(1).
    01 WS-REJECT-ITEM       PIC X(64).
    01 WS-REJECT-REASON     PIC X(48).
    01 WS-REJECTED-COUNT    BINARY-LONG UNSIGNED.
    01 WS-COUNT-DISPLAY     PIC Z(5)9.

    *> Shaped pattern working storage: the rows as written and the
    *> key table built from the <key>=<item> fields
    01 WS-ROWS.
        02 WS-ROW           PIC X(8) OCCURS 3 TIMES.
    01 WS-ROW-INDEX         BINARY-LONG UNSIGNED.
    01 WS-ROW-LENGTH        BINARY-LONG UNSIGNED.
    01 WS-COLUMN-INDEX      BINARY-LONG UNSIGNED.
    01 WS-CELL-CHAR         PIC X(1).
    01 WS-CELL-INDEX        BINARY-LONG UNSIGNED.
    01 WS-FILLED-COUNT      BINARY-LONG UNSIGNED.
    01 WS-KEY-COUNT         BINARY-LONG UNSIGNED.
    01 WS-KEYS.
        02 WS-KEY-ENTRY OCCURS 9 TIMES.
            03 WS-KEY-CHAR  PIC X(1).
            03 WS-KEY-ID    BINARY-LONG.
    01 WS-KEY-INDEX         BINARY-LONG UNSIGNED.
    01 WS-KEY-FOUND-FLAG    PIC X(1).

    *> The recipe being parsed; copied into the shared table only once
    *> every part of it has resolved
    01 WS-NEW-RECIPE.
        02 WS-NEW-KIND      PIC X(1).
        02 WS-NEW-OUTPUT-ID BINARY-LONG.
        02 WS-NEW-OUTPUT-COUNT BINARY-LONG.
        02 WS-NEW-WIDTH     BINARY-LONG.
        02 WS-NEW-HEIGHT    BINARY-LONG.
        02 WS-NEW-INGREDIENT-COUNT BINARY-LONG.
        02 WS-NEW-CELL-ID   BINARY-LONG OCCURS 9 TIMES.

    *> Compiled-in fallback recipes, the basics a new world needs
    01 WS-DEFAULT-RECIPES.
        02 FILLER PIC X(100) VALUE "shapeless minecraft:oak_planks 4 minecraft:oak_log".
        02 FILLER PIC X(100) VALUE "shaped minecraft:stick 4 #/# #=minecraft:oak_planks".
        02 FILLER PIC X(100) VALUE "shaped minecraft:crafting_table 1 ##/## #=minecraft:oak_planks".
        02 FILLER PIC X(100) VALUE "shaped minecraft:chest 1 ###/#.#/### #=minecraft:oak_planks".
        02 FILLER PIC X(100) VALUE "shaped minecraft:furnace 1 ###/#.#/### #=minecraft:cobblestone".
        02 FILLER PIC X(100) VALUE "shaped minecraft:torch 4 C/S C=minecraft:coal S=minecraft:stick".
        02 FILLER PIC X(100) VALUE "shaped minecraft:wooden_pickaxe 1 ###/.S./.S. #=minecraft:oak_planks S=minecraft:stick".
        02 FILLER PIC X(100) VALUE "shaped minecraft:stone_pickaxe 1 ###/.S./.S. #=minecraft:cobblestone S=minecraft:stick".
    01 WS-DEFAULT-TABLE REDEFINES WS-DEFAULT-RECIPES.
        02 WS-DEFAULT-LINE  PIC X(100) OCCURS 8 TIMES.
    01 WS-DEFAULT-INDEX     BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    MOVE "Y" TO CRAFTING-RECIPES-LOADED
    MOVE 0 TO CRAFTING-RECIPE-COUNT
    MOVE 0 TO WS-REJECTED-COUNT

    OPEN INPUT RECIPE-FILE
    IF WS-FILE-STATUS NOT = "00"
        PERFORM VARYING WS-DEFAULT-INDEX FROM 1 BY 1
                UNTIL WS-DEFAULT-INDEX > 8
            MOVE WS-DEFAULT-LINE(WS-DEFAULT-INDEX) TO WS-LINE
            MOVE WS-DEFAULT-INDEX TO WS-LINE-DISPLAY
            MOVE SPACES TO WS-SOURCE-TEXT
            STRING "built-in recipe " FUNCTION TRIM(WS-LINE-DISPLAY)
                DELIMITED BY SIZE INTO WS-SOURCE-TEXT
            PERFORM Load-One-Line
        END-PERFORM
        PERFORM Report-Load-Summary
        GOBACK
    END-IF

    MOVE 0 TO WS-LINE-NUMBER
    PERFORM UNTIL WS-FILE-STATUS NOT = "00"
        READ RECIPE-FILE INTO WS-LINE
        IF WS-FILE-STATUS = "00"
            ADD 1 TO WS-LINE-NUMBER
            MOVE WS-LINE-NUMBER TO WS-LINE-DISPLAY
            MOVE SPACES TO WS-SOURCE-TEXT
            STRING "crafting-recipes.txt line "
                FUNCTION TRIM(WS-LINE-DISPLAY)
                DELIMITED BY SIZE INTO WS-SOURCE-TEXT
            MOVE FUNCTION TRIM(WS-LINE LEADING) TO WS-LINE
            IF WS-LINE NOT = SPACES AND WS-LINE(1:1) NOT = "#"
                PERFORM Load-One-Line
            END-IF
        END-IF
    END-PERFORM
    CLOSE RECIPE-FILE

    PERFORM Report-Load-Summary
    GOBACK.

    Load-One-Line.
        MOVE FUNCTION TRIM(WS-LINE LEADING) TO WS-WORK-LINE
        MOVE SPACES TO WS-KIND-TOKEN
        MOVE SPACES TO WS-OUTPUT-NAME
        MOVE SPACES TO WS-COUNT-TOKEN
        MOVE SPACES TO WS-TOKENS
        MOVE "N" TO WS-OVERFLOW-FLAG
        UNSTRING WS-WORK-LINE DELIMITED BY ALL SPACE
            INTO WS-KIND-TOKEN WS-OUTPUT-NAME WS-COUNT-TOKEN
                WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
                WS-TOKEN(9) WS-TOKEN(10)
            ON OVERFLOW
                MOVE "Y" TO WS-OVERFLOW-FLAG
        END-UNSTRING

        *> Fields after the count: pattern and keys, or ingredients
        MOVE 0 TO WS-TOKEN-COUNT
        PERFORM VARYING WS-TOKEN-INDEX FROM 1 BY 1
                UNTIL WS-TOKEN-INDEX > 10
            IF WS-TOKEN(WS-TOKEN-INDEX) NOT = SPACES
                MOVE WS-TOKEN-INDEX TO WS-TOKEN-COUNT
            END-IF
        END-PERFORM

        MOVE "Y" TO WS-RECIPE-OK-FLAG
        MOVE SPACES TO WS-REJECT-ITEM
        MOVE SPACES TO WS-REJECT-REASON
        INITIALIZE WS-NEW-RECIPE
        PERFORM VARYING WS-CELL-INDEX FROM 1 BY 1
                UNTIL WS-CELL-INDEX > 9
            MOVE -1 TO WS-NEW-CELL-ID(WS-CELL-INDEX)
        END-PERFORM

        IF WS-OUTPUT-NAME = SPACES OR WS-TOKEN-COUNT = 0
            MOVE "too few fields" TO WS-REJECT-REASON
            PERFORM Reject-Recipe
            EXIT PARAGRAPH
        END-IF
        IF WS-OVERFLOW-FLAG = "Y"
            MOVE "too many fields" TO WS-REJECT-REASON
            PERFORM Reject-Recipe
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION TRIM(WS-COUNT-TOKEN) IS NOT NUMERIC
            MOVE "count is not a number" TO WS-REJECT-REASON
            PERFORM Reject-Recipe
            EXIT PARAGRAPH
        END-IF
        COMPUTE WS-NEW-OUTPUT-COUNT = FUNCTION NUMVAL(WS-COUNT-TOKEN)
        IF WS-NEW-OUTPUT-COUNT < 1 OR WS-NEW-OUTPUT-COUNT > 64
            MOVE "count must be 1 to 64" TO WS-REJECT-REASON
            PERFORM Reject-Recipe
            EXIT PARAGRAPH
        END-IF

        MOVE WS-OUTPUT-NAME TO WS-ITEM-NAME
        PERFORM Resolve-Item
        IF WS-RECIPE-OK-FLAG NOT = "Y"
            EXIT PARAGRAPH
        END-IF
        MOVE WS-ITEM-ID TO WS-NEW-OUTPUT-ID

        EVALUATE FUNCTION LOWER-CASE(WS-KIND-TOKEN)
            WHEN "shaped"
                MOVE "S" TO WS-NEW-KIND
                PERFORM Parse-Shaped
            WHEN "shapeless"
                MOVE "L" TO WS-NEW-KIND
                PERFORM Parse-Shapeless
            WHEN OTHER
                MOVE "kind must be shaped or shapeless"
                    TO WS-REJECT-REASON
                PERFORM Reject-Recipe
        END-EVALUATE
        IF WS-RECIPE-OK-FLAG NOT = "Y"
            EXIT PARAGRAPH
        END-IF

        IF CRAFTING-RECIPE-COUNT >= 64
            MOVE "recipe table full" TO WS-REJECT-REASON
            PERFORM Reject-Recipe
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO CRAFTING-RECIPE-COUNT
        MOVE WS-NEW-RECIPE TO CRAFTING-RECIPE-ENTRY(CRAFTING-RECIPE-COUNT).

    *> Pattern first (WS-TOKEN(1)), then one <key>=<item> per field
    Parse-Shaped.
        MOVE 0 TO WS-KEY-COUNT
        PERFORM VARYING WS-TOKEN-INDEX FROM 2 BY 1
                UNTIL WS-TOKEN-INDEX > WS-TOKEN-COUNT
            IF WS-TOKEN(WS-TOKEN-INDEX)(2:1) NOT = "="
                    OR WS-TOKEN(WS-TOKEN-INDEX)(1:1) = "."
                    OR WS-TOKEN(WS-TOKEN-INDEX)(3:) = SPACES
                MOVE "key field is not <key>=<item>"
                    TO WS-REJECT-REASON
                PERFORM Reject-Recipe
                EXIT PARAGRAPH
            END-IF
            MOVE WS-TOKEN(WS-TOKEN-INDEX)(3:) TO WS-ITEM-NAME
            PERFORM Resolve-Item
            IF WS-RECIPE-OK-FLAG NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-KEY-COUNT
            MOVE WS-TOKEN(WS-TOKEN-INDEX)(1:1)
                TO WS-KEY-CHAR(WS-KEY-COUNT)
            MOVE WS-ITEM-ID TO WS-KEY-ID(WS-KEY-COUNT)
        END-PERFORM

        MOVE SPACES TO WS-ROWS
        UNSTRING WS-TOKEN(1) DELIMITED BY "/"
            INTO WS-ROW(1) WS-ROW(2) WS-ROW(3)
            ON OVERFLOW
                MOVE "pattern has more than three rows"
                    TO WS-REJECT-REASON
                PERFORM Reject-Recipe
                EXIT PARAGRAPH
        END-UNSTRING
        MOVE 0 TO WS-NEW-HEIGHT
        MOVE 0 TO WS-NEW-WIDTH
        PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1 UNTIL WS-ROW-INDEX > 3
            IF WS-ROW(WS-ROW-INDEX) NOT = SPACES
                MOVE WS-ROW-INDEX TO WS-NEW-HEIGHT
                MOVE FUNCTION STORED-CHAR-LENGTH(WS-ROW(WS-ROW-INDEX))
                    TO WS-ROW-LENGTH
                IF WS-ROW-LENGTH > 3
                    MOVE "pattern row longer than three"
                        TO WS-REJECT-REASON
                    PERFORM Reject-Recipe
                    EXIT PARAGRAPH
                END-IF
                IF WS-ROW-LENGTH > WS-NEW-WIDTH
                    MOVE WS-ROW-LENGTH TO WS-NEW-WIDTH
                END-IF
            END-IF
        END-PERFORM

        MOVE 0 TO WS-FILLED-COUNT
        PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1
                UNTIL WS-ROW-INDEX > WS-NEW-HEIGHT
            PERFORM VARYING WS-COLUMN-INDEX FROM 1 BY 1
                    UNTIL WS-COLUMN-INDEX > WS-NEW-WIDTH
                MOVE WS-ROW(WS-ROW-INDEX)(WS-COLUMN-INDEX:1)
                    TO WS-CELL-CHAR
                IF WS-CELL-CHAR NOT = "." AND WS-CELL-CHAR NOT = SPACE
                    PERFORM Find-Key
                    IF WS-KEY-FOUND-FLAG NOT = "Y"
                        MOVE SPACES TO WS-REJECT-REASON
                        STRING "pattern key " WS-CELL-CHAR
                            " is not defined" DELIMITED BY SIZE
                            INTO WS-REJECT-REASON
                        PERFORM Reject-Recipe
                        EXIT PARAGRAPH
                    END-IF
                    COMPUTE WS-CELL-INDEX =
                        (WS-ROW-INDEX - 1) * 3 + WS-COLUMN-INDEX
                    MOVE WS-KEY-ID(WS-KEY-INDEX)
                        TO WS-NEW-CELL-ID(WS-CELL-INDEX)
                    ADD 1 TO WS-FILLED-COUNT
                END-IF
            END-PERFORM
        END-PERFORM
        IF WS-FILLED-COUNT = 0
            MOVE "pattern is empty" TO WS-REJECT-REASON
            PERFORM Reject-Recipe
        END-IF
        MOVE WS-FILLED-COUNT TO WS-NEW-INGREDIENT-COUNT.

    Find-Key.
        MOVE "N" TO WS-KEY-FOUND-FLAG
        PERFORM VARYING WS-KEY-INDEX FROM 1 BY 1
                UNTIL WS-KEY-INDEX > WS-KEY-COUNT
            IF WS-KEY-CHAR(WS-KEY-INDEX) = WS-CELL-CHAR
                MOVE "Y" TO WS-KEY-FOUND-FLAG
                EXIT PERFORM
            END-IF
        END-PERFORM.

    Parse-Shapeless.
        IF WS-TOKEN-COUNT > 9
            MOVE "more than nine ingredients" TO WS-REJECT-REASON
            PERFORM Reject-Recipe
            EXIT PARAGRAPH
        END-IF
        PERFORM VARYING WS-TOKEN-INDEX FROM 1 BY 1
                UNTIL WS-TOKEN-INDEX > WS-TOKEN-COUNT
            MOVE WS-TOKEN(WS-TOKEN-INDEX) TO WS-ITEM-NAME
            PERFORM Resolve-Item
            IF WS-RECIPE-OK-FLAG NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ITEM-ID TO WS-NEW-CELL-ID(WS-TOKEN-INDEX)
        END-PERFORM
        MOVE WS-TOKEN-COUNT TO WS-NEW-INGREDIENT-COUNT.

    Resolve-Item.
        CALL "Registries-Lookup" USING "minecraft:item" WS-ITEM-NAME
            WS-ITEM-ID
        IF WS-ITEM-ID < 0
            MOVE WS-ITEM-NAME TO WS-REJECT-ITEM
            PERFORM Reject-Recipe
        END-IF.

    Reject-Recipe.
        MOVE "N" TO WS-RECIPE-OK-FLAG
        ADD 1 TO WS-REJECTED-COUNT
        IF WS-REJECT-ITEM NOT = SPACES
            DISPLAY "[crafting] unknown item "
                FUNCTION TRIM(WS-REJECT-ITEM) " in recipe for "
                FUNCTION TRIM(WS-OUTPUT-NAME) " ("
                FUNCTION TRIM(WS-SOURCE-TEXT) "), rejected"
        ELSE
            DISPLAY "[crafting] bad recipe for "
                FUNCTION TRIM(WS-OUTPUT-NAME) " ("
                FUNCTION TRIM(WS-SOURCE-TEXT) "): "
                FUNCTION TRIM(WS-REJECT-REASON) ", rejected"
        END-IF.

    Report-Load-Summary.
        MOVE CRAFTING-RECIPE-COUNT TO WS-COUNT-DISPLAY
        IF WS-REJECTED-COUNT = 0
            DISPLAY "[crafting] loaded " FUNCTION TRIM(WS-COUNT-DISPLAY)
                " recipes"
        ELSE
            MOVE WS-REJECTED-COUNT TO WS-LINE-DISPLAY
            DISPLAY "[crafting] loaded " FUNCTION TRIM(WS-COUNT-DISPLAY)
                " recipes, rejected " FUNCTION TRIM(WS-LINE-DISPLAY)
        END-IF.

END PROGRAM CraftingRecipes-Load.

*> --- CraftingRecipes-Match ---
*> What does this crafting grid make? LK-GRID is the nine grid cells
*> row-major (-1 for an empty cell). The grid is cut to the bounding
*> box of what is in it, so a shaped recipe matches wherever it sits,
*> and each shaped recipe is also tried mirrored left to right; a
*> shapeless recipe matches when the grid holds exactly its items, in
*> any cells. The first recipe in file order wins. Loads the table
*> lazily, like SmeltingRecipes-Find, should nothing have loaded it.
IDENTIFICATION DIVISION.
PROGRAM-ID. CraftingRecipes-Match.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CRAFTING-RECIPES.
    01 ENTRY-INDEX          BINARY-LONG UNSIGNED.
    01 CELL-INDEX           BINARY-LONG UNSIGNED.
    01 ROW-INDEX            BINARY-LONG UNSIGNED.
    01 COLUMN-INDEX         BINARY-LONG UNSIGNED.
    01 GRID-CELL            BINARY-LONG UNSIGNED.
    01 RECIPE-CELL          BINARY-LONG UNSIGNED.
    01 MIRROR-CELL          BINARY-LONG UNSIGNED.
    01 FILLED-COUNT         BINARY-LONG UNSIGNED.
    01 TOP-ROW              BINARY-LONG UNSIGNED.
    01 BOTTOM-ROW           BINARY-LONG UNSIGNED.
    01 LEFT-COLUMN          BINARY-LONG UNSIGNED.
    01 RIGHT-COLUMN         BINARY-LONG UNSIGNED.
    01 BOX-WIDTH            BINARY-LONG UNSIGNED.
    01 BOX-HEIGHT           BINARY-LONG UNSIGNED.
    01 STRAIGHT-FLAG        PIC X(1).
    01 MIRRORED-FLAG        PIC X(1).
    01 RECIPE-MATCH-FLAG    PIC X(1).
    01 INGREDIENT-INDEX     BINARY-LONG UNSIGNED.
    01 INGREDIENT-USED      PIC X(1) OCCURS 9 TIMES.
    01 CELL-MATCHED-FLAG    PIC X(1).

LINKAGE SECTION.
    01 LK-GRID.
        02 LK-GRID-ID       BINARY-LONG OCCURS 9 TIMES.
    01 LK-OUTPUT-ID         BINARY-LONG.
    01 LK-OUTPUT-COUNT      BINARY-LONG.
    01 LK-FOUND-FLAG        PIC X(1).

PROCEDURE DIVISION USING LK-GRID LK-OUTPUT-ID LK-OUTPUT-COUNT
        LK-FOUND-FLAG.
    IF CRAFTING-RECIPES-LOADED NOT = "Y"
        CALL "CraftingRecipes-Load"
    END-IF

    MOVE "N" TO LK-FOUND-FLAG
    MOVE -1 TO LK-OUTPUT-ID
    MOVE 0 TO LK-OUTPUT-COUNT

    *> Bounding box of the occupied cells
    MOVE 0 TO FILLED-COUNT
    MOVE 4 TO TOP-ROW
    MOVE 0 TO BOTTOM-ROW
    MOVE 4 TO LEFT-COLUMN
    MOVE 0 TO RIGHT-COLUMN
    PERFORM VARYING ROW-INDEX FROM 1 BY 1 UNTIL ROW-INDEX > 3
        PERFORM VARYING COLUMN-INDEX FROM 1 BY 1 UNTIL COLUMN-INDEX > 3
            COMPUTE CELL-INDEX = (ROW-INDEX - 1) * 3 + COLUMN-INDEX
            IF LK-GRID-ID(CELL-INDEX) >= 0
                ADD 1 TO FILLED-COUNT
                IF ROW-INDEX < TOP-ROW
                    MOVE ROW-INDEX TO TOP-ROW
                END-IF
                IF ROW-INDEX > BOTTOM-ROW
                    MOVE ROW-INDEX TO BOTTOM-ROW
                END-IF
                IF COLUMN-INDEX < LEFT-COLUMN
                    MOVE COLUMN-INDEX TO LEFT-COLUMN
                END-IF
                IF COLUMN-INDEX > RIGHT-COLUMN
                    MOVE COLUMN-INDEX TO RIGHT-COLUMN
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM
    IF FILLED-COUNT = 0
        GOBACK
    END-IF
    COMPUTE BOX-HEIGHT = BOTTOM-ROW - TOP-ROW + 1
    COMPUTE BOX-WIDTH = RIGHT-COLUMN - LEFT-COLUMN + 1

    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
            UNTIL ENTRY-INDEX > CRAFTING-RECIPE-COUNT
        MOVE "N" TO RECIPE-MATCH-FLAG
        IF CRAFTING-INGREDIENT-COUNT(ENTRY-INDEX) = FILLED-COUNT
            IF CRAFTING-KIND(ENTRY-INDEX) = "S"
                PERFORM Match-Shaped
            ELSE
                PERFORM Match-Shapeless
            END-IF
        END-IF
        IF RECIPE-MATCH-FLAG = "Y"
            MOVE CRAFTING-OUTPUT-ID(ENTRY-INDEX) TO LK-OUTPUT-ID
            MOVE CRAFTING-OUTPUT-COUNT(ENTRY-INDEX) TO LK-OUTPUT-COUNT
            MOVE "Y" TO LK-FOUND-FLAG
            EXIT PERFORM
        END-IF
    END-PERFORM

    GOBACK.

    Match-Shaped.
        IF CRAFTING-WIDTH(ENTRY-INDEX) NOT = BOX-WIDTH
                OR CRAFTING-HEIGHT(ENTRY-INDEX) NOT = BOX-HEIGHT
            EXIT PARAGRAPH
        END-IF
        MOVE "Y" TO STRAIGHT-FLAG
        MOVE "Y" TO MIRRORED-FLAG
        PERFORM VARYING ROW-INDEX FROM 1 BY 1 UNTIL ROW-INDEX > BOX-HEIGHT
            PERFORM VARYING COLUMN-INDEX FROM 1 BY 1
                    UNTIL COLUMN-INDEX > BOX-WIDTH
                COMPUTE GRID-CELL = (TOP-ROW + ROW-INDEX - 2) * 3
                    + LEFT-COLUMN + COLUMN-INDEX - 1
                COMPUTE RECIPE-CELL = (ROW-INDEX - 1) * 3 + COLUMN-INDEX
                COMPUTE MIRROR-CELL = (ROW-INDEX - 1) * 3
                    + BOX-WIDTH - COLUMN-INDEX + 1
                IF LK-GRID-ID(GRID-CELL)
                        NOT = CRAFTING-CELL-ID(ENTRY-INDEX, RECIPE-CELL)
                    MOVE "N" TO STRAIGHT-FLAG
                END-IF
                IF LK-GRID-ID(GRID-CELL)
                        NOT = CRAFTING-CELL-ID(ENTRY-INDEX, MIRROR-CELL)
                    MOVE "N" TO MIRRORED-FLAG
                END-IF
            END-PERFORM
        END-PERFORM
        IF STRAIGHT-FLAG = "Y" OR MIRRORED-FLAG = "Y"
            MOVE "Y" TO RECIPE-MATCH-FLAG
        END-IF.

    *> Every occupied cell must claim a distinct ingredient; the counts
    *> already agree, so that covers the whole list
    Match-Shapeless.
        PERFORM VARYING INGREDIENT-INDEX FROM 1 BY 1
                UNTIL INGREDIENT-INDEX > 9
            MOVE "N" TO INGREDIENT-USED(INGREDIENT-INDEX)
        END-PERFORM
        PERFORM VARYING CELL-INDEX FROM 1 BY 1 UNTIL CELL-INDEX > 9
            IF LK-GRID-ID(CELL-INDEX) >= 0
                MOVE "N" TO CELL-MATCHED-FLAG
                PERFORM VARYING INGREDIENT-INDEX FROM 1 BY 1
                        UNTIL INGREDIENT-INDEX
                            > CRAFTING-INGREDIENT-COUNT(ENTRY-INDEX)
                    IF INGREDIENT-USED(INGREDIENT-INDEX) = "N"
                            AND CRAFTING-CELL-ID(ENTRY-INDEX,
                                INGREDIENT-INDEX)
                                = LK-GRID-ID(CELL-INDEX)
                        MOVE "Y" TO INGREDIENT-USED(INGREDIENT-INDEX)
                        MOVE "Y" TO CELL-MATCHED-FLAG
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                IF CELL-MATCHED-FLAG NOT = "Y"
                    EXIT PARAGRAPH
                END-IF
            END-IF
        END-PERFORM
        MOVE "Y" TO RECIPE-MATCH-FLAG.

END PROGRAM CraftingRecipes-Match.
