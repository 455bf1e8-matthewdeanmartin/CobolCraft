    *> --- DD-CRAFTING-RECIPES ---
    *> The crafting recipe table, shaped and shapeless. Loaded once at
    *> startup by CraftingRecipes-Load from config/crafting-recipes.txt
    *> (with compiled-in defaults for a missing file) and consulted by
    *> CraftingTable-CheckAt through CraftingRecipes-Match whenever a
    *> crafting grid changes. Item names are resolved to registry ids at
    *> load time, as for smelting, so matching is integer compares.
    *>
    *>   KIND "S" shaped: WIDTH x HEIGHT cells, row-major in a 3-wide
    *>        layout (cell (row - 1) * 3 + column), -1 for an empty cell
    *>   KIND "L" shapeless: the first INGREDIENT-COUNT cells are the
    *>        ingredients, one item each, in any order on the grid
    *>
    *> EXTERNAL so the loader and the crafting table share the one real
    *> table.
01 CRAFTING-RECIPES EXTERNAL.
    02 CRAFTING-RECIPES-LOADED   PIC X(1).
    02 CRAFTING-RECIPE-COUNT     BINARY-LONG UNSIGNED.
    02 CRAFTING-RECIPE-ENTRY OCCURS 64 TIMES.
        03 CRAFTING-KIND         PIC X(1).
        03 CRAFTING-OUTPUT-ID    BINARY-LONG.
        03 CRAFTING-OUTPUT-COUNT BINARY-LONG.
        03 CRAFTING-WIDTH        BINARY-LONG.
        03 CRAFTING-HEIGHT       BINARY-LONG.
        03 CRAFTING-INGREDIENT-COUNT BINARY-LONG.
        03 CRAFTING-CELL-ID      BINARY-LONG OCCURS 9 TIMES.
