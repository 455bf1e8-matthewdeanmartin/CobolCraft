    *> --- DD-FOOD-VALUES ---
    *> What each food item is worth: food points (half-shanks) added to
    *> the food bar and saturation added to the hidden reserve. Loaded
    *> once by FoodValues-Load from config/food-values.txt (with
    *> compiled-in defaults for a missing file) and consulted by
    *> Hunger-Eat. Item names are resolved to registry ids at load time,
    *> as for smelting. EXTERNAL so the loader and the eater share the
    *> one real table.
01 FOOD-VALUES EXTERNAL.
    02 FOOD-VALUES-LOADED        PIC X(1).
    02 FOOD-VALUE-COUNT          BINARY-LONG UNSIGNED.
    02 FOOD-VALUE-ENTRY OCCURS 64 TIMES.
        03 FOOD-ITEM-ID          BINARY-LONG.
        03 FOOD-POINTS           BINARY-LONG.
        03 FOOD-SATURATION       FLOAT-LONG.
