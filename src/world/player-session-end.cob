    01 STAT-AMOUNT              BINARY-LONG.
    01 STAT-ONE                 BINARY-LONG VALUE 1.
    01 TRADE-CANCELLED-FLAG     PIC X(1).
    01 SNAPSHOT-REASON          PIC X(8) VALUE "LOGOUT".

LINKAGE SECTION.
    01 LK-PLAYER                BINARY-LONG UNSIGNED.
    CALL "Trade-CancelForPlayer" USING LK-PLAYER TRADE-CANCELLED-FLAG

    *> The final position and inventory matter most: these are the
    *> records a clean quit is guaranteed to leave behind, along with
    *> a snapshot of the inventory as it left.
    CALL "SessionCheckpoint-Save" USING LK-PLAYER
    CALL "PlayerInventory-Save" USING LK-PLAYER
    CALL "InventorySnapshot-Take" USING LK-PLAYER SNAPSHOT-REASON

    *> The departing player comes off every remaining tab list
    PERFORM VARYING CLIENT-IDX FROM 1 BY 1 UNTIL CLIENT-IDX > CLIENT-COUNT
