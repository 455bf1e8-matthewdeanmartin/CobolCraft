*> Periodic driver that persists every online player's inventory, run
*> on the same cadence as the world save (alongside
*> SessionCheckpoint-SaveAll), so a crash between saves never costs
*> more than one interval of inventory changes. Each save also offers
*> the inventory to the rolling snapshot set (reason SAVE), which
*> skips it when nothing changed since the last snapshot.
IDENTIFICATION DIVISION.
PROGRAM-ID. PlayerInventory-SaveAll.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 WS-SNAPSHOT-REASON       PIC X(8) VALUE "SAVE".

PROCEDURE DIVISION.
    PERFORM VARYING PLAYER-IDX FROM 1 BY 1 UNTIL PLAYER-IDX > PLAYER-COUNT
        IF PLAYER-CLIENT(PLAYER-IDX) NOT = 0
            CALL "PlayerInventory-Save" USING PLAYER-IDX
            CALL "InventorySnapshot-Take" USING PLAYER-IDX
                WS-SNAPSHOT-REASON
        END-IF
    END-PERFORM

