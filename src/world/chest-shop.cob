*> refuses with a message and changes nothing. LK-HANDLED-FLAG "Y"
*> tells the sign callback the click was a shop interaction and the
*> editor must stay shut; anything that doesn't parse as a shop comes
*> back "N" and the sign behaves like any other sign. A sale is a
*> SHOP entry in the economy journal from the moment the stock check
*> passes, with the chest's contents and the buyer's inventory staged
*> beside it, so a crash before the entry closes is reversed at boot
*> by JournalRecovery-Run - price refunded, chest and buyer's
*> inventory put back - instead of leaving the buyer out of pocket or
*> the goods in two places.
*> Every sale, and every buyer turned away for lack of stock, lands in
*> logs/shop-sales.log for the owners' weekly report; a sale that
*> leaves the chest unable to cover the next purchase mails the owner
*> a low-stock notice naming the shop's location.
IDENTIFICATION DIVISION.
PROGRAM-ID. ChestShop-Interact.

    01 WS-TRANSFER-OK-FLAG      PIC X(1).
    01 WS-SHOP-KIND             PIC X(8) VALUE "SHOP".
    01 WS-SHOP-MEMO             PIC X(64).
    01 WS-JOURNAL-ID            PIC X(16).
    01 WS-JOURNAL-DETAIL        PIC X(64).
    01 WS-CONTAINER-FILE-NAME   PIC X(128).
    01 WS-STAGE-COMMAND         PIC X(280).
    01 WS-IMAGE-FILE-NAME       PIC X(128).
    01 WS-SALE-OUTCOME          PIC X(8).
    01 WS-STOCK-LEFT            BINARY-LONG.
    01 WS-SERVER-HEX            PIC X(32) VALUE ALL "0".
    01 WS-SERVER-NAME           PIC X(16) VALUE "server".
    01 WS-MAIL-KIND             PIC X(1) VALUE "M".
    01 WS-NOTICE-TEXT           PIC X(200).
    01 WS-COORD-DISPLAY         PIC -(9)9.
    01 WS-STOCK-DISPLAY         PIC -(9)9.
    01 WS-SCAN-POINTER          BINARY-LONG UNSIGNED.

    *> Neighbor offsets probed for the backing chest: directly below
    *> the sign post, then the four horizontal neighbors a wall sign
        END-IF
    END-PERFORM
    IF WS-STOCK-COUNT < WS-QUANTITY
        MOVE "NOSTOCK" TO WS-SALE-OUTCOME
        CALL "ShopSales-Append" USING WS-SALE-OUTCOME LK-POSITION
            WS-OWNER-HEX WS-BUYER-HEX WS-ITEM-NAME WS-QUANTITY WS-PRICE
            WS-STOCK-COUNT
        MOVE "This shop is out of stock" TO WS-REPORT-LINE
        MOVE "red" TO WS-REPLY-COLOR-VALUE
        PERFORM Reply-Report-Line
        GOBACK
    END-IF

    *> Open the journal entry, with the chest's and the buyer's
    *> pre-sale contents staged, before any money or stock moves
    CALL "Journal-NewId" USING WS-JOURNAL-ID
    CALL "ContainerStore-FileName" USING WS-CHEST-POSITION
        WS-CONTAINER-FILE-NAME
    MOVE SPACES TO WS-STAGE-COMMAND
    STRING "mkdir -p world/journal && cp "
        FUNCTION TRIM(WS-CONTAINER-FILE-NAME)
        " world/journal/" WS-JOURNAL-ID ".chest"
        DELIMITED BY SIZE INTO WS-STAGE-COMMAND
    CALL "SYSTEM" USING WS-STAGE-COMMAND
    MOVE SPACES TO WS-IMAGE-FILE-NAME
    STRING "world/journal/" WS-JOURNAL-ID "-buyer.inv"
        DELIMITED BY SIZE INTO WS-IMAGE-FILE-NAME
    CALL "Journal-SaveInventoryImage" USING LK-PLAYER WS-IMAGE-FILE-NAME
    MOVE WS-CONTAINER-FILE-NAME TO WS-JOURNAL-DETAIL
    CALL "Journal-Begin" USING WS-JOURNAL-ID WS-SHOP-KIND WS-BUYER-HEX
        WS-OWNER-HEX WS-PRICE WS-ITEM-ID WS-QUANTITY WS-JOURNAL-DETAIL

    *> Money first: a refused transfer must leave the chest untouched
    MOVE SPACES TO WS-SHOP-MEMO
    MOVE WS-QUANTITY TO WS-QUANTITY-DISPLAY
    CALL "Balance-Transfer" USING WS-BUYER-HEX WS-OWNER-HEX WS-PRICE
        WS-SHOP-KIND WS-SHOP-MEMO WS-TRANSFER-OK-FLAG
    IF WS-TRANSFER-OK-FLAG NOT = "Y"
        CALL "Journal-Complete" USING WS-JOURNAL-ID
        CALL "Journal-DiscardImages" USING WS-JOURNAL-ID
        MOVE "You cannot afford this purchase" TO WS-REPORT-LINE
        MOVE "red" TO WS-REPLY-COLOR-VALUE
        PERFORM Reply-Report-Line
        CALL "World-DropItem-FromBlock" USING WS-BOUGHT-SLOT
            LK-POSITION
    END-IF
    *> The buyer's goods on disk before the entry closes; until it
    *> does, recovery puts back the staged pre-sale inventory
    CALL "PlayerInventory-Save" USING LK-PLAYER
    CALL "Journal-Complete" USING WS-JOURNAL-ID
    CALL "Journal-DiscardImages" USING WS-JOURNAL-ID

    COMPUTE WS-STOCK-LEFT = WS-STOCK-COUNT - WS-QUANTITY
    MOVE "SALE" TO WS-SALE-OUTCOME
    CALL "ShopSales-Append" USING WS-SALE-OUTCOME LK-POSITION
        WS-OWNER-HEX WS-BUYER-HEX WS-ITEM-NAME WS-QUANTITY WS-PRICE
        WS-STOCK-LEFT
    IF WS-STOCK-LEFT < WS-QUANTITY
        PERFORM Send-Low-Stock-Notice
    END-IF

    MOVE WS-PRICE TO WS-PRICE-DISPLAY
    MOVE SPACES TO WS-REPORT-LINE

    GOBACK.

    *> The next buyer will be turned away: tell the owner now, by the
    *> sign's position, rather than when a buyer complains.
    Send-Low-Stock-Notice.
        MOVE SPACES TO WS-NOTICE-TEXT
        MOVE 1 TO WS-SCAN-POINTER
        STRING "Your shop at (" DELIMITED BY SIZE
            INTO WS-NOTICE-TEXT WITH POINTER WS-SCAN-POINTER
        MOVE LK-POSITION-X TO WS-COORD-DISPLAY
        STRING FUNCTION TRIM(WS-COORD-DISPLAY) " " DELIMITED BY SIZE
            INTO WS-NOTICE-TEXT WITH POINTER WS-SCAN-POINTER
        MOVE LK-POSITION-Y TO WS-COORD-DISPLAY
        STRING FUNCTION TRIM(WS-COORD-DISPLAY) " " DELIMITED BY SIZE
            INTO WS-NOTICE-TEXT WITH POINTER WS-SCAN-POINTER
        MOVE LK-POSITION-Z TO WS-COORD-DISPLAY
        MOVE WS-STOCK-LEFT TO WS-STOCK-DISPLAY
        STRING FUNCTION TRIM(WS-COORD-DISPLAY) ") selling "
            FUNCTION TRIM(WS-ITEM-NAME) " is low on stock: "
            FUNCTION TRIM(WS-STOCK-DISPLAY) " left, "
            FUNCTION TRIM(WS-QUANTITY-DISPLAY) " per purchase"
            DELIMITED BY SIZE
            INTO WS-NOTICE-TEXT WITH POINTER WS-SCAN-POINTER
        CALL "Mail-Send" USING WS-MAIL-KIND WS-SERVER-HEX WS-SERVER-NAME
            WS-OWNER-HEX WS-NOTICE-TEXT.

    Find-Backing-Chest.
        *> Probe order: below the sign post first, then the four
        *> horizontal neighbors a wall sign hangs from. "Has a
