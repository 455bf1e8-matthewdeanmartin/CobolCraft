*> swap commits - the escrowed stacks cross over via Player-GiveItem
*> (anything a full inventory cannot take lands on the ground at the
*> receiver's feet rather than vanishing), the session is retired,
*> and one "TRADE" row lands in the transactions log. The commit runs
*> as a TRADE entry in the economy journal: both inventories (escrow
*> already out) and the escrow itself are staged first, and both
*> inventory files are saved before the entry closes, so a crash
*> mid-delivery is finished at boot by JournalRecovery-Run rather than
*> losing the escrowed stacks with the process. Both inventories are
*> snapshotted (InventorySnapshot-Take, reason TRADE) just before the
*> commit.
IDENTIFICATION DIVISION.
PROGRAM-ID. Trade-Confirm.

    01 WS-REPORT-LINE           PIC X(128).
    01 WS-REPLY-CLIENT          BINARY-LONG UNSIGNED.
    01 WS-REPLY-COLOR-VALUE     PIC X(16).
    01 WS-JOURNAL-ID            PIC X(16).
    01 WS-JOURNAL-DETAIL        PIC X(64).
    01 WS-IMAGE-FILE-NAME       PIC X(128).
    01 WS-COUNT-A               BINARY-LONG.
    01 WS-COUNT-B               BINARY-LONG.
    01 WS-SNAPSHOT-REASON       PIC X(8) VALUE "TRADE".

LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
        GOBACK
    END-IF

    *> Both confirmed: snapshot both inventories as they stand before
    *> delivery (the offered stacks are already in escrow and are on
    *> the TRADE row below), then stage both sides and open the
    *> journal entry
    CALL "InventorySnapshot-Take" USING TRADE-PLAYER-A(WS-TRADE-INDEX)
        WS-SNAPSHOT-REASON
    CALL "InventorySnapshot-Take" USING TRADE-PLAYER-B(WS-TRADE-INDEX)
        WS-SNAPSHOT-REASON
    CALL "Util-BytesToHex" USING
        PLAYER-UUID(TRADE-PLAYER-A(WS-TRADE-INDEX)) WS-A-HEX
    CALL "Util-BytesToHex" USING
        PLAYER-UUID(TRADE-PLAYER-B(WS-TRADE-INDEX)) WS-B-HEX
    CALL "Journal-NewId" USING WS-JOURNAL-ID
    MOVE SPACES TO WS-IMAGE-FILE-NAME
    STRING "world/journal/" WS-JOURNAL-ID "-a.inv"
        DELIMITED BY SIZE INTO WS-IMAGE-FILE-NAME
    CALL "Journal-SaveInventoryImage" USING
        TRADE-PLAYER-A(WS-TRADE-INDEX) WS-IMAGE-FILE-NAME
    MOVE SPACES TO WS-IMAGE-FILE-NAME
    STRING "world/journal/" WS-JOURNAL-ID "-b.inv"
        DELIMITED BY SIZE INTO WS-IMAGE-FILE-NAME
    CALL "Journal-SaveInventoryImage" USING
        TRADE-PLAYER-B(WS-TRADE-INDEX) WS-IMAGE-FILE-NAME
    MOVE SPACES TO WS-IMAGE-FILE-NAME
    STRING "world/journal/" WS-JOURNAL-ID ".escrow"
        DELIMITED BY SIZE INTO WS-IMAGE-FILE-NAME
    CALL "Journal-SaveTradeEscrow" USING WS-TRADE-INDEX
        WS-IMAGE-FILE-NAME
    MOVE TRADE-OFFER-A-COUNT(WS-TRADE-INDEX) TO WS-COUNT-A
    MOVE TRADE-OFFER-B-COUNT(WS-TRADE-INDEX) TO WS-COUNT-B
    MOVE SPACES TO WS-JOURNAL-DETAIL
    CALL "Journal-Begin" USING WS-JOURNAL-ID WS-TRADE-KIND WS-A-HEX
        WS-B-HEX WS-ZERO-AMOUNT WS-COUNT-A WS-COUNT-B WS-JOURNAL-DETAIL

    *> Commit the swap. The stacks are already out of both
    *> inventories, so this is pure delivery.
    MOVE TRADE-PLAYER-B(WS-TRADE-INDEX) TO WS-RECEIVER
    PERFORM VARYING WS-OFFER-INDEX FROM 1 BY 1
            UNTIL WS-OFFER-INDEX > TRADE-OFFER-A-COUNT(WS-TRADE-INDEX)
    END-PERFORM

    *> One durable row so disputes are settled from the record
    MOVE TRADE-OFFER-A-COUNT(WS-TRADE-INDEX) TO WS-COUNT-A-DISPLAY
    MOVE TRADE-OFFER-B-COUNT(WS-TRADE-INDEX) TO WS-COUNT-B-DISPLAY
    MOVE SPACES TO WS-TRADE-MEMO
    CALL "TransactionLog-Append" USING WS-TRADE-KIND WS-A-HEX WS-B-HEX
        WS-ZERO-AMOUNT WS-TRADE-MEMO

    *> Both sides' goods on disk before the entry closes
    CALL "PlayerInventory-Save" USING TRADE-PLAYER-A(WS-TRADE-INDEX)
    CALL "PlayerInventory-Save" USING TRADE-PLAYER-B(WS-TRADE-INDEX)
    CALL "Journal-Complete" USING WS-JOURNAL-ID
    CALL "Journal-DiscardImages" USING WS-JOURNAL-ID

    MOVE "Trade complete" TO WS-REPORT-LINE
    MOVE "green" TO WS-REPLY-COLOR-VALUE
    MOVE PLAYER-CLIENT(TRADE-PLAYER-A(WS-TRADE-INDEX))
