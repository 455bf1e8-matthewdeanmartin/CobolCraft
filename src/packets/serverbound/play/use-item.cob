       >>SOURCE FORMAT FREE
*> --- RecvPacket-UseItem ---
*> Handles the serverbound use-item packet (right-click with something
*> in hand, not aimed at a block): the hand as a VarInt (0 main, 1
*> off), then a sequence number and the look angles, which this server
*> doesn't need. The one use handled here is eating: the main hand is
*> the selected hotbar slot (inventory slot 36 + PLAYER-HELD-SLOT, see
*> RecvPacket-SetCarriedItem), the off hand slot 45, and Hunger-Eat
*> decides whether what is there is food and the player hungry. The
*> food goes down at once, without vanilla's eating delay.
IDENTIFICATION DIVISION.
PROGRAM-ID. RecvPacket-UseItem.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    01 HAND-VALUE               BINARY-LONG UNSIGNED.
    01 USED-SLOT-NUMBER         BINARY-LONG UNSIGNED.
    01 EATEN-FLAG               PIC X(1).

LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-BUFFER                PIC X ANY LENGTH.
    01 LK-OFFSET                BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT LK-BUFFER LK-OFFSET.
    *> Must not happen before the client owns a player record
    IF CLIENT-PLAYER(LK-CLIENT) = 0
        DISPLAY "[state=" CLIENT-STATE(LK-CLIENT) "] Client sent unexpected item use"
        CALL "Server-DisconnectClient" USING LK-CLIENT
        GOBACK
    END-IF

    *> hand: a one-byte VarInt, 0 or 1
    COMPUTE HAND-VALUE = FUNCTION ORD(LK-BUFFER(LK-OFFSET:1)) - 1
    ADD 1 TO LK-OFFSET

    EVALUATE HAND-VALUE
        WHEN 0
            COMPUTE USED-SLOT-NUMBER =
                36 + PLAYER-HELD-SLOT(CLIENT-PLAYER(LK-CLIENT))
        WHEN 1
            MOVE 45 TO USED-SLOT-NUMBER
        WHEN OTHER
            GOBACK
    END-EVALUATE

    CALL "Hunger-Eat" USING CLIENT-PLAYER(LK-CLIENT) USED-SLOT-NUMBER
        EATEN-FLAG

    GOBACK.

END PROGRAM RecvPacket-UseItem.
