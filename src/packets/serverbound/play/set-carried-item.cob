       >>SOURCE FORMAT FREE
*> --- RecvPacket-SetCarriedItem ---
*> Handles the serverbound held-item change: a big-endian short, the
*> hotbar slot (0-8) the player just scrolled or keyed to. Kept in
*> PLAYER-HELD-SLOT so a later use-item packet knows what is in the
*> player's hand (see RecvPacket-UseItem). Out-of-range slots are
*> ignored.
IDENTIFICATION DIVISION.
PROGRAM-ID. RecvPacket-SetCarriedItem.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    01 HELD-SLOT-VALUE          BINARY-LONG UNSIGNED.

LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-BUFFER                PIC X ANY LENGTH.
    01 LK-OFFSET                BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT LK-BUFFER LK-OFFSET.
    *> Must not happen before the client owns a player record
    IF CLIENT-PLAYER(LK-CLIENT) = 0
        DISPLAY "[state=" CLIENT-STATE(LK-CLIENT) "] Client sent unexpected held-item change"
        CALL "Server-DisconnectClient" USING LK-CLIENT
        GOBACK
    END-IF

    *> Only the low byte can be a hotbar slot
    IF LK-BUFFER(LK-OFFSET:1) = X"00"
        COMPUTE HELD-SLOT-VALUE =
            FUNCTION ORD(LK-BUFFER(LK-OFFSET + 1:1)) - 1
        IF HELD-SLOT-VALUE <= 8
            MOVE HELD-SLOT-VALUE TO PLAYER-HELD-SLOT(CLIENT-PLAYER(LK-CLIENT))
        END-IF
    END-IF
    ADD 2 TO LK-OFFSET

    GOBACK.

END PROGRAM RecvPacket-SetCarriedItem.
