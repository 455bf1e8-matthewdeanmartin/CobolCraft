       >>SOURCE FORMAT FREE
*> --- SendPacket-SetHealth ---
*> Sends the clientbound health update: health (float), food level
*> (VarInt) and saturation (float), taken from the player table's
*> PLAYER-HEALTH, PLAYER-FOOD-LEVEL and PLAYER-SATURATION. Called by
*> Player-Damage and Player-Respawn so the client's hearts track every
*> server-side change, and by Hunger-Exert, Hunger-Eat and
*> Hunger-Second whenever the food bar moves. The float fields are
*> written byte-reversed: the wire is big-endian, the compiler's
*> FLOAT-SHORT storage is not.
IDENTIFICATION DIVISION.
PROGRAM-ID. SendPacket-SetHealth.

    IF HEALTH-VALUE < 0
        MOVE 0 TO HEALTH-VALUE
    END-IF
    MOVE PLAYER-SATURATION(CLIENT-PLAYER(LK-CLIENT)) TO SATURATION-VALUE
    IF SATURATION-VALUE < 0
        MOVE 0 TO SATURATION-VALUE
    END-IF

    MOVE 1 TO PAYLOADPOS
    *> The wire wants big-endian floats; this compiler stores
    *> FLOAT-SHORT little-endian, so the native bytes go out reversed.
    MOVE HEALTH-BYTES TO FLOAT-BYTES
    PERFORM Write-Float-BigEndian
    MOVE PLAYER-FOOD-LEVEL(CLIENT-PLAYER(LK-CLIENT)) TO INT32
    CALL "Encode-VarInt" USING INT32 PAYLOAD PAYLOADPOS
    MOVE SATURATION-BYTES TO FLOAT-BYTES
    PERFORM Write-Float-BigEndian
