    01 FLUSH-UUID-HEX           PIC X(32).
    01 FLUSH-STAT-NAME          PIC X(16) VALUE "DISTANCE".
    01 FLUSH-AMOUNT             BINARY-LONG.
    01 HUNGER-KIND              PIC X(8) VALUE "MOVE".

LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    COMPUTE MOVED-DISTANCE = DISTANCE-SQUARED ** 0.5
    ADD MOVED-DISTANCE
        TO PLAYER-DISTANCE-PENDING(CLIENT-PLAYER(LK-CLIENT))
    *> The same distance works up an appetite
    CALL "Hunger-Exert" USING CLIENT-PLAYER(LK-CLIENT) HUNGER-KIND
        MOVED-DISTANCE
    IF PLAYER-DISTANCE-PENDING(CLIENT-PLAYER(LK-CLIENT)) >= 64
        COMPUTE FLUSH-AMOUNT = FUNCTION INTEGER(
            PLAYER-DISTANCE-PENDING(CLIENT-PLAYER(LK-CLIENT)))
