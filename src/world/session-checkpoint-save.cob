       >>SOURCE FORMAT FREE
*> --- SessionCheckpoint-Save ---
*> Persists one player's current position/gamemode and food state
*> (food level, saturation, exhaustion) to a per-UUID checkpoint file,
*> so a reconnect after a network blip can resume from here. Called
*> periodically for every online player (see
*> SessionCheckpoint-SaveAll) and is also the hook the engine's clean
*> disconnect path should call with the disconnecting player's index.
IDENTIFICATION DIVISION.
        02 WS-LOG-POSITION-Z    PIC -(6)9.9(6).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-LOG-GAMEMODE      PIC -(9).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-LOG-FOOD-LEVEL    PIC 9(2).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-LOG-SATURATION    PIC 9(2).9(6).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-LOG-EXHAUSTION    PIC 9(2).9(6).

LINKAGE SECTION.
    01 LK-PLAYER                BINARY-LONG UNSIGNED.
    MOVE PLAYER-POSITION-Y(LK-PLAYER) TO WS-LOG-POSITION-Y
    MOVE PLAYER-POSITION-Z(LK-PLAYER) TO WS-LOG-POSITION-Z
    MOVE PLAYER-GAMEMODE(LK-PLAYER) TO WS-LOG-GAMEMODE
    MOVE PLAYER-FOOD-LEVEL(LK-PLAYER) TO WS-LOG-FOOD-LEVEL
    MOVE PLAYER-SATURATION(LK-PLAYER) TO WS-LOG-SATURATION
    MOVE PLAYER-EXHAUSTION(LK-PLAYER) TO WS-LOG-EXHAUSTION

    OPEN OUTPUT SESSION-CHECKPOINT-FILE
    IF WS-FILE-STATUS NOT = "00"
