*> Looks up a player's last saved checkpoint by UUID. Consulted during
*> the login-acknowledged/configuration handshake so a reconnecting
*> player resumes from here instead of from the last full world-save.
*> A checkpoint written before food state was kept comes back with
*> CHECKPOINT-FOOD-LEVEL -1, so the caller keeps its fresh bar.
IDENTIFICATION DIVISION.
PROGRAM-ID. SessionCheckpoint-Load.

        02 WS-LOG-POSITION-Z    PIC -(6)9.9(6).
        02 FILLER               PIC X.
        02 WS-LOG-GAMEMODE      PIC -(9).
        02 FILLER               PIC X.
        02 WS-LOG-FOOD-LEVEL    PIC 9(2).
        02 FILLER               PIC X.
        02 WS-LOG-SATURATION    PIC 9(2).9(6).
        02 FILLER               PIC X.
        02 WS-LOG-EXHAUSTION    PIC 9(2).9(6).
    *> Numeric-edited fields can't de-edit straight into FLOAT-LONG, so
    *> route the position fields through a fixed-point field first.
    01 WS-FIXED-POSITION-X      PIC S9(7)V9(6).
    01 WS-FIXED-POSITION-Y      PIC S9(7)V9(6).
    01 WS-FIXED-POSITION-Z      PIC S9(7)V9(6).
    01 WS-FIXED-SATURATION      PIC 9(2)V9(6).
    01 WS-FIXED-EXHAUSTION      PIC 9(2)V9(6).

LINKAGE SECTION.
    01 LK-PLAYER-UUID           PIC X(16).
        GOBACK
    END-IF

    MOVE SPACES TO WS-LOG-LINE
    READ SESSION-CHECKPOINT-FILE INTO WS-LOG-LINE
    IF WS-FILE-STATUS = "00"
        MOVE LK-PLAYER-UUID TO LK-CHECKPOINT-UUID
        MOVE WS-FIXED-POSITION-Y TO LK-CHECKPOINT-POSITION-Y
        MOVE WS-FIXED-POSITION-Z TO LK-CHECKPOINT-POSITION-Z
        MOVE WS-LOG-GAMEMODE TO LK-CHECKPOINT-GAMEMODE
        MOVE -1 TO LK-CHECKPOINT-FOOD-LEVEL
        MOVE 0 TO LK-CHECKPOINT-SATURATION
        MOVE 0 TO LK-CHECKPOINT-EXHAUSTION
        IF WS-LOG-FOOD-LEVEL IS NUMERIC
                AND WS-LOG-SATURATION(1:2) IS NUMERIC
                AND WS-LOG-EXHAUSTION(1:2) IS NUMERIC
            MOVE WS-LOG-FOOD-LEVEL TO LK-CHECKPOINT-FOOD-LEVEL
            MOVE WS-LOG-SATURATION TO WS-FIXED-SATURATION
            MOVE WS-LOG-EXHAUSTION TO WS-FIXED-EXHAUSTION
            MOVE WS-FIXED-SATURATION TO LK-CHECKPOINT-SATURATION
            MOVE WS-FIXED-EXHAUSTION TO LK-CHECKPOINT-EXHAUSTION
        END-IF
        MOVE "Y" TO LK-FOUND-FLAG
    END-IF
    CLOSE SESSION-CHECKPOINT-FILE
