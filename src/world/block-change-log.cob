01 BLOCK-CHANGE-LOG-RECORD     PIC X(128).

WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-PLAYER-UUID-HEX       PIC X(32).
    01 WS-STAT-NAME             PIC X(16).
    01 WS-STAT-ONE              BINARY-LONG VALUE 1.
    01 WS-STAT-USERNAME         PIC X(16) VALUE SPACES.
    01 WS-HUNGER-KIND           PIC X(8) VALUE "BREAK".
    01 WS-HUNGER-ONE            FLOAT-LONG VALUE 1.0.
    01 WS-LOG-LINE.
        02 WS-LOG-TIMESTAMP     PIC 9(10).
        02 FILLER               PIC X VALUE SPACE.
            WS-STAT-ONE WS-STAT-USERNAME
    END-IF

    *> Breaking blocks is work: the breaker, if still online, pays
    *> for it in exhaustion
    IF LK-LOG-PLAYER-UUID NOT = LOW-VALUES AND LK-LOG-NEW-STATE = 0
        PERFORM VARYING PLAYER-IDX FROM 1 BY 1
                UNTIL PLAYER-IDX > PLAYER-COUNT
            IF PLAYER-CLIENT(PLAYER-IDX) NOT = 0
                    AND PLAYER-UUID(PLAYER-IDX) = LK-LOG-PLAYER-UUID
                CALL "Hunger-Exert" USING PLAYER-IDX WS-HUNGER-KIND
                    WS-HUNGER-ONE
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-IF

    GOBACK.

END PROGRAM BlockChangeLog-Append.
