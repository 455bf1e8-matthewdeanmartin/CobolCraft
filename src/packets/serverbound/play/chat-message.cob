        GOBACK
    END-IF

    *> Flood gate: warns, then auto-mutes, a client in a send loop.
    *> A refused message never reaches chat.log, so it goes on the
    *> moderation record instead - appeals get to see it.
    CALL "ChatGuard-Check" USING LK-CLIENT WS-FLOOD-ALLOWED-FLAG
    IF WS-FLOOD-ALLOWED-FLAG NOT = "Y"
        CALL "Util-BytesToHex" USING
            PLAYER-UUID(CLIENT-PLAYER(LK-CLIENT)) WS-SENDER-UUID-HEX
        MOVE WS-MESSAGE-TEXT TO WS-ORIGINAL-TEXT
        CALL "ModerationLog-Append" USING WS-SENDER-UUID-HEX
            "FLOOD   " WS-ORIGINAL-TEXT
        GOBACK
    END-IF

