        TO PLAYER-SESSION-START(CLIENT-PLAYER(LK-CLIENT))

    *> Every session starts on a full health bar with no fall carried
    *> over from a previous occupant of this table slot. The food bar
    *> starts full too, unless the checkpoint below says otherwise.
    MOVE 20 TO PLAYER-HEALTH(CLIENT-PLAYER(LK-CLIENT))
    MOVE 0 TO PLAYER-FALL-DISTANCE(CLIENT-PLAYER(LK-CLIENT))
    MOVE 20 TO PLAYER-FOOD-LEVEL(CLIENT-PLAYER(LK-CLIENT))
    MOVE 5.0 TO PLAYER-SATURATION(CLIENT-PLAYER(LK-CLIENT))
    MOVE 0 TO PLAYER-EXHAUSTION(CLIENT-PLAYER(LK-CLIENT))
    MOVE 0 TO PLAYER-FOOD-TIMER(CLIENT-PLAYER(LK-CLIENT))
    MOVE 0 TO PLAYER-HELD-SLOT(CLIENT-PLAYER(LK-CLIENT))

    *> Everyone starts in global chat; /ch moves them afterwards
    MOVE "global" TO PLAYER-CHANNEL(CLIENT-PLAYER(LK-CLIENT))
    MOVE CLIENT-ADDRESS(LK-CLIENT) TO CONN-LOG-ADDRESS
    CALL "ConnectionLog-Append" USING CONN-LOG-ENTRY

    *> An address a banned account used recently is staff's business
    *> at once; the player is still let in
    CALL "AddressWatch-Check" USING LK-CLIENT

    *> Resume from the last checkpoint if a network blip dropped this
    *> player mid-session, instead of wherever the last full world-save
    *> happened to capture.
    IF RESUME-FOUND-FLAG = "Y"
        CALL "Player-RestoreCheckpoint" USING
            CLIENT-PLAYER(LK-CLIENT) RESUME-CHECKPOINT
        *> Hunger is not reset by logging out and back in
        IF RESUME-CHECKPOINT-FOOD-LEVEL >= 0
            MOVE RESUME-CHECKPOINT-FOOD-LEVEL
                TO PLAYER-FOOD-LEVEL(CLIENT-PLAYER(LK-CLIENT))
            MOVE RESUME-CHECKPOINT-SATURATION
                TO PLAYER-SATURATION(CLIENT-PLAYER(LK-CLIENT))
            MOVE RESUME-CHECKPOINT-EXHAUSTION
                TO PLAYER-EXHAUSTION(CLIENT-PLAYER(LK-CLIENT))
        END-IF
    ELSE
        *> No checkpoint (first login, or one retired long ago): a
        *> stored bed spawn point beats materializing at world spawn.
