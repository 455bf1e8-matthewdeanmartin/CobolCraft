*> tab-complete, replays recent chat history to operators catching up
*> on what happened while they were away, and then delivers any mail
*> that arrived while the player was offline (see Mail-DeliverToPlayer).
*> A warning-ladder mute still running is put back on the new
*> connection (see WarnCase-RestoreMute).
IDENTIFICATION DIVISION.
PROGRAM-ID. PlayerJoin-Complete.

        CALL "ChatLog-ReplayToClient" USING LK-CLIENT REPLAY-COUNT
    END-IF

    CALL "WarnCase-RestoreMute" USING LK-CLIENT

    *> Offline mail lands right after the history catch-up
    CALL "Mail-DeliverToPlayer" USING LK-CLIENT

