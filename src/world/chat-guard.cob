*> automatic timed mute, recorded in logs/mutes.log so moderators can
*> see repeat offenders. While muted (and once over the mute count)
*> LK-ALLOWED-FLAG comes back "N" and the caller drops the message.
*> The warning also leaves a FLOODWRN row in logs/moderation.log, so a
*> chat transcript (ChatTranscript-Run) can show where it was given.
*>
*> All four knobs live in config/server.properties:
*>   chat-window-seconds (10), chat-warn-count (5),
    01 WS-REMAINING-DISPLAY     PIC Z(6)9.
    01 WS-GUARD-LINE            PIC X(128).
    01 WS-ALERT-TEXT            PIC X(200).
    01 WS-WARNED-HEX            PIC X(32).
    01 WS-WARN-SOURCE           PIC X(8) VALUE "FLOODWRN".
    01 WS-WARN-TEXT             PIC X(256) VALUE "flood warning".

LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
                MOVE "Y" TO CLIENT-FLOOD-WARNED(LK-CLIENT)
                MOVE "You are sending messages too quickly - slow down or you will be muted" TO WS-GUARD-LINE
                PERFORM Send-Guard-Line
                IF CLIENT-PLAYER(LK-CLIENT) NOT = 0
                    CALL "Util-BytesToHex" USING
                        PLAYER-UUID(CLIENT-PLAYER(LK-CLIENT))
                        WS-WARNED-HEX
                    CALL "ModerationLog-Append" USING WS-WARNED-HEX
                        WS-WARN-SOURCE WS-WARN-TEXT
                END-IF
            END-IF
    END-EVALUATE

END PROGRAM ChatGuard-Check.

*> --- MuteLog-Append ---
*> One row per mute in logs/mutes.log: when it happened, who, and when
*> it lifts. A warning-ladder mute also carries the staff member whose
*> warning triggered it (see DD-STAFF-ACTOR); an automatic flood mute
*> leaves that blank.
IDENTIFICATION DIVISION.
PROGRAM-ID. MuteLog-Append.

DATA DIVISION.
FILE SECTION.
FD MUTE-LOG-FILE.
01 MUTE-LOG-RECORD         PIC X(128).

WORKING-STORAGE SECTION.
    COPY DD-STAFF-ACTOR.
    01 WS-FILE-STATUS       PIC X(2).
    01 WS-NOW               BINARY-LONG UNSIGNED.
    01 WS-PLAYER-UUID-HEX   PIC X(32).
        02 WS-LOG-PLAYER     PIC X(32).
        02 FILLER            PIC X VALUE SPACE.
        02 WS-LOG-UNTIL      PIC 9(10).
        02 FILLER            PIC X VALUE SPACE.
        02 WS-LOG-ACTOR-HEX  PIC X(32).
        02 FILLER            PIC X VALUE SPACE.
        02 WS-LOG-ACTOR-NAME PIC X(16).

LINKAGE SECTION.
    01 LK-PLAYER-UUID        PIC X(16).
    MOVE WS-NOW TO WS-LOG-TIMESTAMP
    MOVE WS-PLAYER-UUID-HEX TO WS-LOG-PLAYER
    MOVE LK-MUTE-UNTIL TO WS-LOG-UNTIL
    IF STAFF-ACTOR-NAME = SPACES OR STAFF-ACTOR-NAME = LOW-VALUES
        MOVE SPACES TO WS-LOG-ACTOR-HEX
        MOVE SPACES TO WS-LOG-ACTOR-NAME
    ELSE
        MOVE STAFF-ACTOR-HEX TO WS-LOG-ACTOR-HEX
        MOVE STAFF-ACTOR-NAME TO WS-LOG-ACTOR-NAME
    END-IF

    OPEN EXTEND MUTE-LOG-FILE
    IF WS-FILE-STATUS NOT = "00"
