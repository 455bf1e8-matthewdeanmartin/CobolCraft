       >>SOURCE FORMAT FREE
*> --- WarnCase-Add ---
*> Records one staff warning in the player's case file and runs the
*> escalation ladder. The case file, warnings/<uuid>.dat, is the
*> player's discipline record across staff shifts: one row per
*> warning, plus one row for every mute or tempban the ladder hands
*> out, never rewritten.
*>
*>   ts(10) kind(8) points(3) until(10) issuer(16) reason(128)
*>
*> Warning points decay: each warning loses one point for every
*> warn-decay-days (server.properties, default 30) since it was issued
*> (see WarnCase-ActivePoints). The ladder, config/warn-ladder.txt,
*> holds one rung per line, "<points> MUTE|TEMPBAN <minutes>", "#" for
*> comments; without the file the ladder is
*>
*>   3 MUTE 60    5 TEMPBAN 1440    8 TEMPBAN 10080
*>
*> A rung fires when this warning carries the active total from below
*> its points to at or above them; if one warning crosses several, the
*> highest wins. A mute lands on the client now if the player is
*> online, and WarnCase-RestoreMute re-applies it at the next join if
*> not; a tempban goes through BanList-Add and the player, if online,
*> is disconnected. The warned player is told, and every escalation is
*> raised on the alert bus. LK-RESULT-LINE is the reply for the staff
*> member.
IDENTIFICATION DIVISION.
PROGRAM-ID. WarnCase-Add.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CASE-FILE ASSIGN TO WS-CASE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    SELECT LADDER-FILE ASSIGN TO "config/warn-ladder.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LADDER-STATUS.

DATA DIVISION.
FILE SECTION.
FD CASE-FILE.
01 CASE-RECORD                 PIC X(200).
FD LADDER-FILE.
01 LADDER-RECORD               PIC X(80).

WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-PLAYERS.
    COPY DD-TEXT-COMPONENT REPLACING LEADING ==PREFIX== BY ==NOTICE==.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-LADDER-STATUS         PIC X(2).
    01 WS-CASE-FILE-NAME        PIC X(128).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    COPY DD-WARN-CASE-LINE REPLACING LEADING ==PREFIX== BY ==WS==.
    01 WS-POINTS-BEFORE         BINARY-LONG UNSIGNED.
    01 WS-POINTS-AFTER          BINARY-LONG UNSIGNED.

    *> --- the escalation ladder ---
    01 WS-RUNG-MAX              BINARY-LONG UNSIGNED VALUE 16.
    01 WS-RUNG-COUNT            BINARY-LONG UNSIGNED VALUE 0.
    01 WS-RUNG-TABLE.
        02 WS-RUNG OCCURS 16 TIMES.
            03 WS-RUNG-POINTS   BINARY-LONG UNSIGNED.
            03 WS-RUNG-ACTION   PIC X(8).
            03 WS-RUNG-MINUTES  BINARY-LONG UNSIGNED.
    01 WS-RUNG-IDX              BINARY-LONG UNSIGNED.
    01 WS-FIRED-IDX             BINARY-LONG UNSIGNED.
    01 WS-LADDER-TOKENS.
        02 WS-LADDER-TOKEN      PIC X(16) OCCURS 3 TIMES.
    01 WS-LADDER-TOKEN-COUNT    BINARY-LONG UNSIGNED.

    *> --- the action taken ---
    01 WS-UNTIL                 BINARY-LONG UNSIGNED.
    01 WS-PLAYER-HEX            PIC X(32).
    01 WS-ONLINE-PLAYER         BINARY-LONG UNSIGNED.
    01 WS-ONLINE-CLIENT         BINARY-LONG UNSIGNED.
    01 WS-BAN-REASON            PIC X(128).
    01 WS-BAN-END-REASON        PIC X(16) VALUE "BAN".
    01 WS-ACTION-TEXT           PIC X(64).
    01 WS-MINUTES-DISPLAY       PIC Z(6)9.
    01 WS-POINTS-DISPLAY        PIC Z(4)9.
    01 WS-TOTAL-DISPLAY         PIC Z(4)9.
    01 WS-NOTICE-LINE           PIC X(256).
    01 WS-ALERT-TEXT            PIC X(200).

LINKAGE SECTION.
    01 LK-UUID-HEX              PIC X(32).
    01 LK-USERNAME              PIC X(16).
    01 LK-POINTS                BINARY-LONG UNSIGNED.
    01 LK-ISSUER                PIC X(16).
    01 LK-REASON                PIC X(128).
    01 LK-RESULT-LINE           PIC X(160).

PROCEDURE DIVISION USING LK-UUID-HEX LK-USERNAME LK-POINTS LK-ISSUER
        LK-REASON LK-RESULT-LINE.
    MOVE SPACES TO LK-RESULT-LINE
    CALL "Time-UnixSeconds" USING WS-NOW
    CALL "WarnCase-ActivePoints" USING LK-UUID-HEX WS-NOW
        WS-POINTS-BEFORE

    MOVE SPACES TO WS-CASE-FILE-NAME
    STRING "warnings/" LK-UUID-HEX ".dat"
        DELIMITED BY SIZE INTO WS-CASE-FILE-NAME
    OPEN EXTEND CASE-FILE
    IF WS-FILE-STATUS NOT = "00"
        CALL "SYSTEM" USING "mkdir -p warnings"
        OPEN OUTPUT CASE-FILE
    END-IF
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "[warnings] unable to open " FUNCTION TRIM(WS-CASE-FILE-NAME) ", status=" WS-FILE-STATUS
        MOVE "The warning could not be recorded - see the server console" TO LK-RESULT-LINE
        GOBACK
    END-IF
    MOVE SPACES TO WS-CASE-LINE
    MOVE WS-NOW TO WS-CASE-TIMESTAMP
    MOVE "WARN" TO WS-CASE-KIND
    MOVE LK-POINTS TO WS-CASE-POINTS
    MOVE 0 TO WS-CASE-UNTIL
    MOVE LK-ISSUER TO WS-CASE-ISSUER
    MOVE LK-REASON TO WS-CASE-REASON
    WRITE CASE-RECORD FROM WS-CASE-LINE
    COMPUTE WS-POINTS-AFTER = WS-POINTS-BEFORE + LK-POINTS

    *> Which rung, if any, did this warning cross?
    PERFORM Load-Ladder
    MOVE 0 TO WS-FIRED-IDX
    PERFORM VARYING WS-RUNG-IDX FROM 1 BY 1
            UNTIL WS-RUNG-IDX > WS-RUNG-COUNT
        IF WS-POINTS-BEFORE < WS-RUNG-POINTS(WS-RUNG-IDX)
                AND WS-POINTS-AFTER >= WS-RUNG-POINTS(WS-RUNG-IDX)
            IF WS-FIRED-IDX = 0
                MOVE WS-RUNG-IDX TO WS-FIRED-IDX
            ELSE
                IF WS-RUNG-POINTS(WS-RUNG-IDX) > WS-RUNG-POINTS(WS-FIRED-IDX)
                    MOVE WS-RUNG-IDX TO WS-FIRED-IDX
                END-IF
            END-IF
        END-IF
    END-PERFORM

    MOVE SPACES TO WS-ACTION-TEXT
    IF WS-FIRED-IDX > 0
        COMPUTE WS-UNTIL = WS-NOW + WS-RUNG-MINUTES(WS-FIRED-IDX) * 60
        MOVE SPACES TO WS-CASE-LINE
        MOVE WS-NOW TO WS-CASE-TIMESTAMP
        MOVE WS-RUNG-ACTION(WS-FIRED-IDX) TO WS-CASE-KIND
        MOVE 0 TO WS-CASE-POINTS
        MOVE WS-UNTIL TO WS-CASE-UNTIL
        MOVE "ladder" TO WS-CASE-ISSUER
        MOVE WS-POINTS-AFTER TO WS-TOTAL-DISPLAY
        STRING "escalation at " FUNCTION TRIM(WS-TOTAL-DISPLAY)
            " active points"
            DELIMITED BY SIZE INTO WS-CASE-REASON
        WRITE CASE-RECORD FROM WS-CASE-LINE
        MOVE WS-RUNG-MINUTES(WS-FIRED-IDX) TO WS-MINUTES-DISPLAY
        IF WS-RUNG-ACTION(WS-FIRED-IDX) = "MUTE"
            STRING "muted for " FUNCTION TRIM(WS-MINUTES-DISPLAY)
                " minutes" DELIMITED BY SIZE INTO WS-ACTION-TEXT
        ELSE
            STRING "banned for " FUNCTION TRIM(WS-MINUTES-DISPLAY)
                " minutes" DELIMITED BY SIZE INTO WS-ACTION-TEXT
        END-IF
    END-IF
    CLOSE CASE-FILE

    *> Find the player's session, if they are on
    MOVE 0 TO WS-ONLINE-PLAYER
    MOVE 0 TO WS-ONLINE-CLIENT
    PERFORM VARYING PLAYER-IDX FROM 1 BY 1 UNTIL PLAYER-IDX > PLAYER-COUNT
        IF PLAYER-CLIENT(PLAYER-IDX) NOT = 0
            CALL "Util-BytesToHex" USING PLAYER-UUID(PLAYER-IDX)
                WS-PLAYER-HEX
            IF WS-PLAYER-HEX = LK-UUID-HEX
                MOVE PLAYER-IDX TO WS-ONLINE-PLAYER
                MOVE PLAYER-CLIENT(PLAYER-IDX) TO WS-ONLINE-CLIENT
            END-IF
        END-IF
    END-PERFORM

    IF WS-ONLINE-CLIENT NOT = 0
        MOVE LK-POINTS TO WS-POINTS-DISPLAY
        MOVE SPACES TO WS-NOTICE-LINE
        STRING "You have been warned (" FUNCTION TRIM(WS-POINTS-DISPLAY)
            " points): " FUNCTION TRIM(LK-REASON)
            DELIMITED BY SIZE INTO WS-NOTICE-LINE
        PERFORM Send-Notice
    END-IF

    IF WS-FIRED-IDX > 0
        IF WS-RUNG-ACTION(WS-FIRED-IDX) = "MUTE"
            PERFORM Apply-Mute
        ELSE
            PERFORM Apply-Tempban
        END-IF
        MOVE SPACES TO WS-ALERT-TEXT
        STRING FUNCTION TRIM(LK-USERNAME) " reached "
            FUNCTION TRIM(WS-TOTAL-DISPLAY) " warning points and was "
            FUNCTION TRIM(WS-ACTION-TEXT)
            DELIMITED BY SIZE INTO WS-ALERT-TEXT
        CALL "Alert-Raise" USING "WARN    " "DISCIPLINE      "
            WS-ALERT-TEXT
    END-IF

    MOVE LK-POINTS TO WS-POINTS-DISPLAY
    MOVE WS-POINTS-AFTER TO WS-TOTAL-DISPLAY
    IF WS-FIRED-IDX > 0
        STRING "Warned " FUNCTION TRIM(LK-USERNAME) " ("
            FUNCTION TRIM(WS-POINTS-DISPLAY) " points, "
            FUNCTION TRIM(WS-TOTAL-DISPLAY) " active) - "
            FUNCTION TRIM(WS-ACTION-TEXT)
            DELIMITED BY SIZE INTO LK-RESULT-LINE
    ELSE
        STRING "Warned " FUNCTION TRIM(LK-USERNAME) " ("
            FUNCTION TRIM(WS-POINTS-DISPLAY) " points, "
            FUNCTION TRIM(WS-TOTAL-DISPLAY) " active)"
            DELIMITED BY SIZE INTO LK-RESULT-LINE
    END-IF

    GOBACK.

    Load-Ladder.
        MOVE 0 TO WS-RUNG-COUNT
        OPEN INPUT LADDER-FILE
        IF WS-LADDER-STATUS = "00"
            PERFORM UNTIL WS-LADDER-STATUS NOT = "00"
                READ LADDER-FILE
                IF WS-LADDER-STATUS = "00"
                        AND LADDER-RECORD NOT = SPACES
                        AND LADDER-RECORD(1:1) NOT = "#"
                        AND WS-RUNG-COUNT < WS-RUNG-MAX
                    MOVE SPACES TO WS-LADDER-TOKENS
                    MOVE 0 TO WS-LADDER-TOKEN-COUNT
                    UNSTRING LADDER-RECORD DELIMITED BY ALL SPACE
                        INTO WS-LADDER-TOKEN(1) WS-LADDER-TOKEN(2)
                            WS-LADDER-TOKEN(3)
                        TALLYING IN WS-LADDER-TOKEN-COUNT
                    IF FUNCTION TRIM(WS-LADDER-TOKEN(1)) IS NUMERIC
                            AND FUNCTION TRIM(WS-LADDER-TOKEN(3)) IS NUMERIC
                            AND (WS-LADDER-TOKEN(2) = "MUTE"
                                OR WS-LADDER-TOKEN(2) = "TEMPBAN")
                        ADD 1 TO WS-RUNG-COUNT
                        COMPUTE WS-RUNG-POINTS(WS-RUNG-COUNT) =
                            FUNCTION NUMVAL(WS-LADDER-TOKEN(1))
                        MOVE WS-LADDER-TOKEN(2) TO WS-RUNG-ACTION(WS-RUNG-COUNT)
                        COMPUTE WS-RUNG-MINUTES(WS-RUNG-COUNT) =
                            FUNCTION NUMVAL(WS-LADDER-TOKEN(3))
                    ELSE
                        DISPLAY "[warnings] ignoring ladder line: " FUNCTION TRIM(LADDER-RECORD)
                    END-IF
                END-IF
            END-PERFORM
            CLOSE LADDER-FILE
            EXIT PARAGRAPH
        END-IF
        MOVE 3 TO WS-RUNG-COUNT
        MOVE 3 TO WS-RUNG-POINTS(1)
        MOVE "MUTE" TO WS-RUNG-ACTION(1)
        MOVE 60 TO WS-RUNG-MINUTES(1)
        MOVE 5 TO WS-RUNG-POINTS(2)
        MOVE "TEMPBAN" TO WS-RUNG-ACTION(2)
        MOVE 1440 TO WS-RUNG-MINUTES(2)
        MOVE 8 TO WS-RUNG-POINTS(3)
        MOVE "TEMPBAN" TO WS-RUNG-ACTION(3)
        MOVE 10080 TO WS-RUNG-MINUTES(3).

    *> An offline player's mute waits in the case file for
    *> WarnCase-RestoreMute at their next join.
    Apply-Mute.
        IF WS-ONLINE-CLIENT = 0
            EXIT PARAGRAPH
        END-IF
        IF CLIENT-MUTE-UNTIL(WS-ONLINE-CLIENT) < WS-UNTIL
            MOVE WS-UNTIL TO CLIENT-MUTE-UNTIL(WS-ONLINE-CLIENT)
        END-IF
        CALL "MuteLog-Append" USING PLAYER-UUID(WS-ONLINE-PLAYER)
            WS-UNTIL
        MOVE SPACES TO WS-NOTICE-LINE
        STRING "Too many warnings: you are " FUNCTION TRIM(WS-ACTION-TEXT)
            DELIMITED BY SIZE INTO WS-NOTICE-LINE
        PERFORM Send-Notice.

    Apply-Tempban.
        MOVE SPACES TO WS-BAN-REASON
        STRING "Warning points: " FUNCTION TRIM(WS-ACTION-TEXT)
            DELIMITED BY SIZE INTO WS-BAN-REASON
        CALL "BanList-Add" USING LK-UUID-HEX WS-UNTIL WS-BAN-REASON
        IF WS-ONLINE-CLIENT NOT = 0
            CALL "PlayerSession-End" USING WS-ONLINE-PLAYER
                WS-BAN-END-REASON
            CALL "Server-DisconnectClient-WithReason" USING
                WS-ONLINE-CLIENT WS-BAN-REASON
        END-IF.

    Send-Notice.
        MOVE SPACES TO NOTICE-COMPONENT
        MOVE WS-NOTICE-LINE TO NOTICE-TEXT
        MOVE FUNCTION STORED-CHAR-LENGTH(WS-NOTICE-LINE) TO NOTICE-TEXT-LEN
        MOVE "red" TO NOTICE-COLOR
        CALL "SendPacket-SystemChat" USING WS-ONLINE-CLIENT
            NOTICE-COMPONENT "system".

END PROGRAM WarnCase-Add.

*> --- WarnCase-ActivePoints ---
*> The player's warning points as of LK-NOW: every WARN row in the
*> case file, each less one point per warn-decay-days of age, none
*> below zero. Mute and ban rows carry no points.
IDENTIFICATION DIVISION.
PROGRAM-ID. WarnCase-ActivePoints.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CASE-FILE ASSIGN TO WS-CASE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD CASE-FILE.
01 CASE-RECORD                 PIC X(200).

WORKING-STORAGE SECTION.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-CASE-FILE-NAME        PIC X(128).
    COPY DD-WARN-CASE-LINE REPLACING LEADING ==PREFIX== BY ==WS==.
    01 WS-DECAY-KEY             PIC X(32) VALUE "warn-decay-days".
    01 WS-DECAY-DEFAULT         BINARY-LONG VALUE 30.
    01 WS-DECAY-DAYS            BINARY-LONG.
    01 WS-AGE-DAYS              BINARY-LONG UNSIGNED.
    01 WS-DECAYED               BINARY-LONG UNSIGNED.
    01 WS-POINTS                BINARY-LONG UNSIGNED.

LINKAGE SECTION.
    01 LK-UUID-HEX              PIC X(32).
    01 LK-NOW                   BINARY-LONG UNSIGNED.
    01 LK-ACTIVE-POINTS         BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-UUID-HEX LK-NOW LK-ACTIVE-POINTS.
    MOVE 0 TO LK-ACTIVE-POINTS
    CALL "ServerConfig-GetNumber" USING WS-DECAY-KEY WS-DECAY-DEFAULT
        WS-DECAY-DAYS
    IF WS-DECAY-DAYS < 1
        MOVE 1 TO WS-DECAY-DAYS
    END-IF

    MOVE SPACES TO WS-CASE-FILE-NAME
    STRING "warnings/" LK-UUID-HEX ".dat"
        DELIMITED BY SIZE INTO WS-CASE-FILE-NAME
    OPEN INPUT CASE-FILE
    IF WS-FILE-STATUS NOT = "00"
        GOBACK
    END-IF
    PERFORM UNTIL WS-FILE-STATUS NOT = "00"
        READ CASE-FILE INTO WS-CASE-LINE
        IF WS-FILE-STATUS = "00" AND WS-CASE-KIND = "WARN"
            MOVE 0 TO WS-AGE-DAYS
            IF LK-NOW > WS-CASE-TIMESTAMP
                COMPUTE WS-AGE-DAYS = (LK-NOW - WS-CASE-TIMESTAMP) / 86400
            END-IF
            COMPUTE WS-DECAYED = WS-AGE-DAYS / WS-DECAY-DAYS
            MOVE WS-CASE-POINTS TO WS-POINTS
            IF WS-POINTS > WS-DECAYED
                COMPUTE LK-ACTIVE-POINTS =
                    LK-ACTIVE-POINTS + WS-POINTS - WS-DECAYED
            END-IF
        END-IF
    END-PERFORM
    CLOSE CASE-FILE

    GOBACK.

END PROGRAM WarnCase-ActivePoints.

*> --- WarnCase-RestoreMute ---
*> Join hook: a ladder mute handed out while the player was offline (or
*> still running when they reconnected) is put back on the new client,
*> since CLIENT-MUTE-UNTIL lives only as long as the connection.
IDENTIFICATION DIVISION.
PROGRAM-ID. WarnCase-RestoreMute.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CASE-FILE ASSIGN TO WS-CASE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD CASE-FILE.
01 CASE-RECORD                 PIC X(200).

WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-PLAYERS.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-CASE-FILE-NAME        PIC X(128).
    01 WS-PLAYER-HEX            PIC X(32).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-UNTIL                 BINARY-LONG UNSIGNED.
    COPY DD-WARN-CASE-LINE REPLACING LEADING ==PREFIX== BY ==WS==.

LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT.
    IF CLIENT-PLAYER(LK-CLIENT) = 0
        GOBACK
    END-IF
    CALL "Time-UnixSeconds" USING WS-NOW
    CALL "Util-BytesToHex" USING PLAYER-UUID(CLIENT-PLAYER(LK-CLIENT))
        WS-PLAYER-HEX
    MOVE SPACES TO WS-CASE-FILE-NAME
    STRING "warnings/" WS-PLAYER-HEX ".dat"
        DELIMITED BY SIZE INTO WS-CASE-FILE-NAME
    OPEN INPUT CASE-FILE
    IF WS-FILE-STATUS NOT = "00"
        GOBACK
    END-IF
    MOVE 0 TO WS-UNTIL
    PERFORM UNTIL WS-FILE-STATUS NOT = "00"
        READ CASE-FILE INTO WS-CASE-LINE
        IF WS-FILE-STATUS = "00" AND WS-CASE-KIND = "MUTE"
                AND WS-CASE-UNTIL > WS-UNTIL
            MOVE WS-CASE-UNTIL TO WS-UNTIL
        END-IF
    END-PERFORM
    CLOSE CASE-FILE

    IF WS-UNTIL > WS-NOW
            AND WS-UNTIL > CLIENT-MUTE-UNTIL(LK-CLIENT)
        MOVE WS-UNTIL TO CLIENT-MUTE-UNTIL(LK-CLIENT)
    END-IF

    GOBACK.

END PROGRAM WarnCase-RestoreMute.
