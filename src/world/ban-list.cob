    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE 0 TO WS-EXPIRED-COUNT

    *> No ban list at all is nothing to sweep, not a failure.
    OPEN INPUT BAN-LIST-FILE
    IF WS-FILE-STATUS NOT = "00"
        MOVE 0 TO RETURN-CODE
        GOBACK
    END-IF
    OPEN OUTPUT REWRITE-FILE
    IF WS-REWRITE-STATUS NOT = "00"
        DISPLAY "[ban-sweep] unable to open config/banned-players.txt.new, status=" WS-REWRITE-STATUS
        CLOSE BAN-LIST-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

        CALL "SYSTEM" USING "rm -f config/banned-players.txt.new"
    END-IF

    *> Completion code for NightlyBatch-Run: 0 done, 8 failed.
    MOVE 0 TO RETURN-CODE
    GOBACK.

END PROGRAM BanSweep-Run.
*> --- BanLog-Append ---
*> One row per moderation event (BANNED / PARDONED / EXPIRED) in
*> logs/bans.log, in the same timestamp-first shape as the other audit
*> logs. The acting staff member (DD-STAFF-ACTOR) closes the row; it is
*> blank for an expiry.
IDENTIFICATION DIVISION.
PROGRAM-ID. BanLog-Append.

DATA DIVISION.
FILE SECTION.
FD BAN-LOG-FILE.
01 BAN-LOG-RECORD          PIC X(128).

WORKING-STORAGE SECTION.
    COPY DD-STAFF-ACTOR.
    01 WS-FILE-STATUS       PIC X(2).
    01 WS-NOW               BINARY-LONG UNSIGNED.
    01 WS-LOG-LINE.
        02 WS-LOG-UUID       PIC X(32).
        02 FILLER            PIC X VALUE SPACE.
        02 WS-LOG-EXPIRY     PIC 9(10).
        02 FILLER            PIC X VALUE SPACE.
        02 WS-LOG-ACTOR-HEX  PIC X(32).
        02 FILLER            PIC X VALUE SPACE.
        02 WS-LOG-ACTOR-NAME PIC X(16).

LINKAGE SECTION.
    01 LK-EVENT              PIC X(16).
    MOVE LK-EVENT TO WS-LOG-EVENT
    MOVE LK-UUID-HEX TO WS-LOG-UUID
    MOVE LK-EXPIRY TO WS-LOG-EXPIRY
    IF STAFF-ACTOR-NAME = SPACES OR STAFF-ACTOR-NAME = LOW-VALUES
        MOVE SPACES TO WS-LOG-ACTOR-HEX
        MOVE SPACES TO WS-LOG-ACTOR-NAME
    ELSE
        MOVE STAFF-ACTOR-HEX TO WS-LOG-ACTOR-HEX
        MOVE STAFF-ACTOR-NAME TO WS-LOG-ACTOR-NAME
    END-IF

    OPEN EXTEND BAN-LOG-FILE
    IF WS-FILE-STATUS NOT = "00"
