END PROGRAM Ops-SetLevel.

*> --- OpsLog-Append ---
*> One row per permission change in logs/ops.log: when, who, the
*> before/after levels, and which staff member made the change (see
*> DD-STAFF-ACTOR).
IDENTIFICATION DIVISION.
PROGRAM-ID. OpsLog-Append.

DATA DIVISION.
FILE SECTION.
FD OPS-LOG-FILE.
01 OPS-LOG-RECORD          PIC X(128).

WORKING-STORAGE SECTION.
    COPY DD-STAFF-ACTOR.
    01 WS-FILE-STATUS       PIC X(2).
    01 WS-NOW               BINARY-LONG UNSIGNED.
    01 WS-LOG-LINE.
        02 WS-LOG-OLD-LEVEL  PIC 9(1).
        02 FILLER            PIC X(4) VALUE " -> ".
        02 WS-LOG-NEW-LEVEL  PIC 9(1).
        02 FILLER            PIC X VALUE SPACE.
        02 WS-LOG-ACTOR-HEX  PIC X(32).
        02 FILLER            PIC X VALUE SPACE.
        02 WS-LOG-ACTOR-NAME PIC X(16).

LINKAGE SECTION.
    01 LK-UUID-HEX           PIC X(32).
    MOVE LK-UUID-HEX TO WS-LOG-UUID
    MOVE LK-OLD-LEVEL TO WS-LOG-OLD-LEVEL
    MOVE LK-NEW-LEVEL TO WS-LOG-NEW-LEVEL
    IF STAFF-ACTOR-NAME = SPACES OR STAFF-ACTOR-NAME = LOW-VALUES
        MOVE SPACES TO WS-LOG-ACTOR-HEX
        MOVE SPACES TO WS-LOG-ACTOR-NAME
    ELSE
        MOVE STAFF-ACTOR-HEX TO WS-LOG-ACTOR-HEX
        MOVE STAFF-ACTOR-NAME TO WS-LOG-ACTOR-NAME
    END-IF

    OPEN EXTEND OPS-LOG-FILE
    IF WS-FILE-STATUS NOT = "00"
