       >>SOURCE FORMAT FREE
*> --- Grave-Place ---
*> Called by Player-Damage when a player dies: instead of scattering
*> what the player carried across the ground, stand a chest - the
*> grave - where they fell and put everything in it through
*> ContainerStore-Save, exactly as if a player had filled a chest. A
*> full inventory (more than 27 stacks) needs a second chest, stacked
*> on top of the first. The grave is recorded in world/graves.dat (see
*> DD-GRAVE-ENTRY) so the chest callbacks can tell it from an ordinary
*> chest: Grave-CheckAccess keeps it shut to all but its owner and
*> staff for grave-private-minutes, and GraveExpiry-Run reports and
*> clears the graves nobody ever came back for.
*>
*> The grave goes in the first spot from the feet up (at most eight
*> blocks up, inside the world's height) where the chest(s) would only
*> replace air or a fluid. When there is no such spot, or the player
*> carried nothing, LK-PLACED-FLAG comes back "N" and the caller
*> scatters as it always did. LK-GRAVE-POSITION is the (lower) chest.
IDENTIFICATION DIVISION.
PROGRAM-ID. Grave-Place.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GRAVE-FILE ASSIGN TO "world/graves.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD GRAVE-FILE.
01 GRAVE-RECORD                PIC X(96).

WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-GRAVE-ENTRY REPLACING LEADING ==PREFIX== BY ==WS==.
    COPY DD-BLOCK-STATE REPLACING LEADING ==PREFIX== BY ==SPOT==.
    COPY DD-BLOCK-STATE REPLACING LEADING ==PREFIX== BY ==GRAVE==.
    COPY DD-BLOCK-CHANGE-LOG-ENTRY REPLACING LEADING ==PREFIX== BY ==CHANGE==.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-UUID-HEX              PIC X(32).
    01 WS-SLOT-MAX              BINARY-LONG UNSIGNED VALUE 45.
    01 WS-SLOT-NUMBER           BINARY-LONG UNSIGNED.
    01 WS-SLOT.
        COPY DD-INVENTORY-SLOT REPLACING LEADING ==PREFIX== BY ==WS==.
    01 WS-EMPTY-SLOT.
        COPY DD-INVENTORY-SLOT REPLACING LEADING ==PREFIX== BY ==EMPTY==.
    01 WS-STACK-COUNT           BINARY-LONG UNSIGNED.
    01 WS-CHEST-COUNT           BINARY-LONG UNSIGNED.
    01 WS-SLOT-INDEX            BINARY-LONG UNSIGNED.
    01 LOWER-CONTENTS.
        02 LOWER-SLOT-ENTRY OCCURS 27 TIMES.
            COPY DD-INVENTORY-SLOT
                REPLACING LEADING ==PREFIX== BY ==LOWER==
                          ==02== BY ==03==.
    01 UPPER-CONTENTS.
        02 UPPER-SLOT-ENTRY OCCURS 27 TIMES.
            COPY DD-INVENTORY-SLOT
                REPLACING LEADING ==PREFIX== BY ==UPPER==
                          ==02== BY ==03==.

    *> --- finding a spot ---
    01 WS-WORLD-BOTTOM          BINARY-LONG VALUE -64.
    01 WS-WORLD-TOP             BINARY-LONG VALUE 319.
    01 WS-CLIMB-MAX             BINARY-LONG VALUE 8.
    01 WS-CLIMB                 BINARY-LONG.
    01 WS-SPOT-FOUND-FLAG       PIC X(1).
    01 WS-SPOT-OK-FLAG          PIC X(1).
    01 WS-FEET-POSITION.
        02 WS-FEET-X            BINARY-LONG.
        02 WS-FEET-Y            BINARY-LONG.
        02 WS-FEET-Z            BINARY-LONG.
    01 WS-CHEST-POSITION.
        02 WS-CHEST-X           BINARY-LONG.
        02 WS-CHEST-Y           BINARY-LONG.
        02 WS-CHEST-Z           BINARY-LONG.
    01 WS-BLOCK-STATE           BINARY-LONG.
    01 WS-OLD-BLOCK-STATE       BINARY-LONG.
    01 WS-CHEST-BLOCK-ID        BINARY-LONG.
    01 WS-CHEST-MIN-STATE       BINARY-LONG.
    01 WS-CHEST-MAX-STATE       BINARY-LONG.
    01 WS-CHEST-STATE           BINARY-LONG.

LINKAGE SECTION.
    01 LK-PLAYER                BINARY-LONG UNSIGNED.
    01 LK-GRAVE-POSITION.
        02 LK-GRAVE-X           BINARY-LONG.
        02 LK-GRAVE-Y           BINARY-LONG.
        02 LK-GRAVE-Z           BINARY-LONG.
    01 LK-PLACED-FLAG           PIC X(1).

PROCEDURE DIVISION USING LK-PLAYER LK-GRAVE-POSITION LK-PLACED-FLAG.
    MOVE "N" TO LK-PLACED-FLAG

    *> Gather the stacks: the first 27 for the lower chest, the rest
    *> for the upper one
    MOVE -1 TO EMPTY-SLOT-ID
    MOVE 0 TO EMPTY-SLOT-COUNT
    MOVE 0 TO EMPTY-SLOT-NBT-LENGTH
    PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1 UNTIL WS-SLOT-INDEX > 27
        MOVE WS-EMPTY-SLOT TO LOWER-SLOT-ENTRY(WS-SLOT-INDEX)
        MOVE WS-EMPTY-SLOT TO UPPER-SLOT-ENTRY(WS-SLOT-INDEX)
    END-PERFORM
    MOVE 0 TO WS-STACK-COUNT
    PERFORM VARYING WS-SLOT-NUMBER FROM 0 BY 1
            UNTIL WS-SLOT-NUMBER > WS-SLOT-MAX
        CALL "Player-GetInventorySlot" USING LK-PLAYER WS-SLOT-NUMBER
            WS-SLOT
        IF WS-SLOT-ID >= 0 AND WS-SLOT-COUNT > 0
            ADD 1 TO WS-STACK-COUNT
            IF WS-STACK-COUNT <= 27
                MOVE WS-SLOT TO LOWER-SLOT-ENTRY(WS-STACK-COUNT)
            ELSE
                MOVE WS-SLOT TO UPPER-SLOT-ENTRY(WS-STACK-COUNT - 27)
            END-IF
        END-IF
    END-PERFORM
    IF WS-STACK-COUNT = 0
        GOBACK
    END-IF
    IF WS-STACK-COUNT > 27
        MOVE 2 TO WS-CHEST-COUNT
    ELSE
        MOVE 1 TO WS-CHEST-COUNT
    END-IF

    *> A spot the chest(s) can take without replacing anything solid
    COMPUTE WS-FEET-X = FUNCTION INTEGER(PLAYER-POSITION-X(LK-PLAYER))
    COMPUTE WS-FEET-Y = FUNCTION INTEGER(PLAYER-POSITION-Y(LK-PLAYER))
    COMPUTE WS-FEET-Z = FUNCTION INTEGER(PLAYER-POSITION-Z(LK-PLAYER))
    MOVE "N" TO WS-SPOT-FOUND-FLAG
    PERFORM VARYING WS-CLIMB FROM 0 BY 1
            UNTIL WS-CLIMB > WS-CLIMB-MAX OR WS-SPOT-FOUND-FLAG = "Y"
        MOVE WS-FEET-X TO WS-CHEST-X
        COMPUTE WS-CHEST-Y = WS-FEET-Y + WS-CLIMB
        MOVE WS-FEET-Z TO WS-CHEST-Z
        IF WS-CHEST-Y >= WS-WORLD-BOTTOM
                AND WS-CHEST-Y + WS-CHEST-COUNT - 1 <= WS-WORLD-TOP
            PERFORM Check-Spot
            IF WS-SPOT-OK-FLAG = "Y" AND WS-CHEST-COUNT = 2
                ADD 1 TO WS-CHEST-Y
                PERFORM Check-Spot
                SUBTRACT 1 FROM WS-CHEST-Y
            END-IF
            IF WS-SPOT-OK-FLAG = "Y"
                MOVE "Y" TO WS-SPOT-FOUND-FLAG
            END-IF
        END-IF
    END-PERFORM
    IF WS-SPOT-FOUND-FLAG NOT = "Y"
        GOBACK
    END-IF

    *> A plain single chest, as a player would place it
    CALL "Registries-Lookup" USING "minecraft:block" "minecraft:chest"
        WS-CHEST-BLOCK-ID
    IF WS-CHEST-BLOCK-ID < 0
        GOBACK
    END-IF
    CALL "Blocks-GetStateIds" USING WS-CHEST-BLOCK-ID WS-CHEST-MIN-STATE
        WS-CHEST-MAX-STATE
    CALL "Blocks-ToDescription" USING WS-CHEST-MIN-STATE GRAVE-DESCRIPTION
    CALL "Blocks-Description-SetValue" USING GRAVE-DESCRIPTION
        "type" "single"
    CALL "Blocks-Description-SetValue" USING GRAVE-DESCRIPTION
        "waterlogged" "false"
    CALL "Blocks-FromDescription" USING GRAVE-DESCRIPTION WS-CHEST-STATE

    CALL "Time-UnixSeconds" USING WS-NOW
    CALL "Util-BytesToHex" USING PLAYER-UUID(LK-PLAYER) WS-UUID-HEX
    MOVE WS-NOW TO WS-GRAVE-CREATED
    MOVE WS-UUID-HEX TO WS-GRAVE-OWNER-HEX
    MOVE PLAYER-USERNAME(LK-PLAYER) TO WS-GRAVE-OWNER-NAME

    OPEN EXTEND GRAVE-FILE
    IF WS-FILE-STATUS NOT = "00"
        CALL "SYSTEM" USING "mkdir -p world"
        OPEN OUTPUT GRAVE-FILE
    END-IF
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "[graves] unable to open world/graves.dat, status=" WS-FILE-STATUS
        GOBACK
    END-IF

    PERFORM Stand-Chest
    CALL "ContainerStore-Save" USING WS-CHEST-POSITION LOWER-CONTENTS
    IF WS-CHEST-COUNT = 2
        ADD 1 TO WS-CHEST-Y
        PERFORM Stand-Chest
        CALL "ContainerStore-Save" USING WS-CHEST-POSITION UPPER-CONTENTS
        SUBTRACT 1 FROM WS-CHEST-Y
    END-IF
    CLOSE GRAVE-FILE

    *> Everything is in the grave now
    PERFORM VARYING WS-SLOT-NUMBER FROM 0 BY 1
            UNTIL WS-SLOT-NUMBER > WS-SLOT-MAX
        CALL "Player-GetInventorySlot" USING LK-PLAYER WS-SLOT-NUMBER
            WS-SLOT
        IF WS-SLOT-ID >= 0 AND WS-SLOT-COUNT > 0
            CALL "Player-SetInventorySlot" USING LK-PLAYER
                WS-SLOT-NUMBER WS-EMPTY-SLOT
        END-IF
    END-PERFORM
    *> The emptied inventory on disk too, or a crash before the next
    *> save would hand the player back everything the grave now holds
    CALL "PlayerInventory-Save" USING LK-PLAYER

    MOVE WS-CHEST-POSITION TO LK-GRAVE-POSITION
    MOVE "Y" TO LK-PLACED-FLAG

    GOBACK.

    Check-Spot.
        MOVE "N" TO WS-SPOT-OK-FLAG
        CALL "World-GetBlock" USING WS-CHEST-POSITION WS-BLOCK-STATE
        CALL "Blocks-ToDescription" USING WS-BLOCK-STATE SPOT-DESCRIPTION
        EVALUATE SPOT-NAME
            WHEN "minecraft:air"
            WHEN "minecraft:cave_air"
            WHEN "minecraft:void_air"
            WHEN "minecraft:water"
            WHEN "minecraft:lava"
                MOVE "Y" TO WS-SPOT-OK-FLAG
        END-EVALUATE.

    Stand-Chest.
        CALL "World-GetBlock" USING WS-CHEST-POSITION WS-OLD-BLOCK-STATE
        CALL "World-SetBlock" USING OMITTED WS-CHEST-POSITION
            WS-CHEST-STATE

        *> Audit the change; the death did it, not a player's hand
        MOVE WS-CHEST-POSITION TO CHANGE-LOG-POSITION
        MOVE WS-OLD-BLOCK-STATE TO CHANGE-LOG-OLD-STATE
        MOVE WS-CHEST-STATE TO CHANGE-LOG-NEW-STATE
        MOVE LOW-VALUES TO CHANGE-LOG-PLAYER-UUID
        CALL "BlockChangeLog-Append" USING CHANGE-LOG-ENTRY

        MOVE WS-CHEST-X TO WS-GRAVE-X
        MOVE WS-CHEST-Y TO WS-GRAVE-Y
        MOVE WS-CHEST-Z TO WS-GRAVE-Z
        WRITE GRAVE-RECORD FROM WS-GRAVE.

END PROGRAM Grave-Place.

*> --- Grave-Find ---
*> Looks a position up in world/graves.dat: LK-FOUND-FLAG "Y" and the
*> grave's row in LK-GRAVE when a grave chest stands there.
IDENTIFICATION DIVISION.
PROGRAM-ID. Grave-Find.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GRAVE-FILE ASSIGN TO "world/graves.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD GRAVE-FILE.
01 GRAVE-RECORD                PIC X(96).

WORKING-STORAGE SECTION.
    COPY DD-GRAVE-ENTRY REPLACING LEADING ==PREFIX== BY ==WS==.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-KEY-X                 PIC -(9)9.
    01 WS-KEY-Y                 PIC -(9)9.
    01 WS-KEY-Z                 PIC -(9)9.

LINKAGE SECTION.
    01 LK-POSITION.
        02 LK-POSITION-X        BINARY-LONG.
        02 LK-POSITION-Y        BINARY-LONG.
        02 LK-POSITION-Z        BINARY-LONG.
    COPY DD-GRAVE-ENTRY REPLACING LEADING ==PREFIX== BY ==LK==.
    01 LK-FOUND-FLAG            PIC X(1).

PROCEDURE DIVISION USING LK-POSITION LK-GRAVE LK-FOUND-FLAG.
    MOVE "N" TO LK-FOUND-FLAG
    MOVE LK-POSITION-X TO WS-KEY-X
    MOVE LK-POSITION-Y TO WS-KEY-Y
    MOVE LK-POSITION-Z TO WS-KEY-Z

    OPEN INPUT GRAVE-FILE
    IF WS-FILE-STATUS NOT = "00"
        GOBACK
    END-IF
    PERFORM UNTIL WS-FILE-STATUS NOT = "00"
        READ GRAVE-FILE INTO WS-GRAVE
        IF WS-FILE-STATUS = "00" AND WS-GRAVE-X = WS-KEY-X
                AND WS-GRAVE-Y = WS-KEY-Y AND WS-GRAVE-Z = WS-KEY-Z
            MOVE WS-GRAVE TO LK-GRAVE
            MOVE "Y" TO LK-FOUND-FLAG
            EXIT PERFORM
        END-IF
    END-PERFORM
    CLOSE GRAVE-FILE

    GOBACK.

END PROGRAM Grave-Find.

*> --- Grave-Remove ---
*> Drops the grave row for a position from world/graves.dat, once the
*> grave chest is gone (collected, broken, or expired). The file is
*> rewritten beside itself and moved into place, like the other
*> world/ state files.
IDENTIFICATION DIVISION.
PROGRAM-ID. Grave-Remove.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GRAVE-FILE ASSIGN TO "world/graves.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    SELECT NEW-GRAVE-FILE ASSIGN TO "world/graves.dat.new"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NEW-STATUS.

DATA DIVISION.
FILE SECTION.
FD GRAVE-FILE.
01 GRAVE-RECORD                PIC X(96).
FD NEW-GRAVE-FILE.
01 NEW-GRAVE-RECORD            PIC X(96).

WORKING-STORAGE SECTION.
    COPY DD-GRAVE-ENTRY REPLACING LEADING ==PREFIX== BY ==WS==.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-NEW-STATUS            PIC X(2).
    01 WS-KEY-X                 PIC -(9)9.
    01 WS-KEY-Y                 PIC -(9)9.
    01 WS-KEY-Z                 PIC -(9)9.

LINKAGE SECTION.
    01 LK-POSITION.
        02 LK-POSITION-X        BINARY-LONG.
        02 LK-POSITION-Y        BINARY-LONG.
        02 LK-POSITION-Z        BINARY-LONG.

PROCEDURE DIVISION USING LK-POSITION.
    MOVE LK-POSITION-X TO WS-KEY-X
    MOVE LK-POSITION-Y TO WS-KEY-Y
    MOVE LK-POSITION-Z TO WS-KEY-Z

    OPEN INPUT GRAVE-FILE
    IF WS-FILE-STATUS NOT = "00"
        GOBACK
    END-IF
    OPEN OUTPUT NEW-GRAVE-FILE
    IF WS-NEW-STATUS NOT = "00"
        DISPLAY "[graves] unable to open world/graves.dat.new, status=" WS-NEW-STATUS
        CLOSE GRAVE-FILE
        GOBACK
    END-IF
    PERFORM UNTIL WS-FILE-STATUS NOT = "00"
        READ GRAVE-FILE INTO WS-GRAVE
        IF WS-FILE-STATUS = "00"
            IF WS-GRAVE-X NOT = WS-KEY-X OR WS-GRAVE-Y NOT = WS-KEY-Y
                    OR WS-GRAVE-Z NOT = WS-KEY-Z
                WRITE NEW-GRAVE-RECORD FROM WS-GRAVE
            END-IF
        END-IF
    END-PERFORM
    CLOSE GRAVE-FILE
    CLOSE NEW-GRAVE-FILE
    CALL "SYSTEM" USING "mv world/graves.dat.new world/graves.dat"

    GOBACK.

END PROGRAM Grave-Remove.

*> --- Grave-CheckAccess ---
*> The chest callbacks' question before anything else: is this chest a
*> grave, and may this player into it? LK-ACCESS-FLAG comes back
*>
*>   "N" not a grave - an ordinary chest, the usual rules apply;
*>   "Y" a grave the player may open or break: its owner, staff
*>       (ops level 2 or more, or the legacy op flag), or anyone once
*>       grave-private-minutes (default 30) have passed since the death;
*>   "D" a grave still private to someone else - the player is told
*>       whose it is and when it opens up;
*>   "C" a grave already emptied - collected, so it is cleared away
*>       here (chest gone, contents file and grave row dropped) and
*>       there is nothing left to do.
*>
*> A grave is a grave wherever it stands: it opens for its owner even
*> inside someone else's claim, where the player happened to die.
IDENTIFICATION DIVISION.
PROGRAM-ID. Grave-CheckAccess.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-GRAVE-ENTRY REPLACING LEADING ==PREFIX== BY ==WS==.
    COPY DD-TEXT-COMPONENT REPLACING LEADING ==PREFIX== BY ==GRAVE==.
    COPY DD-BLOCK-CHANGE-LOG-ENTRY REPLACING LEADING ==PREFIX== BY ==CHANGE==.
    01 WS-FOUND-FLAG            PIC X(1).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-UUID-HEX              PIC X(32).
    01 WS-STAFF-LEVEL           BINARY-LONG UNSIGNED.
    01 WS-CREATED               BINARY-LONG UNSIGNED.
    01 WS-PRIVATE-KEY           PIC X(32) VALUE "grave-private-minutes".
    01 WS-PRIVATE-DEFAULT       BINARY-LONG VALUE 30.
    01 WS-PRIVATE-MINUTES       BINARY-LONG.
    01 WS-OPENS-AT              BINARY-LONG UNSIGNED.
    01 WS-MINUTES-LEFT          BINARY-LONG UNSIGNED.
    01 WS-MINUTES-DISPLAY       PIC Z(8)9.
    01 WS-REPLY-LINE            PIC X(128).
    01 CONTENTS.
        02 CONTENT-SLOT-ENTRY OCCURS 27 TIMES.
            COPY DD-INVENTORY-SLOT
                REPLACING LEADING ==PREFIX== BY ==CONTENT==
                          ==02== BY ==03==.
    01 CONTENTS-FOUND-FLAG      PIC X(1).
    01 SLOT-INDEX               BINARY-LONG UNSIGNED.
    01 WS-HAS-ITEMS-FLAG        PIC X(1).
    01 AIR-BLOCK-STATE          BINARY-LONG VALUE 0.
    01 OLD-BLOCK-STATE          BINARY-LONG.

LINKAGE SECTION.
    01 LK-PLAYER                BINARY-LONG UNSIGNED.
    01 LK-POSITION.
        02 LK-POSITION-X        BINARY-LONG.
        02 LK-POSITION-Y        BINARY-LONG.
        02 LK-POSITION-Z        BINARY-LONG.
    01 LK-ACCESS-FLAG           PIC X(1).

PROCEDURE DIVISION USING LK-PLAYER LK-POSITION LK-ACCESS-FLAG.
    MOVE "N" TO LK-ACCESS-FLAG
    CALL "Grave-Find" USING LK-POSITION WS-GRAVE WS-FOUND-FLAG
    IF WS-FOUND-FLAG NOT = "Y"
        GOBACK
    END-IF

    *> An emptied grave has served its purpose
    MOVE "N" TO WS-HAS-ITEMS-FLAG
    CALL "ContainerStore-Load" USING LK-POSITION CONTENTS
        CONTENTS-FOUND-FLAG
    IF CONTENTS-FOUND-FLAG = "Y"
        PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 27
            IF CONTENT-SLOT-ID(SLOT-INDEX) >= 0
                    AND CONTENT-SLOT-COUNT(SLOT-INDEX) > 0
                MOVE "Y" TO WS-HAS-ITEMS-FLAG
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-IF
    IF WS-HAS-ITEMS-FLAG NOT = "Y"
        CALL "World-GetBlock" USING LK-POSITION OLD-BLOCK-STATE
        CALL "World-SetBlock" USING OMITTED LK-POSITION AIR-BLOCK-STATE
        MOVE LK-POSITION TO CHANGE-LOG-POSITION
        MOVE OLD-BLOCK-STATE TO CHANGE-LOG-OLD-STATE
        MOVE AIR-BLOCK-STATE TO CHANGE-LOG-NEW-STATE
        MOVE LOW-VALUES TO CHANGE-LOG-PLAYER-UUID
        CALL "BlockChangeLog-Append" USING CHANGE-LOG-ENTRY
        CALL "ContainerStore-Delete" USING LK-POSITION
        CALL "Grave-Remove" USING LK-POSITION
        MOVE "C" TO LK-ACCESS-FLAG
        MOVE "The grave was empty and crumbles away" TO WS-REPLY-LINE
        MOVE "gray" TO GRAVE-COLOR
        PERFORM Send-Reply
        GOBACK
    END-IF

    *> The owner, always
    CALL "Util-BytesToHex" USING PLAYER-UUID(LK-PLAYER) WS-UUID-HEX
    IF WS-UUID-HEX = WS-GRAVE-OWNER-HEX
        MOVE "Y" TO LK-ACCESS-FLAG
        GOBACK
    END-IF

    *> Staff, always
    CALL "Ops-GetLevel" USING PLAYER-UUID(LK-PLAYER) WS-STAFF-LEVEL
    IF WS-STAFF-LEVEL >= 2 OR PLAYER-OP(LK-PLAYER) = "Y"
        MOVE "Y" TO LK-ACCESS-FLAG
        GOBACK
    END-IF

    *> Everyone else, once the private period is over
    CALL "ServerConfig-GetNumber" USING WS-PRIVATE-KEY WS-PRIVATE-DEFAULT
        WS-PRIVATE-MINUTES
    IF WS-PRIVATE-MINUTES < 0
        MOVE 0 TO WS-PRIVATE-MINUTES
    END-IF
    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE 0 TO WS-CREATED
    IF WS-GRAVE-CREATED IS NUMERIC
        MOVE WS-GRAVE-CREATED TO WS-CREATED
    END-IF
    COMPUTE WS-OPENS-AT = WS-CREATED + WS-PRIVATE-MINUTES * 60
    IF WS-NOW >= WS-OPENS-AT
        MOVE "Y" TO LK-ACCESS-FLAG
        GOBACK
    END-IF

    MOVE "D" TO LK-ACCESS-FLAG
    COMPUTE WS-MINUTES-LEFT = (WS-OPENS-AT - WS-NOW + 59) / 60
    MOVE WS-MINUTES-LEFT TO WS-MINUTES-DISPLAY
    MOVE SPACES TO WS-REPLY-LINE
    STRING "This grave belongs to " FUNCTION TRIM(WS-GRAVE-OWNER-NAME)
        " - it opens to everyone in "
        FUNCTION TRIM(WS-MINUTES-DISPLAY) " minute(s)"
        DELIMITED BY SIZE INTO WS-REPLY-LINE
    MOVE "red" TO GRAVE-COLOR
    PERFORM Send-Reply

    GOBACK.

    Send-Reply.
        IF PLAYER-CLIENT(LK-PLAYER) = 0
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO GRAVE-TEXT
        MOVE WS-REPLY-LINE TO GRAVE-TEXT
        MOVE FUNCTION STORED-CHAR-LENGTH(WS-REPLY-LINE) TO GRAVE-TEXT-LEN
        CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER)
            GRAVE-COMPONENT "system".

END PROGRAM Grave-CheckAccess.

*> --- GraveExpiry-Run ---
*> Hourly batch job that keeps graves from piling up: every grave in
*> world/graves.dat is looked at, and
*>
*>   - a grave already emptied (its owner came back) is cleared away;
*>   - a grave whose chest is no longer there is reported GONE, with
*>     anything its contents file still held, and its row dropped;
*>   - a grave older than grave-expire-hours (default 72) is EXPIRED:
*>     every stack it held is written to the report, the chest and its
*>     contents file are removed, and the owner is mailed where it was.
*>
*> Nothing in a grave disappears without a line in
*> reports/grave-expiry-<timestamp>.log saying what it was (as
*> "item #id", the way the item census names items) and whose.
*> Not one of NightlyBatch-Run's steps: the host's scheduler starts
*> it every hour and reads the same completion code as the nightly
*> steps (0 done, 8 could not rewrite graves.dat or write the report).
IDENTIFICATION DIVISION.
PROGRAM-ID. GraveExpiry-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GRAVE-FILE ASSIGN TO "world/graves.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRAVE-STATUS.
    SELECT NEW-GRAVE-FILE ASSIGN TO "world/graves.dat.new"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NEW-STATUS.
    SELECT EXPIRY-REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD GRAVE-FILE.
01 GRAVE-RECORD                PIC X(96).
FD NEW-GRAVE-FILE.
01 NEW-GRAVE-RECORD            PIC X(96).
FD EXPIRY-REPORT-FILE.
01 EXPIRY-REPORT-RECORD        PIC X(160).

WORKING-STORAGE SECTION.
    COPY DD-GRAVE-ENTRY REPLACING LEADING ==PREFIX== BY ==WS==.
    COPY DD-BLOCK-STATE REPLACING LEADING ==PREFIX== BY ==GRAVE==.
    COPY DD-BLOCK-CHANGE-LOG-ENTRY REPLACING LEADING ==PREFIX== BY ==CHANGE==.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-GRAVE-STATUS          PIC X(2).
    01 WS-NEW-STATUS            PIC X(2).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-NOW-DISPLAY           PIC 9(10).
    01 WS-REPORT-FILE-NAME      PIC X(128).

    01 WS-EXPIRE-KEY            PIC X(32) VALUE "grave-expire-hours".
    01 WS-EXPIRE-DEFAULT        BINARY-LONG VALUE 72.
    01 WS-EXPIRE-HOURS          BINARY-LONG.
    01 WS-CREATED               BINARY-LONG UNSIGNED.
    01 WS-AGE                   BINARY-LONG UNSIGNED.

    01 WS-POSITION.
        02 WS-POSITION-X        BINARY-LONG.
        02 WS-POSITION-Y        BINARY-LONG.
        02 WS-POSITION-Z        BINARY-LONG.
    01 WS-BLOCK-STATE           BINARY-LONG.
    01 AIR-BLOCK-STATE          BINARY-LONG VALUE 0.
    01 CONTENTS.
        02 CONTENT-SLOT-ENTRY OCCURS 27 TIMES.
            COPY DD-INVENTORY-SLOT
                REPLACING LEADING ==PREFIX== BY ==CONTENT==
                          ==02== BY ==03==.
    01 CONTENTS-FOUND-FLAG      PIC X(1).
    01 SLOT-INDEX               BINARY-LONG UNSIGNED.
    01 WS-STACK-COUNT           BINARY-LONG UNSIGNED.
    01 WS-KEEP-FLAG             PIC X(1).

    01 WS-SERVER-HEX            PIC X(32) VALUE ALL "0".
    01 WS-SERVER-NAME           PIC X(16) VALUE "server".
    01 WS-MAIL-KIND             PIC X(1) VALUE "M".
    01 WS-MAIL-TEXT             PIC X(200).

    01 WS-KEPT-COUNT            BINARY-LONG UNSIGNED VALUE 0.
    01 WS-COLLECTED-COUNT       BINARY-LONG UNSIGNED VALUE 0.
    01 WS-GONE-COUNT            BINARY-LONG UNSIGNED VALUE 0.
    01 WS-EXPIRED-COUNT         BINARY-LONG UNSIGNED VALUE 0.
    01 WS-ITEM-COUNT            BINARY-LONG UNSIGNED VALUE 0.
    01 WS-COUNT-DISPLAY         PIC Z(8)9.
    01 WS-HOURS-DISPLAY         PIC Z(5)9.
    01 WS-ID-DISPLAY            PIC Z(8)9.
    01 WS-REPORT-LINE.
        02 WS-REPORT-STATUS     PIC X(10).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-REPORT-OWNER      PIC X(32).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-REPORT-USERNAME   PIC X(16).
        02 FILLER               PIC X(4) VALUE " at ".
        02 WS-REPORT-X          PIC -(9)9.
        02 FILLER               PIC X VALUE SPACE.
        02 WS-REPORT-Y          PIC -(9)9.
        02 FILLER               PIC X VALUE SPACE.
        02 WS-REPORT-Z          PIC -(9)9.
        02 FILLER               PIC X(7) VALUE " since ".
        02 WS-REPORT-CREATED    PIC 9(10).
    01 WS-ITEM-LINE.
        02 FILLER               PIC X(11) VALUE SPACES.
        02 WS-ITEM-NAME         PIC X(16).
        02 FILLER               PIC X(3) VALUE " x ".
        02 WS-ITEM-AMOUNT       PIC Z(8)9.

PROCEDURE DIVISION.
    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE WS-NOW TO WS-NOW-DISPLAY
    MOVE 0 TO WS-KEPT-COUNT
    MOVE 0 TO WS-COLLECTED-COUNT
    MOVE 0 TO WS-GONE-COUNT
    MOVE 0 TO WS-EXPIRED-COUNT
    MOVE 0 TO WS-ITEM-COUNT
    CALL "ServerConfig-GetNumber" USING WS-EXPIRE-KEY WS-EXPIRE-DEFAULT
        WS-EXPIRE-HOURS
    IF WS-EXPIRE-HOURS < 1
        MOVE WS-EXPIRE-DEFAULT TO WS-EXPIRE-HOURS
    END-IF

    OPEN INPUT GRAVE-FILE
    IF WS-GRAVE-STATUS NOT = "00"
        DISPLAY "[grave-expiry] no graves"
        MOVE 0 TO RETURN-CODE
        GOBACK
    END-IF
    OPEN OUTPUT NEW-GRAVE-FILE
    IF WS-NEW-STATUS NOT = "00"
        DISPLAY "[grave-expiry] unable to open world/graves.dat.new, status=" WS-NEW-STATUS
        CLOSE GRAVE-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    MOVE SPACES TO WS-REPORT-FILE-NAME
    STRING "reports/grave-expiry-" WS-NOW-DISPLAY ".log"
        DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME
    OPEN OUTPUT EXPIRY-REPORT-FILE
    IF WS-FILE-STATUS NOT = "00"
        CALL "SYSTEM" USING "mkdir -p reports"
        OPEN OUTPUT EXPIRY-REPORT-FILE
    END-IF
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "[grave-expiry] unable to open " FUNCTION TRIM(WS-REPORT-FILE-NAME) ", status=" WS-FILE-STATUS
        CLOSE GRAVE-FILE
        CLOSE NEW-GRAVE-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE WS-EXPIRE-HOURS TO WS-HOURS-DISPLAY
    MOVE SPACES TO EXPIRY-REPORT-RECORD
    STRING "GRAVE EXPIRY " WS-NOW-DISPLAY " - graves expire "
        FUNCTION TRIM(WS-HOURS-DISPLAY) " hours after the death"
        DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD
    WRITE EXPIRY-REPORT-RECORD

    PERFORM UNTIL WS-GRAVE-STATUS NOT = "00"
        READ GRAVE-FILE INTO WS-GRAVE
        IF WS-GRAVE-STATUS = "00" AND WS-GRAVE-CREATED IS NUMERIC
            PERFORM Check-Grave
            IF WS-KEEP-FLAG = "Y"
                WRITE NEW-GRAVE-RECORD FROM WS-GRAVE
            END-IF
        END-IF
    END-PERFORM
    CLOSE GRAVE-FILE
    CLOSE NEW-GRAVE-FILE
    CALL "SYSTEM" USING "mv world/graves.dat.new world/graves.dat"

    MOVE SPACES TO EXPIRY-REPORT-RECORD
    WRITE EXPIRY-REPORT-RECORD
    MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO EXPIRY-REPORT-RECORD
    STRING "EXPIRED: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD
    WRITE EXPIRY-REPORT-RECORD
    MOVE WS-ITEM-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO EXPIRY-REPORT-RECORD
    STRING "STACKS REMOVED: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD
    WRITE EXPIRY-REPORT-RECORD
    MOVE WS-GONE-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO EXPIRY-REPORT-RECORD
    STRING "GONE: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD
    WRITE EXPIRY-REPORT-RECORD
    MOVE WS-COLLECTED-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO EXPIRY-REPORT-RECORD
    STRING "COLLECTED: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD
    WRITE EXPIRY-REPORT-RECORD
    MOVE WS-KEPT-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO EXPIRY-REPORT-RECORD
    STRING "WAITING: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD
    WRITE EXPIRY-REPORT-RECORD
    CLOSE EXPIRY-REPORT-FILE

    DISPLAY "[grave-expiry] wrote " FUNCTION TRIM(WS-REPORT-FILE-NAME)

    MOVE 0 TO RETURN-CODE
    GOBACK.

    Check-Grave.
        MOVE "N" TO WS-KEEP-FLAG
        MOVE WS-GRAVE-X TO WS-POSITION-X
        MOVE WS-GRAVE-Y TO WS-POSITION-Y
        MOVE WS-GRAVE-Z TO WS-POSITION-Z
        MOVE WS-GRAVE-CREATED TO WS-CREATED

        MOVE 0 TO WS-STACK-COUNT
        CALL "ContainerStore-Load" USING WS-POSITION CONTENTS
            CONTENTS-FOUND-FLAG
        IF CONTENTS-FOUND-FLAG = "Y"
            PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 27
                IF CONTENT-SLOT-ID(SLOT-INDEX) >= 0
                        AND CONTENT-SLOT-COUNT(SLOT-INDEX) > 0
                    ADD 1 TO WS-STACK-COUNT
                END-IF
            END-PERFORM
        END-IF

        *> Someone broke it outside the chest callbacks (a rollback,
        *> an edit): say so, with whatever the contents file held
        CALL "World-GetBlock" USING WS-POSITION WS-BLOCK-STATE
        CALL "Blocks-ToDescription" USING WS-BLOCK-STATE GRAVE-DESCRIPTION
        IF GRAVE-NAME NOT = "minecraft:chest"
            ADD 1 TO WS-GONE-COUNT
            MOVE "GONE" TO WS-REPORT-STATUS
            PERFORM Write-Grave-Line
            IF CONTENTS-FOUND-FLAG = "Y"
                CALL "ContainerStore-Delete" USING WS-POSITION
            END-IF
            EXIT PARAGRAPH
        END-IF

        *> Collected: the owner came back and emptied it
        IF WS-STACK-COUNT = 0
            ADD 1 TO WS-COLLECTED-COUNT
            PERFORM Clear-Chest
            EXIT PARAGRAPH
        END-IF

        COMPUTE WS-AGE = WS-NOW - WS-CREATED
        IF WS-NOW < WS-CREATED OR WS-AGE < WS-EXPIRE-HOURS * 3600
            ADD 1 TO WS-KEPT-COUNT
            MOVE "Y" TO WS-KEEP-FLAG
            EXIT PARAGRAPH
        END-IF

        ADD 1 TO WS-EXPIRED-COUNT
        MOVE "EXPIRED" TO WS-REPORT-STATUS
        PERFORM Write-Grave-Line
        PERFORM Clear-Chest

        MOVE WS-EXPIRE-HOURS TO WS-HOURS-DISPLAY
        MOVE SPACES TO WS-MAIL-TEXT
        STRING "Your grave at " FUNCTION TRIM(WS-GRAVE-X) " "
            FUNCTION TRIM(WS-GRAVE-Y) " " FUNCTION TRIM(WS-GRAVE-Z)
            " went uncollected for " FUNCTION TRIM(WS-HOURS-DISPLAY)
            " hours and has been cleared; staff have the list of what"
            " it held"
            DELIMITED BY SIZE INTO WS-MAIL-TEXT
        CALL "Mail-Send" USING WS-MAIL-KIND WS-SERVER-HEX WS-SERVER-NAME
            WS-GRAVE-OWNER-HEX WS-MAIL-TEXT.

    Write-Grave-Line.
        MOVE WS-GRAVE-OWNER-HEX TO WS-REPORT-OWNER
        MOVE WS-GRAVE-OWNER-NAME TO WS-REPORT-USERNAME
        MOVE WS-POSITION-X TO WS-REPORT-X
        MOVE WS-POSITION-Y TO WS-REPORT-Y
        MOVE WS-POSITION-Z TO WS-REPORT-Z
        MOVE WS-CREATED TO WS-REPORT-CREATED
        WRITE EXPIRY-REPORT-RECORD FROM WS-REPORT-LINE
        IF CONTENTS-FOUND-FLAG NOT = "Y"
            EXIT PARAGRAPH
        END-IF
        PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 27
            IF CONTENT-SLOT-ID(SLOT-INDEX) >= 0
                    AND CONTENT-SLOT-COUNT(SLOT-INDEX) > 0
                MOVE CONTENT-SLOT-ID(SLOT-INDEX) TO WS-ID-DISPLAY
                MOVE SPACES TO WS-ITEM-NAME
                STRING "item #" FUNCTION TRIM(WS-ID-DISPLAY)
                    DELIMITED BY SIZE INTO WS-ITEM-NAME
                MOVE CONTENT-SLOT-COUNT(SLOT-INDEX) TO WS-ITEM-AMOUNT
                WRITE EXPIRY-REPORT-RECORD FROM WS-ITEM-LINE
                ADD 1 TO WS-ITEM-COUNT
            END-IF
        END-PERFORM.

    Clear-Chest.
        CALL "World-SetBlock" USING OMITTED WS-POSITION AIR-BLOCK-STATE
        MOVE WS-POSITION TO CHANGE-LOG-POSITION
        MOVE WS-BLOCK-STATE TO CHANGE-LOG-OLD-STATE
        MOVE AIR-BLOCK-STATE TO CHANGE-LOG-NEW-STATE
        MOVE LOW-VALUES TO CHANGE-LOG-PLAYER-UUID
        CALL "BlockChangeLog-Append" USING CHANGE-LOG-ENTRY
        IF CONTENTS-FOUND-FLAG = "Y"
            CALL "ContainerStore-Delete" USING WS-POSITION
        END-IF.

END PROGRAM GraveExpiry-Run.
