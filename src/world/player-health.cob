*> --- Player-Damage ---
*> The one way health leaves a player: applies LK-AMOUNT half-hearts
*> of damage with a short cause code ("FALL", "LAVA", "FIRE", ...),
*> and handles death when health runs out - the inventory goes into a
*> grave chest at the death spot (Grave-Place), or, where no grave can
*> stand, is spilled onto the ground through World-DropItem-FromBlock
*> (the same spill a broken chest gets, so nothing a player carried is
*> ever deleted; a snapshot of the inventory is taken first, see
*> InventorySnapshot-Take), the death and the grave's position are
*> durably logged the way session ends are, and the player respawns
*> through Player-Respawn. Creative and spectator players are
*> untouchable; callers don't each need to check.
IDENTIFICATION DIVISION.
PROGRAM-ID. Player-Damage.

    01 WS-EMPTY-SLOT.
        COPY DD-INVENTORY-SLOT REPLACING LEADING ==PREFIX== BY ==EMPTY==.
    01 WS-REPORT-LINE           PIC X(128).
    01 WS-GRAVE-POSITION.
        02 WS-GRAVE-X           BINARY-LONG.
        02 WS-GRAVE-Y           BINARY-LONG.
        02 WS-GRAVE-Z           BINARY-LONG.
    01 WS-GRAVE-FLAG            PIC X(1).
    01 WS-SNAPSHOT-REASON       PIC X(8) VALUE "DEATH".
    01 WS-COORD-X               PIC -(9)9.
    01 WS-COORD-Y               PIC -(9)9.
    01 WS-COORD-Z               PIC -(9)9.

LINKAGE SECTION.
    01 LK-PLAYER                BINARY-LONG UNSIGNED.
        GOBACK
    END-IF

    *> Death: what the player carried goes into a grave where they
    *> fell, then the death goes on the record, grave and all. The
    *> inventory is snapshotted first, while it still holds everything.
    CALL "InventorySnapshot-Take" USING LK-PLAYER WS-SNAPSHOT-REASON
    CALL "Grave-Place" USING LK-PLAYER WS-GRAVE-POSITION WS-GRAVE-FLAG
    CALL "DeathLog-Append" USING PLAYER-UUID(LK-PLAYER)
        PLAYER-POSITION-X(LK-PLAYER) PLAYER-POSITION-Y(LK-PLAYER)
        PLAYER-POSITION-Z(LK-PLAYER) LK-CAUSE WS-GRAVE-POSITION
        WS-GRAVE-FLAG

    *> No grave (nothing carried, or nowhere to put one): spill the
    *> inventory where the player fell
    IF WS-GRAVE-FLAG NOT = "Y"
        COMPUTE WS-FEET-X = FUNCTION INTEGER(PLAYER-POSITION-X(LK-PLAYER))
        COMPUTE WS-FEET-Y = FUNCTION INTEGER(PLAYER-POSITION-Y(LK-PLAYER))
        COMPUTE WS-FEET-Z = FUNCTION INTEGER(PLAYER-POSITION-Z(LK-PLAYER))
        MOVE -1 TO EMPTY-SLOT-ID
        MOVE 0 TO EMPTY-SLOT-COUNT
        MOVE 0 TO EMPTY-SLOT-NBT-LENGTH
        PERFORM VARYING WS-SLOT-NUMBER FROM 0 BY 1
                UNTIL WS-SLOT-NUMBER > WS-SLOT-MAX
            CALL "Player-GetInventorySlot" USING LK-PLAYER WS-SLOT-NUMBER
                WS-SLOT
            IF WS-SLOT-ID >= 0 AND WS-SLOT-COUNT > 0
                CALL "World-DropItem-FromBlock" USING WS-SLOT
                    WS-FEET-POSITION
                CALL "Player-SetInventorySlot" USING LK-PLAYER
                    WS-SLOT-NUMBER WS-EMPTY-SLOT
            END-IF
        END-PERFORM
    END-IF

    MOVE SPACES TO WS-REPORT-LINE
    IF WS-GRAVE-FLAG = "Y"
        MOVE WS-GRAVE-X TO WS-COORD-X
        MOVE WS-GRAVE-Y TO WS-COORD-Y
        MOVE WS-GRAVE-Z TO WS-COORD-Z
        STRING "You died (" FUNCTION TRIM(LK-CAUSE) ") - your grave is at "
            FUNCTION TRIM(WS-COORD-X) " " FUNCTION TRIM(WS-COORD-Y) " "
            FUNCTION TRIM(WS-COORD-Z)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
    ELSE
        STRING "You died (" FUNCTION TRIM(LK-CAUSE) ")"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
    END-IF
    MOVE SPACES TO HURT-COMPONENT
    MOVE WS-REPORT-LINE TO HURT-TEXT
    MOVE FUNCTION STORED-CHAR-LENGTH(WS-REPORT-LINE) TO HURT-TEXT-LEN
END PROGRAM Player-Damage.

*> --- Player-Respawn ---
*> Puts a dead (or returning) player back into the world: full health
*> and a full food bar (vanilla's fresh 5 points of saturation, no
*> exhaustion carried over), fall distance cleared, position moved to
*> their personal spawn point (the bed they last clicked, see
*> SpawnPoint-Save) or the world spawn when they have none, the new
*> position pushed to the client and checkpointed - so a crash right
*> after a death resurrects the player at the spawn, not in the lava.
IDENTIFICATION DIVISION.
PROGRAM-ID. Player-Respawn.


PROCEDURE DIVISION USING LK-PLAYER.
    MOVE 20 TO PLAYER-HEALTH(LK-PLAYER)
    MOVE 20 TO PLAYER-FOOD-LEVEL(LK-PLAYER)
    MOVE 5.0 TO PLAYER-SATURATION(LK-PLAYER)
    MOVE 0 TO PLAYER-EXHAUSTION(LK-PLAYER)
    MOVE 0 TO PLAYER-FOOD-TIMER(LK-PLAYER)
    MOVE 0 TO PLAYER-FALL-DISTANCE(LK-PLAYER)
    IF PLAYER-CLIENT(LK-PLAYER) NOT = 0
        CALL "SendPacket-SetHealth" USING PLAYER-CLIENT(LK-PLAYER)
END PROGRAM Player-Respawn.

*> --- DeathLog-Append ---
*> One row per death in logs/deaths.log: when, who, where, the cause
*> code, and where the grave chest went (blank when the death left no
*> grave) - the same durable shape session ends use, so the daily
*> report can count deaths per player from the record.
IDENTIFICATION DIVISION.
PROGRAM-ID. DeathLog-Append.
DATA DIVISION.
FILE SECTION.
FD DEATH-LOG-FILE.
01 DEATH-LOG-RECORD            PIC X(144).

WORKING-STORAGE SECTION.
    01 WS-FILE-STATUS           PIC X(2).
        02 WS-LOG-Z             PIC -(6)9.99.
        02 FILLER               PIC X VALUE SPACE.
        02 WS-LOG-CAUSE         PIC X(16).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-LOG-GRAVE.
            03 WS-LOG-GRAVE-X   PIC -(9)9.
            03 FILLER           PIC X VALUE SPACE.
            03 WS-LOG-GRAVE-Y   PIC -(9)9.
            03 FILLER           PIC X VALUE SPACE.
            03 WS-LOG-GRAVE-Z   PIC -(9)9.

LINKAGE SECTION.
    01 LK-PLAYER-UUID           PIC X(16).
    01 LK-POSITION-Y            FLOAT-LONG.
    01 LK-POSITION-Z            FLOAT-LONG.
    01 LK-CAUSE                 PIC X(16).
    01 LK-GRAVE-POSITION.
        02 LK-GRAVE-X           BINARY-LONG.
        02 LK-GRAVE-Y           BINARY-LONG.
        02 LK-GRAVE-Z           BINARY-LONG.
    01 LK-GRAVE-FLAG            PIC X(1).

PROCEDURE DIVISION USING LK-PLAYER-UUID LK-POSITION-X LK-POSITION-Y
        LK-POSITION-Z LK-CAUSE LK-GRAVE-POSITION LK-GRAVE-FLAG.
    CALL "Time-UnixSeconds" USING WS-NOW
    CALL "Util-BytesToHex" USING LK-PLAYER-UUID WS-PLAYER-UUID-HEX

    COMPUTE WS-LOG-Y ROUNDED = LK-POSITION-Y
    COMPUTE WS-LOG-Z ROUNDED = LK-POSITION-Z
    MOVE LK-CAUSE TO WS-LOG-CAUSE
    IF LK-GRAVE-FLAG = "Y"
        MOVE LK-GRAVE-X TO WS-LOG-GRAVE-X
        MOVE LK-GRAVE-Y TO WS-LOG-GRAVE-Y
        MOVE LK-GRAVE-Z TO WS-LOG-GRAVE-Z
    ELSE
        MOVE SPACES TO WS-LOG-GRAVE
    END-IF

    OPEN EXTEND DEATH-LOG-FILE
    IF WS-FILE-STATUS NOT = "00"
*> takes periodic damage through Player-Damage. Damage lands once a
*> second (every twentieth call), not every tick - the sweep keeps its
*> own call counter across CALLs like any GnuCOBOL subprogram, the
*> same way the performance sampler keeps its alert latch. The same
*> once-a-second pass drives the food bar's regeneration and
*> starvation (Hunger-Second).
IDENTIFICATION DIVISION.
PROGRAM-ID. PlayerHazard-Sweep.

                CALL "Player-Damage" USING PLAYER-IDX HAZARD-DAMAGE
                    HAZARD-CAUSE
            END-IF

            CALL "Hunger-Second" USING PLAYER-IDX
        END-IF
    END-PERFORM

