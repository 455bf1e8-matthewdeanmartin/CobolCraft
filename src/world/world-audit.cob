       >>SOURCE FORMAT FREE
*> --- WorldAudit-Run ---
*> Batch integrity audit of the per-position sidecar stores against
*> the blocks actually standing in the world. Every file under
*> world/containers/ (chest, barrel, furnace, crafting table or
*> hopper), world/signs/ (sign or wall sign), world/furnaces/
*> (furnace) and world/crafting/ (crafting table), and every saved
*> respawn point under spawnpoints/ (a bed), is checked through
*> World-GetBlock at the position it names:
*>
*>   ORPHAN     nothing stands there any more - the block went without
*>              its destroy callback (a crash, a rollback)
*>   MISMATCH   some other block stands there - overwritten in place
*>              (/fill, world surgery)
*>   MALFORMED  the file name or spawn-point row names no position
*>
*> Everything is reported to reports/world-audit-<timestamp>.log.
*> With LK-REPAIR-FLAG "Y" ("worldaudit repair" on the console) the
*> flagged files are moved to world/orphans/<timestamp>/<store>/
*> instead of being left to confuse the next block placed there;
*> nothing is deleted, so a wrong call is one mv away from undone.
*> A chest's items, a sign's text or a bed owner's respawn point all
*> live in the archive until staff decide otherwise.
IDENTIFICATION DIVISION.
PROGRAM-ID. WorldAudit-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LIST-FILE ASSIGN TO "cache/world-audit-list.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIST-STATUS.
    SELECT SPAWN-POINT-FILE ASSIGN TO WS-SPAWN-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SPAWN-STATUS.
    SELECT AUDIT-REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD LIST-FILE.
01 LIST-RECORD                 PIC X(128).
FD SPAWN-POINT-FILE.
01 SPAWN-POINT-RECORD          PIC X(48).
FD AUDIT-REPORT-FILE.
01 AUDIT-REPORT-RECORD         PIC X(200).

WORKING-STORAGE SECTION.
    COPY DD-BLOCK-STATE REPLACING LEADING ==PREFIX== BY ==AUDIT==.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-LIST-STATUS           PIC X(2).
    01 WS-SPAWN-STATUS          PIC X(2).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-NOW-DISPLAY           PIC 9(10).
    01 WS-REPORT-FILE-NAME      PIC X(128).
    01 WS-SPAWN-FILE-NAME       PIC X(128).
    01 WS-COMMAND               PIC X(400).
    01 WS-ORPHAN-DIR            PIC X(64).

    *> --- the store being audited ---
    01 WS-STORE-NAME            PIC X(16).
    01 WS-STORE-DIR             PIC X(32).
    01 WS-FILE-NAME             PIC X(64).
    01 WS-BASE-NAME             PIC X(64).
    01 WS-X-TOKEN               PIC X(16).
    01 WS-Y-TOKEN               PIC X(16).
    01 WS-Z-TOKEN               PIC X(16).
    01 WS-POSITION.
        02 WS-POSITION-X        BINARY-LONG.
        02 WS-POSITION-Y        BINARY-LONG.
        02 WS-POSITION-Z        BINARY-LONG.
    01 WS-SPAWN-LINE.
        02 WS-SPAWN-X           PIC -(9)9.
        02 FILLER               PIC X.
        02 WS-SPAWN-Y           PIC -(9)9.
        02 FILLER               PIC X.
        02 WS-SPAWN-Z           PIC -(9)9.

    *> --- the block found at the position ---
    01 WS-BLOCK-STATE           BINARY-LONG.
    01 WS-BLOCK-ID              BINARY-LONG.
    01 WS-BLOCK-ID-UNSIGNED     BINARY-LONG UNSIGNED.
    01 WS-BLOCK-TYPE            PIC X(64).
    01 WS-BLOCK-TYPE-LEN        BINARY-LONG UNSIGNED.
    01 WS-BLOCK-OK-FLAG         PIC X(1).
    01 WS-VERDICT               PIC X(10).

    01 WS-CHECKED-COUNT         BINARY-LONG UNSIGNED VALUE 0.
    01 WS-ORPHAN-COUNT          BINARY-LONG UNSIGNED VALUE 0.
    01 WS-MISMATCH-COUNT        BINARY-LONG UNSIGNED VALUE 0.
    01 WS-MALFORMED-COUNT       BINARY-LONG UNSIGNED VALUE 0.
    01 WS-ARCHIVED-COUNT        BINARY-LONG UNSIGNED VALUE 0.
    01 WS-COUNT-DISPLAY         PIC Z(8)9.
    01 WS-REPORT-LINE.
        02 WS-REPORT-VERDICT    PIC X(10).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-REPORT-STORE      PIC X(12).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-REPORT-FILE       PIC X(48).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-REPORT-BLOCK      PIC X(64).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-REPORT-ACTION     PIC X(12).

LINKAGE SECTION.
    01 LK-REPAIR-FLAG           PIC X(1).

PROCEDURE DIVISION USING LK-REPAIR-FLAG.
    MOVE 0 TO WS-CHECKED-COUNT
    MOVE 0 TO WS-ORPHAN-COUNT
    MOVE 0 TO WS-MISMATCH-COUNT
    MOVE 0 TO WS-MALFORMED-COUNT
    MOVE 0 TO WS-ARCHIVED-COUNT
    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE WS-NOW TO WS-NOW-DISPLAY
    MOVE SPACES TO WS-ORPHAN-DIR
    STRING "world/orphans/" WS-NOW-DISPLAY
        DELIMITED BY SIZE INTO WS-ORPHAN-DIR

    MOVE SPACES TO WS-REPORT-FILE-NAME
    STRING "reports/world-audit-" WS-NOW-DISPLAY ".log"
        DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME
    OPEN OUTPUT AUDIT-REPORT-FILE
    IF WS-FILE-STATUS NOT = "00"
        CALL "SYSTEM" USING "mkdir -p reports"
        OPEN OUTPUT AUDIT-REPORT-FILE
    END-IF
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "[world-audit] unable to open " FUNCTION TRIM(WS-REPORT-FILE-NAME) ", status=" WS-FILE-STATUS
        GOBACK
    END-IF
    MOVE SPACES TO AUDIT-REPORT-RECORD
    IF LK-REPAIR-FLAG = "Y"
        STRING "WORLD AUDIT " WS-NOW-DISPLAY " (repair: flagged files moved to "
            FUNCTION TRIM(WS-ORPHAN-DIR) ")"
            DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
    ELSE
        STRING "WORLD AUDIT " WS-NOW-DISPLAY " (report only)"
            DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
    END-IF
    WRITE AUDIT-REPORT-RECORD

    MOVE "containers" TO WS-STORE-NAME
    MOVE "world/containers" TO WS-STORE-DIR
    PERFORM Audit-Position-Store
    MOVE "signs" TO WS-STORE-NAME
    MOVE "world/signs" TO WS-STORE-DIR
    PERFORM Audit-Position-Store
    MOVE "furnaces" TO WS-STORE-NAME
    MOVE "world/furnaces" TO WS-STORE-DIR
    PERFORM Audit-Position-Store
    MOVE "crafting" TO WS-STORE-NAME
    MOVE "world/crafting" TO WS-STORE-DIR
    PERFORM Audit-Position-Store
    MOVE "spawnpoints" TO WS-STORE-NAME
    MOVE "spawnpoints" TO WS-STORE-DIR
    PERFORM Audit-Spawn-Points
    CALL "SYSTEM" USING "rm -f cache/world-audit-list.tmp"

    MOVE SPACES TO AUDIT-REPORT-RECORD
    WRITE AUDIT-REPORT-RECORD
    MOVE WS-CHECKED-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO AUDIT-REPORT-RECORD
    STRING "FILES CHECKED: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
    WRITE AUDIT-REPORT-RECORD
    MOVE WS-ORPHAN-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO AUDIT-REPORT-RECORD
    STRING "ORPHANS: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
    WRITE AUDIT-REPORT-RECORD
    MOVE WS-MISMATCH-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO AUDIT-REPORT-RECORD
    STRING "MISMATCHES: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
    WRITE AUDIT-REPORT-RECORD
    MOVE WS-MALFORMED-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO AUDIT-REPORT-RECORD
    STRING "MALFORMED: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
    WRITE AUDIT-REPORT-RECORD
    MOVE WS-ARCHIVED-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO AUDIT-REPORT-RECORD
    STRING "ARCHIVED: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
    WRITE AUDIT-REPORT-RECORD
    CLOSE AUDIT-REPORT-FILE

    DISPLAY "[world-audit] wrote " FUNCTION TRIM(WS-REPORT-FILE-NAME)
    GOBACK.

    *> containers, signs, furnaces and crafting tables name their
    *> position in the file name: <x>_<y>_<z>.dat
    Audit-Position-Store.
        MOVE SPACES TO WS-COMMAND
        STRING "mkdir -p cache && ls -1 " FUNCTION TRIM(WS-STORE-DIR)
            " 2>/dev/null | grep '[.]dat$' > cache/world-audit-list.tmp"
            DELIMITED BY SIZE INTO WS-COMMAND
        CALL "SYSTEM" USING WS-COMMAND
        OPEN INPUT LIST-FILE
        IF WS-LIST-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-LIST-STATUS NOT = "00"
            READ LIST-FILE
            IF WS-LIST-STATUS = "00"
                MOVE LIST-RECORD TO WS-FILE-NAME
                ADD 1 TO WS-CHECKED-COUNT
                MOVE SPACES TO WS-BASE-NAME
                UNSTRING WS-FILE-NAME DELIMITED BY ".dat"
                    INTO WS-BASE-NAME
                MOVE SPACES TO WS-X-TOKEN
                MOVE SPACES TO WS-Y-TOKEN
                MOVE SPACES TO WS-Z-TOKEN
                UNSTRING WS-BASE-NAME DELIMITED BY "_"
                    INTO WS-X-TOKEN WS-Y-TOKEN WS-Z-TOKEN
                IF WS-Z-TOKEN = SPACES
                        OR FUNCTION TEST-NUMVAL(WS-X-TOKEN) NOT = 0
                        OR FUNCTION TEST-NUMVAL(WS-Y-TOKEN) NOT = 0
                        OR FUNCTION TEST-NUMVAL(WS-Z-TOKEN) NOT = 0
                    MOVE "MALFORMED" TO WS-VERDICT
                    MOVE SPACES TO WS-BLOCK-TYPE
                    PERFORM Record-Finding
                ELSE
                    COMPUTE WS-POSITION-X = FUNCTION NUMVAL(WS-X-TOKEN)
                    COMPUTE WS-POSITION-Y = FUNCTION NUMVAL(WS-Y-TOKEN)
                    COMPUTE WS-POSITION-Z = FUNCTION NUMVAL(WS-Z-TOKEN)
                    PERFORM Check-Position
                END-IF
            END-IF
        END-PERFORM
        CLOSE LIST-FILE.

    *> Spawn points are per-UUID files holding the bed position
    Audit-Spawn-Points.
        CALL "SYSTEM" USING "mkdir -p cache && ls -1 spawnpoints 2>/dev/null | grep '[.]dat$' > cache/world-audit-list.tmp"
        OPEN INPUT LIST-FILE
        IF WS-LIST-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-LIST-STATUS NOT = "00"
            READ LIST-FILE
            IF WS-LIST-STATUS = "00"
                MOVE LIST-RECORD TO WS-FILE-NAME
                ADD 1 TO WS-CHECKED-COUNT
                MOVE SPACES TO WS-SPAWN-FILE-NAME
                STRING "spawnpoints/" FUNCTION TRIM(WS-FILE-NAME)
                    DELIMITED BY SIZE INTO WS-SPAWN-FILE-NAME
                MOVE SPACES TO WS-SPAWN-LINE
                OPEN INPUT SPAWN-POINT-FILE
                IF WS-SPAWN-STATUS = "00"
                    READ SPAWN-POINT-FILE INTO WS-SPAWN-LINE
                    CLOSE SPAWN-POINT-FILE
                END-IF
                IF WS-SPAWN-LINE = SPACES
                        OR FUNCTION TEST-NUMVAL(WS-SPAWN-X) NOT = 0
                        OR FUNCTION TEST-NUMVAL(WS-SPAWN-Y) NOT = 0
                        OR FUNCTION TEST-NUMVAL(WS-SPAWN-Z) NOT = 0
                    MOVE "MALFORMED" TO WS-VERDICT
                    MOVE SPACES TO WS-BLOCK-TYPE
                    PERFORM Record-Finding
                ELSE
                    MOVE WS-SPAWN-X TO WS-POSITION-X
                    MOVE WS-SPAWN-Y TO WS-POSITION-Y
                    MOVE WS-SPAWN-Z TO WS-POSITION-Z
                    PERFORM Check-Position
                END-IF
            END-IF
        END-PERFORM
        CLOSE LIST-FILE.

    *> Matches block families the same way their RegisterBlock-*
    *> programs pick them: by block type.
    Check-Position.
        CALL "World-GetBlock" USING WS-POSITION WS-BLOCK-STATE
        CALL "Blocks-ToDescription" USING WS-BLOCK-STATE AUDIT-DESCRIPTION
        CALL "Registries-Lookup" USING "minecraft:block" AUDIT-NAME
            WS-BLOCK-ID
        MOVE SPACES TO WS-BLOCK-TYPE
        IF WS-BLOCK-ID >= 0
            MOVE WS-BLOCK-ID TO WS-BLOCK-ID-UNSIGNED
            CALL "Blocks-GetType" USING WS-BLOCK-ID-UNSIGNED WS-BLOCK-TYPE
        END-IF

        MOVE "N" TO WS-BLOCK-OK-FLAG
        EVALUATE WS-STORE-NAME
            WHEN "containers"
                IF WS-BLOCK-TYPE = "minecraft:chest"
                        OR WS-BLOCK-TYPE = "minecraft:barrel"
                        OR WS-BLOCK-TYPE = "minecraft:furnace"
                        OR WS-BLOCK-TYPE = "minecraft:crafting_table"
                        OR WS-BLOCK-TYPE = "minecraft:hopper"
                    MOVE "Y" TO WS-BLOCK-OK-FLAG
                END-IF
            WHEN "signs"
                IF WS-BLOCK-TYPE = "minecraft:sign"
                        OR WS-BLOCK-TYPE = "minecraft:wall_sign"
                    MOVE "Y" TO WS-BLOCK-OK-FLAG
                END-IF
            WHEN "furnaces"
                IF WS-BLOCK-TYPE = "minecraft:furnace"
                    MOVE "Y" TO WS-BLOCK-OK-FLAG
                END-IF
            WHEN "crafting"
                IF WS-BLOCK-TYPE = "minecraft:crafting_table"
                    MOVE "Y" TO WS-BLOCK-OK-FLAG
                END-IF
            WHEN "spawnpoints"
                MOVE FUNCTION STORED-CHAR-LENGTH(WS-BLOCK-TYPE)
                    TO WS-BLOCK-TYPE-LEN
                IF WS-BLOCK-TYPE-LEN > 4
                        AND WS-BLOCK-TYPE(WS-BLOCK-TYPE-LEN - 3:4) = "_bed"
                    MOVE "Y" TO WS-BLOCK-OK-FLAG
                END-IF
        END-EVALUATE
        IF WS-BLOCK-OK-FLAG = "Y"
            EXIT PARAGRAPH
        END-IF

        IF AUDIT-NAME = "minecraft:air" OR AUDIT-NAME = "minecraft:cave_air"
                OR AUDIT-NAME = "minecraft:void_air"
            MOVE "ORPHAN" TO WS-VERDICT
        ELSE
            MOVE "MISMATCH" TO WS-VERDICT
        END-IF
        MOVE AUDIT-NAME TO WS-BLOCK-TYPE
        PERFORM Record-Finding.

    Record-Finding.
        EVALUATE WS-VERDICT
            WHEN "ORPHAN"
                ADD 1 TO WS-ORPHAN-COUNT
            WHEN "MISMATCH"
                ADD 1 TO WS-MISMATCH-COUNT
            WHEN OTHER
                ADD 1 TO WS-MALFORMED-COUNT
        END-EVALUATE
        MOVE WS-VERDICT TO WS-REPORT-VERDICT
        MOVE WS-STORE-NAME TO WS-REPORT-STORE
        MOVE WS-FILE-NAME TO WS-REPORT-FILE
        MOVE WS-BLOCK-TYPE TO WS-REPORT-BLOCK
        MOVE SPACES TO WS-REPORT-ACTION
        IF LK-REPAIR-FLAG = "Y"
            MOVE SPACES TO WS-COMMAND
            STRING "mkdir -p " FUNCTION TRIM(WS-ORPHAN-DIR) "/"
                FUNCTION TRIM(WS-STORE-NAME)
                " && mv " FUNCTION TRIM(WS-STORE-DIR) "/"
                FUNCTION TRIM(WS-FILE-NAME) " "
                FUNCTION TRIM(WS-ORPHAN-DIR) "/"
                FUNCTION TRIM(WS-STORE-NAME) "/"
                DELIMITED BY SIZE INTO WS-COMMAND
            CALL "SYSTEM" USING WS-COMMAND
            ADD 1 TO WS-ARCHIVED-COUNT
            MOVE "ARCHIVED" TO WS-REPORT-ACTION
        END-IF
        WRITE AUDIT-REPORT-RECORD FROM WS-REPORT-LINE.

END PROGRAM WorldAudit-Run.
