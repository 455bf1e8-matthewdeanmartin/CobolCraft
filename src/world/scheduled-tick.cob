*>   FLUID-FLOW    run one water/lava update (Fluid-FlowAt): spread,
*>                 drain, or harden on contact, with follow-up
*>                 positions rescheduled through the pending buffer
*>   CRAFT-CHECK   run one crafting table check (CraftingTable-CheckAt):
*>                 keep the result slot in step with the grid and pay
*>                 for a taken result, re-arming while the table is
*>                 in use
*>
*> An unknown action is dropped with a warning rather than left to
*> clog the queue forever. Every fired entry is counted against its
*> position and action in the lag profile (LagProfile-Record).
IDENTIFICATION DIVISION.
PROGRAM-ID. ScheduledTick-Drain.

    01 HOPPER-DELAY-NUMBER      BINARY-LONG.
    01 FURNACE-REARM-FLAG       PIC X(1).
    01 FURNACE-DELAY-TICKS      BINARY-LONG UNSIGNED VALUE 20.
    01 CRAFT-REARM-FLAG         PIC X(1).
    01 CRAFT-DELAY-TICKS        BINARY-LONG UNSIGNED VALUE 5.
    01 CROP-REARM-FLAG          PIC X(1).
    01 CROP-DELAY-TICKS         BINARY-LONG UNSIGNED.
    01 FLUID-FOLLOW-COUNT       BINARY-LONG UNSIGNED.
            MOVE SCHEDULED-TICK-POSITION(ENTRY-INDEX) TO FIRED-POSITION
            MOVE SCHEDULED-TICK-ACTION(ENTRY-INDEX) TO FIRED-ACTION
            PERFORM Fire-Scheduled-Action
            CALL "LagProfile-Record" USING FIRED-POSITION FIRED-ACTION
        ELSE
            ADD 1 TO COMPACT-INDEX
            IF COMPACT-INDEX NOT = ENTRY-INDEX
                PERFORM Run-Crop-Grow
            WHEN "FLUID-FLOW"
                PERFORM Run-Fluid-Flow
            WHEN "CRAFT-CHECK"
                PERFORM Run-Craft-Check
            WHEN OTHER
                DISPLAY "[scheduled-tick] unknown action "
                    FUNCTION TRIM(FIRED-ACTION) " dropped"
                TO PENDING-RECHECK-DELAY(PENDING-RECHECK-COUNT)
        END-IF.

    Run-Craft-Check.
        *> CraftingTable-CheckAt owns the grid and the result slot; it
        *> reports "Y" while a result is on offer or the table was in
        *> use lately, and an idle table's loop dies out until the
        *> window is next opened.
        CALL "CraftingTable-CheckAt" USING FIRED-POSITION
            CRAFT-REARM-FLAG
        IF CRAFT-REARM-FLAG = "Y"
                AND PENDING-RECHECK-COUNT < 128
            ADD 1 TO PENDING-RECHECK-COUNT
            MOVE FIRED-POSITION
                TO PENDING-RECHECK-POSITION(PENDING-RECHECK-COUNT)
            MOVE "CRAFT-CHECK"
                TO PENDING-RECHECK-ACTION(PENDING-RECHECK-COUNT)
            MOVE CRAFT-DELAY-TICKS
                TO PENDING-RECHECK-DELAY(PENDING-RECHECK-COUNT)
        END-IF.

    Clear-Powered-Property.
        CALL "World-GetBlock" USING FIRED-POSITION BLOCK-STATE
        MOVE BLOCK-STATE TO OLD-BLOCK-STATE
        END-IF.

END PROGRAM ScheduledTick-Drain.

*> --- ScheduledTick-Save ---
*> Writes the scheduled-tick queue to world/scheduled-ticks.dat, so
*> pending crop growth, hopper and furnace cycles, button releases and
*> fluid flow survive a restart. Each entry is stored with the ticks it
*> still had to wait, not its absolute due tick: the tick counter
*> starts over with the process, and ScheduledTick-Restore re-enqueues
*> every entry with its remaining delay against the new clock. Called
*> from WorldSave-MarkComplete, which the world save and both clean
*> shutdown paths run. Written through a .new file renamed into place,
*> so a crash mid-write leaves the previous copy intact.
IDENTIFICATION DIVISION.
PROGRAM-ID. ScheduledTick-Save.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT QUEUE-FILE ASSIGN TO "world/scheduled-ticks.dat.new"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD QUEUE-FILE.
01 QUEUE-RECORD                PIC X(64).

WORKING-STORAGE SECTION.
    COPY DD-SCHEDULED-TICKS.
    01 WS-FILE-STATUS           PIC X(2).
    01 CURRENT-TICK             BINARY-DOUBLE UNSIGNED.
    01 ENTRY-INDEX              BINARY-LONG UNSIGNED.
    01 WS-QUEUE-LINE.
        02 WS-QUEUE-DELAY       PIC 9(10).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-QUEUE-X           PIC -(8)9.
        02 FILLER               PIC X VALUE SPACE.
        02 WS-QUEUE-Y           PIC -(8)9.
        02 FILLER               PIC X VALUE SPACE.
        02 WS-QUEUE-Z           PIC -(8)9.
        02 FILLER               PIC X VALUE SPACE.
        02 WS-QUEUE-ACTION      PIC X(16).

PROCEDURE DIVISION.
    CALL "Server-GetCurrentTick" USING CURRENT-TICK

    OPEN OUTPUT QUEUE-FILE
    IF WS-FILE-STATUS NOT = "00"
        CALL "SYSTEM" USING "mkdir -p world"
        OPEN OUTPUT QUEUE-FILE
    END-IF
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "[scheduled-tick] unable to open world/scheduled-ticks.dat.new, status=" WS-FILE-STATUS
        GOBACK
    END-IF

    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
            UNTIL ENTRY-INDEX > SCHEDULED-TICK-COUNT
        *> Already due but not yet drained: due the moment it is back
        IF SCHEDULED-TICK-DUE(ENTRY-INDEX) > CURRENT-TICK
            COMPUTE WS-QUEUE-DELAY =
                SCHEDULED-TICK-DUE(ENTRY-INDEX) - CURRENT-TICK
        ELSE
            MOVE 0 TO WS-QUEUE-DELAY
        END-IF
        MOVE SCHEDULED-TICK-X(ENTRY-INDEX) TO WS-QUEUE-X
        MOVE SCHEDULED-TICK-Y(ENTRY-INDEX) TO WS-QUEUE-Y
        MOVE SCHEDULED-TICK-Z(ENTRY-INDEX) TO WS-QUEUE-Z
        MOVE SCHEDULED-TICK-ACTION(ENTRY-INDEX) TO WS-QUEUE-ACTION
        WRITE QUEUE-RECORD FROM WS-QUEUE-LINE
    END-PERFORM
    CLOSE QUEUE-FILE

    CALL "SYSTEM" USING "mv world/scheduled-ticks.dat.new world/scheduled-ticks.dat"

    GOBACK.

END PROGRAM ScheduledTick-Save.

*> --- ScheduledTick-Restore ---
*> Boot-time replay of world/scheduled-ticks.dat into the queue,
*> run by CrashRecovery-Run on every boot, clean or not. Each row goes
*> back in through ScheduledTick-Enqueue with its remaining delay, so
*> due ticks are rebased to the new clock. A row that cannot go back -
*> unreadable, an action ScheduledTick-Drain no longer knows, or no
*> room left in the queue - is named on the console and counted in
*> LK-FAILED-COUNT for the caller to report.
IDENTIFICATION DIVISION.
PROGRAM-ID. ScheduledTick-Restore.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT QUEUE-FILE ASSIGN TO "world/scheduled-ticks.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD QUEUE-FILE.
01 QUEUE-RECORD                PIC X(64).

WORKING-STORAGE SECTION.
    COPY DD-SCHEDULED-TICKS.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-QUEUE-LINE.
        02 WS-QUEUE-DELAY       PIC 9(10).
        02 FILLER               PIC X.
        02 WS-QUEUE-X           PIC -(8)9.
        02 FILLER               PIC X.
        02 WS-QUEUE-Y           PIC -(8)9.
        02 FILLER               PIC X.
        02 WS-QUEUE-Z           PIC -(8)9.
        02 FILLER               PIC X.
        02 WS-QUEUE-ACTION      PIC X(16).
    01 WS-QUEUE-COORDINATES REDEFINES WS-QUEUE-LINE.
        02 FILLER               PIC X(11).
        02 WS-QUEUE-X-TEXT      PIC X(9).
        02 FILLER               PIC X.
        02 WS-QUEUE-Y-TEXT      PIC X(9).
        02 FILLER               PIC X.
        02 WS-QUEUE-Z-TEXT      PIC X(9).
        02 FILLER               PIC X(17).
    *> The actions ScheduledTick-Drain performs; keep in step with its
    *> EVALUATE
    01 WS-KNOWN-ACTIONS.
        02 FILLER               PIC X(16) VALUE "POWER-OFF".
        02 FILLER               PIC X(16) VALUE "PLATE-CHECK".
        02 FILLER               PIC X(16) VALUE "HOPPER-MOVE".
        02 FILLER               PIC X(16) VALUE "FURNACE-COOK".
        02 FILLER               PIC X(16) VALUE "CROP-GROW".
        02 FILLER               PIC X(16) VALUE "FLUID-FLOW".
        02 FILLER               PIC X(16) VALUE "CRAFT-CHECK".
    01 WS-KNOWN-ACTION-TABLE REDEFINES WS-KNOWN-ACTIONS.
        02 WS-KNOWN-ACTION      PIC X(16) OCCURS 7 TIMES.
    01 WS-ACTION-INDEX          BINARY-LONG UNSIGNED.
    01 WS-LINE-NUMBER           BINARY-LONG UNSIGNED.
    01 WS-LINE-DISPLAY          PIC Z(9)9.
    01 WS-RESTORE-POSITION.
        02 WS-RESTORE-X         BINARY-LONG.
        02 WS-RESTORE-Y         BINARY-LONG.
        02 WS-RESTORE-Z         BINARY-LONG.
    01 WS-RESTORE-DELAY         BINARY-LONG UNSIGNED.
    01 WS-RESTORE-ACTION        PIC X(16).
    01 WS-FAIL-REASON           PIC X(32).

LINKAGE SECTION.
    01 LK-RESTORED-COUNT        BINARY-LONG UNSIGNED.
    01 LK-FAILED-COUNT          BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-RESTORED-COUNT LK-FAILED-COUNT.
    MOVE 0 TO LK-RESTORED-COUNT
    MOVE 0 TO LK-FAILED-COUNT
    MOVE 0 TO WS-LINE-NUMBER

    OPEN INPUT QUEUE-FILE
    IF WS-FILE-STATUS NOT = "00"
        GOBACK
    END-IF

    PERFORM UNTIL WS-FILE-STATUS NOT = "00"
        MOVE SPACES TO WS-QUEUE-LINE
        READ QUEUE-FILE INTO WS-QUEUE-LINE
        IF WS-FILE-STATUS = "00"
            ADD 1 TO WS-LINE-NUMBER
            PERFORM Restore-Entry
        END-IF
    END-PERFORM
    CLOSE QUEUE-FILE

    GOBACK.

    Restore-Entry.
        MOVE SPACES TO WS-FAIL-REASON
        IF WS-QUEUE-DELAY IS NOT NUMERIC
                OR WS-QUEUE-X-TEXT = SPACES
                OR WS-QUEUE-Y-TEXT = SPACES
                OR WS-QUEUE-Z-TEXT = SPACES
            MOVE "unreadable row" TO WS-FAIL-REASON
        ELSE
            MOVE WS-QUEUE-ACTION TO WS-RESTORE-ACTION
            PERFORM VARYING WS-ACTION-INDEX FROM 1 BY 1
                    UNTIL WS-ACTION-INDEX > 7
                IF WS-KNOWN-ACTION(WS-ACTION-INDEX) = WS-RESTORE-ACTION
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF WS-ACTION-INDEX > 7
                MOVE "unknown action" TO WS-FAIL-REASON
            ELSE
                IF SCHEDULED-TICK-COUNT >= 2048
                    MOVE "queue full" TO WS-FAIL-REASON
                END-IF
            END-IF
        END-IF

        IF WS-FAIL-REASON NOT = SPACES
            ADD 1 TO LK-FAILED-COUNT
            MOVE WS-LINE-NUMBER TO WS-LINE-DISPLAY
            DISPLAY "[scheduled-tick] could not restore line "
                FUNCTION TRIM(WS-LINE-DISPLAY) " ("
                FUNCTION TRIM(WS-FAIL-REASON) "): "
                FUNCTION TRIM(WS-QUEUE-LINE)
            EXIT PARAGRAPH
        END-IF

        MOVE WS-QUEUE-X TO WS-RESTORE-X
        MOVE WS-QUEUE-Y TO WS-RESTORE-Y
        MOVE WS-QUEUE-Z TO WS-RESTORE-Z
        MOVE WS-QUEUE-DELAY TO WS-RESTORE-DELAY
        CALL "ScheduledTick-Enqueue" USING WS-RESTORE-POSITION
            WS-RESTORE-DELAY WS-RESTORE-ACTION
        ADD 1 TO LK-RESTORED-COUNT.

END PROGRAM ScheduledTick-Restore.
