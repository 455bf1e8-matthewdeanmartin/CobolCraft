       >>SOURCE FORMAT FREE
*> --- LagProfile-Record ---
*> Counts one unit of tick work at a position into the shared lag
*> profile (DD-LAG-PROFILE). Called by ScheduledTick-Drain for every
*> fired queue entry (its action code) and by RedstoneTick-Propagate
*> for every dirty position recomputed ("REDSTONE"). A hopper chain or
*> a redstone clock hits the same few positions tick after tick, so
*> the last entry hit is tried before the table scan. A full table
*> drops new positions; the drop count is shown on the report.
IDENTIFICATION DIVISION.
PROGRAM-ID. LagProfile-Record.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-LAG-PROFILE.
    01 ENTRY-INDEX              BINARY-LONG UNSIGNED.

LINKAGE SECTION.
    01 LK-POSITION.
        02 LK-POSITION-X        BINARY-LONG.
        02 LK-POSITION-Y        BINARY-LONG.
        02 LK-POSITION-Z        BINARY-LONG.
    01 LK-ACTION                PIC X(16).

PROCEDURE DIVISION USING LK-POSITION LK-ACTION.
    MOVE LAG-PROFILE-LAST-HIT TO ENTRY-INDEX
    IF ENTRY-INDEX = 0 OR ENTRY-INDEX > LAG-PROFILE-COUNT
            OR LAG-PROFILE-POSITION(ENTRY-INDEX) NOT = LK-POSITION
            OR LAG-PROFILE-ACTION(ENTRY-INDEX) NOT = LK-ACTION
        PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
                UNTIL ENTRY-INDEX > LAG-PROFILE-COUNT
            IF LAG-PROFILE-POSITION(ENTRY-INDEX) = LK-POSITION
                    AND LAG-PROFILE-ACTION(ENTRY-INDEX) = LK-ACTION
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-IF
    IF ENTRY-INDEX > LAG-PROFILE-COUNT
        IF LAG-PROFILE-COUNT >= 1024
            ADD 1 TO LAG-PROFILE-DROPPED
            GOBACK
        END-IF
        ADD 1 TO LAG-PROFILE-COUNT
        MOVE LAG-PROFILE-COUNT TO ENTRY-INDEX
        MOVE LK-POSITION TO LAG-PROFILE-POSITION(ENTRY-INDEX)
        MOVE LK-ACTION TO LAG-PROFILE-ACTION(ENTRY-INDEX)
        MOVE 0 TO LAG-PROFILE-MINUTE(ENTRY-INDEX)
        MOVE 0 TO LAG-PROFILE-LAST-MINUTE(ENTRY-INDEX)
        MOVE 0 TO LAG-PROFILE-PEAK-MINUTE(ENTRY-INDEX)
        MOVE 0 TO LAG-PROFILE-WINDOW(ENTRY-INDEX)
    END-IF

    ADD 1 TO LAG-PROFILE-MINUTE(ENTRY-INDEX)
    ADD 1 TO LAG-PROFILE-WINDOW(ENTRY-INDEX)
    MOVE ENTRY-INDEX TO LAG-PROFILE-LAST-HIT

    GOBACK.

END PROGRAM LagProfile-Record.

*> --- LagProfile-CloseMinute ---
*> Called once a minute by PerformanceSampler-Record, right after the
*> TPS sample is taken: the running minute's counts become LAST-MINUTE
*> (what a TPS alert names as suspects) and feed the window's busiest-
*> minute figure, and the running minute starts over.
IDENTIFICATION DIVISION.
PROGRAM-ID. LagProfile-CloseMinute.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-LAG-PROFILE.
    01 ENTRY-INDEX              BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
            UNTIL ENTRY-INDEX > LAG-PROFILE-COUNT
        MOVE LAG-PROFILE-MINUTE(ENTRY-INDEX)
            TO LAG-PROFILE-LAST-MINUTE(ENTRY-INDEX)
        IF LAG-PROFILE-MINUTE(ENTRY-INDEX)
                > LAG-PROFILE-PEAK-MINUTE(ENTRY-INDEX)
            MOVE LAG-PROFILE-MINUTE(ENTRY-INDEX)
                TO LAG-PROFILE-PEAK-MINUTE(ENTRY-INDEX)
        END-IF
        MOVE 0 TO LAG-PROFILE-MINUTE(ENTRY-INDEX)
    END-PERFORM
    GOBACK.

END PROGRAM LagProfile-CloseMinute.

*> --- LagProfile-NearestClaim ---
*> The claim a position belongs to, or failing that the nearest one,
*> so a lag source can be put to a name. LK-DISTANCE is 0 inside the
*> claim's box, otherwise the largest per-axis gap to it in blocks.
*> LK-FOUND-FLAG is "N" only when there are no claims at all. The
*> claim table is cached and re-read at most once a minute - the
*> report asks for every tracked position in one go.
IDENTIFICATION DIVISION.
PROGRAM-ID. LagProfile-NearestClaim.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-REGION-ENTRY REPLACING LEADING ==PREFIX== BY ==WS==.
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-LOADED-AT             BINARY-LONG UNSIGNED VALUE 0.
    01 WS-REGION-INDEX          BINARY-LONG UNSIGNED.
    01 WS-REGION-FOUND-FLAG     PIC X(1).
    01 WS-CLAIM-COUNT           BINARY-LONG UNSIGNED VALUE 0.
    01 WS-CLAIM-TABLE.
        02 WS-CLAIM-ENTRY OCCURS 512 TIMES.
            03 WS-CLAIM-NAME        PIC X(32).
            03 WS-CLAIM-OWNER       PIC X(32).
            03 WS-CLAIM-MIN-X       BINARY-LONG.
            03 WS-CLAIM-MIN-Y       BINARY-LONG.
            03 WS-CLAIM-MIN-Z       BINARY-LONG.
            03 WS-CLAIM-MAX-X       BINARY-LONG.
            03 WS-CLAIM-MAX-Y       BINARY-LONG.
            03 WS-CLAIM-MAX-Z       BINARY-LONG.
    01 WS-CLAIM-IDX             BINARY-LONG UNSIGNED.
    01 WS-GAP                   BINARY-LONG.
    01 WS-DISTANCE              BINARY-LONG.

LINKAGE SECTION.
    01 LK-POSITION.
        02 LK-POSITION-X        BINARY-LONG.
        02 LK-POSITION-Y        BINARY-LONG.
        02 LK-POSITION-Z        BINARY-LONG.
    01 LK-CLAIM-NAME            PIC X(32).
    01 LK-OWNER-HEX             PIC X(32).
    01 LK-DISTANCE              BINARY-LONG UNSIGNED.
    01 LK-FOUND-FLAG            PIC X(1).

PROCEDURE DIVISION USING LK-POSITION LK-CLAIM-NAME LK-OWNER-HEX
        LK-DISTANCE LK-FOUND-FLAG.
    CALL "Time-UnixSeconds" USING WS-NOW
    IF WS-LOADED-AT = 0 OR WS-NOW - WS-LOADED-AT >= 60
        PERFORM Load-Claims
        MOVE WS-NOW TO WS-LOADED-AT
    END-IF

    MOVE "N" TO LK-FOUND-FLAG
    MOVE SPACES TO LK-CLAIM-NAME
    MOVE SPACES TO LK-OWNER-HEX
    MOVE 0 TO LK-DISTANCE
    PERFORM VARYING WS-CLAIM-IDX FROM 1 BY 1
            UNTIL WS-CLAIM-IDX > WS-CLAIM-COUNT
        MOVE 0 TO WS-DISTANCE
        COMPUTE WS-GAP = WS-CLAIM-MIN-X(WS-CLAIM-IDX) - LK-POSITION-X
        PERFORM Widen-Distance
        COMPUTE WS-GAP = LK-POSITION-X - WS-CLAIM-MAX-X(WS-CLAIM-IDX)
        PERFORM Widen-Distance
        COMPUTE WS-GAP = WS-CLAIM-MIN-Y(WS-CLAIM-IDX) - LK-POSITION-Y
        PERFORM Widen-Distance
        COMPUTE WS-GAP = LK-POSITION-Y - WS-CLAIM-MAX-Y(WS-CLAIM-IDX)
        PERFORM Widen-Distance
        COMPUTE WS-GAP = WS-CLAIM-MIN-Z(WS-CLAIM-IDX) - LK-POSITION-Z
        PERFORM Widen-Distance
        COMPUTE WS-GAP = LK-POSITION-Z - WS-CLAIM-MAX-Z(WS-CLAIM-IDX)
        PERFORM Widen-Distance
        IF LK-FOUND-FLAG = "N" OR WS-DISTANCE < LK-DISTANCE
            MOVE "Y" TO LK-FOUND-FLAG
            MOVE WS-CLAIM-NAME(WS-CLAIM-IDX) TO LK-CLAIM-NAME
            MOVE WS-CLAIM-OWNER(WS-CLAIM-IDX) TO LK-OWNER-HEX
            MOVE WS-DISTANCE TO LK-DISTANCE
            IF WS-DISTANCE = 0
                EXIT PERFORM
            END-IF
        END-IF
    END-PERFORM

    GOBACK.

    Widen-Distance.
        IF WS-GAP > WS-DISTANCE
            MOVE WS-GAP TO WS-DISTANCE
        END-IF.

    Load-Claims.
        MOVE 0 TO WS-CLAIM-COUNT
        MOVE 0 TO WS-REGION-INDEX
        MOVE "Y" TO WS-REGION-FOUND-FLAG
        PERFORM UNTIL WS-REGION-FOUND-FLAG NOT = "Y"
                OR WS-CLAIM-COUNT >= 512
            ADD 1 TO WS-REGION-INDEX
            CALL "Regions-GetEntry" USING WS-REGION-INDEX WS-REGION
                WS-REGION-FOUND-FLAG
            IF WS-REGION-FOUND-FLAG = "Y"
                ADD 1 TO WS-CLAIM-COUNT
                MOVE WS-REGION-NAME TO WS-CLAIM-NAME(WS-CLAIM-COUNT)
                MOVE WS-REGION-OWNER-HEX TO WS-CLAIM-OWNER(WS-CLAIM-COUNT)
                MOVE WS-REGION-MIN-X TO WS-CLAIM-MIN-X(WS-CLAIM-COUNT)
                MOVE WS-REGION-MIN-Y TO WS-CLAIM-MIN-Y(WS-CLAIM-COUNT)
                MOVE WS-REGION-MIN-Z TO WS-CLAIM-MIN-Z(WS-CLAIM-COUNT)
                MOVE WS-REGION-MAX-X TO WS-CLAIM-MAX-X(WS-CLAIM-COUNT)
                MOVE WS-REGION-MAX-Y TO WS-CLAIM-MAX-Y(WS-CLAIM-COUNT)
                MOVE WS-REGION-MAX-Z TO WS-CLAIM-MAX-Z(WS-CLAIM-COUNT)
            END-IF
        END-PERFORM.

END PROGRAM LagProfile-NearestClaim.

*> --- LagProfile-DipSuspects ---
*> For PerformanceSampler-Record's TPS alert: every position whose
*> work in the last closed minute reached LK-THRESHOLD, busiest first,
*> as "ACTION x,y,z (owner) n/min" pieces joined with "; " for as many
*> as fit in LK-TEXT. LK-COUNT is how many crossed the threshold, fit
*> or not, so the alert can say when the list is cut short.
IDENTIFICATION DIVISION.
PROGRAM-ID. LagProfile-DipSuspects.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-LAG-PROFILE.
    COPY DD-PLAYER-STATS REPLACING LEADING ==PREFIX== BY ==WS==.
    01 ENTRY-INDEX              BINARY-LONG UNSIGNED.
    01 WS-BEST-INDEX            BINARY-LONG UNSIGNED.
    01 WS-TAKEN-TABLE.
        02 WS-TAKEN             PIC X(1) OCCURS 1024 TIMES.
    01 WS-TEXT-POINTER          BINARY-LONG UNSIGNED.
    01 WS-FULL-FLAG             PIC X(1).
    01 WS-DONE-FLAG             PIC X(1).
    01 WS-PIECE                 PIC X(80).
    01 WS-PIECE-LENGTH          BINARY-LONG UNSIGNED.
    01 WS-CLAIM-NAME            PIC X(32).
    01 WS-OWNER-HEX             PIC X(32).
    01 WS-DISTANCE              BINARY-LONG UNSIGNED.
    01 WS-CLAIM-FOUND-FLAG      PIC X(1).
    01 WS-OWNER-NAME            PIC X(16).
    01 WS-X-DISPLAY             PIC -(9)9.
    01 WS-Y-DISPLAY             PIC -(9)9.
    01 WS-Z-DISPLAY             PIC -(9)9.
    01 WS-OPS-DISPLAY           PIC Z(9)9.

LINKAGE SECTION.
    01 LK-THRESHOLD             BINARY-LONG.
    01 LK-TEXT                  PIC X(112).
    01 LK-COUNT                 BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-THRESHOLD LK-TEXT LK-COUNT.
    MOVE SPACES TO LK-TEXT
    MOVE 0 TO LK-COUNT
    MOVE 1 TO WS-TEXT-POINTER
    MOVE "N" TO WS-FULL-FLAG
    MOVE ALL "N" TO WS-TAKEN-TABLE

    MOVE "N" TO WS-DONE-FLAG
    PERFORM UNTIL WS-DONE-FLAG = "Y"
        MOVE 0 TO WS-BEST-INDEX
        PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
                UNTIL ENTRY-INDEX > LAG-PROFILE-COUNT
            IF WS-TAKEN(ENTRY-INDEX) = "N"
                    AND LAG-PROFILE-LAST-MINUTE(ENTRY-INDEX) >= LK-THRESHOLD
                    AND LAG-PROFILE-LAST-MINUTE(ENTRY-INDEX) > 0
                IF WS-BEST-INDEX = 0
                    MOVE ENTRY-INDEX TO WS-BEST-INDEX
                ELSE
                    IF LAG-PROFILE-LAST-MINUTE(ENTRY-INDEX)
                            > LAG-PROFILE-LAST-MINUTE(WS-BEST-INDEX)
                        MOVE ENTRY-INDEX TO WS-BEST-INDEX
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF WS-BEST-INDEX = 0
            MOVE "Y" TO WS-DONE-FLAG
        ELSE
            MOVE "Y" TO WS-TAKEN(WS-BEST-INDEX)
            ADD 1 TO LK-COUNT
            IF WS-FULL-FLAG = "N"
                PERFORM Append-Suspect
            END-IF
        END-IF
    END-PERFORM

    GOBACK.

    Append-Suspect.
        CALL "LagProfile-NearestClaim" USING
            LAG-PROFILE-POSITION(WS-BEST-INDEX) WS-CLAIM-NAME WS-OWNER-HEX
            WS-DISTANCE WS-CLAIM-FOUND-FLAG
        IF WS-CLAIM-FOUND-FLAG = "Y"
            CALL "Stats-Get" USING WS-OWNER-HEX WS-STATS
            MOVE WS-STATS-USERNAME TO WS-OWNER-NAME
            IF WS-OWNER-NAME = SPACES
                MOVE WS-CLAIM-NAME TO WS-OWNER-NAME
            END-IF
        ELSE
            MOVE "no claim" TO WS-OWNER-NAME
        END-IF
        MOVE LAG-PROFILE-X(WS-BEST-INDEX) TO WS-X-DISPLAY
        MOVE LAG-PROFILE-Y(WS-BEST-INDEX) TO WS-Y-DISPLAY
        MOVE LAG-PROFILE-Z(WS-BEST-INDEX) TO WS-Z-DISPLAY
        MOVE LAG-PROFILE-LAST-MINUTE(WS-BEST-INDEX) TO WS-OPS-DISPLAY
        MOVE SPACES TO WS-PIECE
        STRING FUNCTION TRIM(LAG-PROFILE-ACTION(WS-BEST-INDEX)) " "
            FUNCTION TRIM(WS-X-DISPLAY) "," FUNCTION TRIM(WS-Y-DISPLAY) ","
            FUNCTION TRIM(WS-Z-DISPLAY) " (" FUNCTION TRIM(WS-OWNER-NAME)
            ") " FUNCTION TRIM(WS-OPS-DISPLAY) "/min"
            DELIMITED BY SIZE INTO WS-PIECE
        COMPUTE WS-PIECE-LENGTH =
            FUNCTION LENGTH(FUNCTION TRIM(WS-PIECE TRAILING))
        IF WS-TEXT-POINTER > 1
            ADD 2 TO WS-PIECE-LENGTH
        END-IF
        IF WS-TEXT-POINTER + WS-PIECE-LENGTH - 1 > LENGTH OF LK-TEXT
            MOVE "Y" TO WS-FULL-FLAG
            EXIT PARAGRAPH
        END-IF
        IF WS-TEXT-POINTER > 1
            STRING "; " DELIMITED BY SIZE INTO LK-TEXT
                WITH POINTER WS-TEXT-POINTER
        END-IF
        STRING FUNCTION TRIM(WS-PIECE TRAILING) DELIMITED BY SIZE
            INTO LK-TEXT WITH POINTER WS-TEXT-POINTER.

END PROGRAM LagProfile-DipSuspects.

*> --- LagProfile-Dump ---
*> The lag profile rolled up three ways - busiest positions, busiest
*> chunks, and work per claim (with everything outside a claim as one
*> "(unclaimed)" row) - each ranked and cut at lag-report-top rows
*> (default 10). Positions carry their claim owner, or the nearest
*> claim and how far away it is, since a hopper farm just outside a
*> base is still that base's farm. LK-DESTINATION "C" prints to the
*> host console ("lagsources" in ConsoleCommand-Execute); "R" writes
*> reports/lag-<timestamp>.log for LagReport-Run.
IDENTIFICATION DIVISION.
PROGRAM-ID. LagProfile-Dump.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LAG-REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD LAG-REPORT-FILE.
01 LAG-REPORT-RECORD           PIC X(132).

WORKING-STORAGE SECTION.
    COPY DD-LAG-PROFILE.
    COPY DD-PLAYER-STATS REPLACING LEADING ==PREFIX== BY ==WS==.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-NOW-DISPLAY           PIC 9(10).
    01 WS-SINCE-DISPLAY         PIC 9(10).
    01 WS-REPORT-FILE-NAME      PIC X(128).
    01 WS-OUT-LINE              PIC X(132).
    01 WS-TOP-KEY               PIC X(32) VALUE "lag-report-top".
    01 WS-TOP-DEFAULT           BINARY-LONG VALUE 10.
    01 WS-TOP                   BINARY-LONG.
    01 WS-RANK                  BINARY-LONG UNSIGNED.
    01 WS-BEST-INDEX            BINARY-LONG UNSIGNED.
    01 ENTRY-INDEX              BINARY-LONG UNSIGNED.
    01 WS-TAKEN-TABLE.
        02 WS-TAKEN             PIC X(1) OCCURS 1024 TIMES.
    01 WS-TOTAL-OPS             BINARY-DOUBLE UNSIGNED.

    *> --- claim of every tracked position, looked up once ---
    01 WS-ENTRY-CLAIM-TABLE.
        02 WS-ENTRY-CLAIM OCCURS 1024 TIMES.
            03 WS-ENTRY-CLAIM-NAME  PIC X(32).
            03 WS-ENTRY-OWNER-HEX   PIC X(32).
            03 WS-ENTRY-DISTANCE    BINARY-LONG UNSIGNED.
            03 WS-ENTRY-FOUND-FLAG  PIC X(1).

    *> --- chunk rollup ---
    01 WS-CHUNK-COUNT           BINARY-LONG UNSIGNED.
    01 WS-CHUNK-TABLE.
        02 WS-CHUNK-ENTRY OCCURS 1024 TIMES.
            03 WS-CHUNK-X           BINARY-LONG.
            03 WS-CHUNK-Z           BINARY-LONG.
            03 WS-CHUNK-OPS         BINARY-DOUBLE UNSIGNED.
            03 WS-CHUNK-POSITIONS   BINARY-LONG UNSIGNED.
    01 WS-CHUNK-IDX             BINARY-LONG UNSIGNED.
    01 WS-CX                    BINARY-LONG.
    01 WS-CZ                    BINARY-LONG.

    *> --- claim rollup; positions outside every claim share one row ---
    01 WS-ROLL-COUNT            BINARY-LONG UNSIGNED.
    01 WS-ROLL-TABLE.
        02 WS-ROLL-ENTRY OCCURS 1025 TIMES.
            03 WS-ROLL-NAME         PIC X(32).
            03 WS-ROLL-OWNER-HEX    PIC X(32).
            03 WS-ROLL-OPS          BINARY-DOUBLE UNSIGNED.
            03 WS-ROLL-POSITIONS    BINARY-LONG UNSIGNED.
    01 WS-ROLL-IDX              BINARY-LONG UNSIGNED.
    01 WS-ROLL-KEY-NAME         PIC X(32).
    01 WS-ROLL-KEY-OWNER        PIC X(32).
    01 WS-ROLL-TAKEN-TABLE.
        02 WS-ROLL-TAKEN        PIC X(1) OCCURS 1025 TIMES.

    01 WS-COUNT-DISPLAY         PIC Z(9)9.
    01 WS-OPS-DISPLAY           PIC Z(11)9.
    01 WS-DISTANCE-DISPLAY      PIC Z(8)9.
    01 WS-POSITION-LINE.
        02 WS-POSITION-RANK     PIC Z9.
        02 FILLER               PIC X VALUE SPACE.
        02 WS-POSITION-ACTION   PIC X(16).
        02 WS-POSITION-X        PIC -(8)9.
        02 WS-POSITION-Y        PIC -(5)9.
        02 WS-POSITION-Z        PIC -(8)9.
        02 WS-POSITION-OPS      PIC Z(10)9.
        02 WS-POSITION-PEAK     PIC Z(8)9.
        02 FILLER               PIC X(2) VALUE SPACES.
        02 WS-POSITION-CLAIM    PIC X(24).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-POSITION-OWNER    PIC X(16).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-POSITION-NEAR     PIC X(16).
    01 WS-POSITION-HEADER       PIC X(132) VALUE
        " # action                   x     y        z        ops  peak/min  claim                    owner            where".
    01 WS-CHUNK-LINE.
        02 WS-CHUNK-RANK        PIC Z9.
        02 FILLER               PIC X VALUE SPACE.
        02 WS-CHUNK-X-DISPLAY   PIC -(8)9.
        02 WS-CHUNK-Z-DISPLAY   PIC -(8)9.
        02 WS-CHUNK-OPS-DISPLAY PIC Z(10)9.
        02 WS-CHUNK-POS-DISPLAY PIC Z(9)9.
        02 FILLER               PIC X(2) VALUE SPACES.
        02 WS-CHUNK-BLOCKS      PIC X(40).
    01 WS-CHUNK-HEADER          PIC X(132) VALUE
        " #   chunk-x   chunk-z        ops positions  blocks".
    01 WS-ROLL-LINE.
        02 WS-ROLL-RANK         PIC Z9.
        02 FILLER               PIC X VALUE SPACE.
        02 WS-ROLL-NAME-DISPLAY PIC X(32).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-ROLL-OWNER-NAME   PIC X(16).
        02 WS-ROLL-OPS-DISPLAY  PIC Z(10)9.
        02 WS-ROLL-POS-DISPLAY  PIC Z(9)9.
    01 WS-ROLL-HEADER           PIC X(132) VALUE
        " # claim                            owner                    ops positions".
    01 WS-BLOCK-MIN-X           BINARY-LONG.
    01 WS-BLOCK-MIN-Z           BINARY-LONG.
    01 WS-BLOCK-MIN-X-DISPLAY   PIC -(9)9.
    01 WS-BLOCK-MIN-Z-DISPLAY   PIC -(9)9.
    01 WS-BLOCK-MAX-X-DISPLAY   PIC -(9)9.
    01 WS-BLOCK-MAX-Z-DISPLAY   PIC -(9)9.

LINKAGE SECTION.
    01 LK-DESTINATION           PIC X(1).

PROCEDURE DIVISION USING LK-DESTINATION.
    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE WS-NOW TO WS-NOW-DISPLAY
    CALL "ServerConfig-GetNumber" USING WS-TOP-KEY WS-TOP-DEFAULT WS-TOP
    IF WS-TOP < 1
        MOVE WS-TOP-DEFAULT TO WS-TOP
    END-IF

    IF LK-DESTINATION = "R"
        MOVE SPACES TO WS-REPORT-FILE-NAME
        STRING "reports/lag-" WS-NOW-DISPLAY ".log"
            DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME
        OPEN OUTPUT LAG-REPORT-FILE
        IF WS-FILE-STATUS NOT = "00"
            CALL "SYSTEM" USING "mkdir -p reports"
            OPEN OUTPUT LAG-REPORT-FILE
        END-IF
        IF WS-FILE-STATUS NOT = "00"
            DISPLAY "[lag-report] unable to open " FUNCTION TRIM(WS-REPORT-FILE-NAME) ", status=" WS-FILE-STATUS
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF

    MOVE 0 TO WS-TOTAL-OPS
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
            UNTIL ENTRY-INDEX > LAG-PROFILE-COUNT
        ADD LAG-PROFILE-WINDOW(ENTRY-INDEX) TO WS-TOTAL-OPS
    END-PERFORM

    MOVE SPACES TO WS-OUT-LINE
    IF LAG-PROFILE-SINCE = 0
        STRING "LAG SOURCES " WS-NOW-DISPLAY " - tick work since startup"
            DELIMITED BY SIZE INTO WS-OUT-LINE
    ELSE
        MOVE LAG-PROFILE-SINCE TO WS-SINCE-DISPLAY
        STRING "LAG SOURCES " WS-NOW-DISPLAY " - tick work since "
            WS-SINCE-DISPLAY
            DELIMITED BY SIZE INTO WS-OUT-LINE
    END-IF
    PERFORM Emit-Line

    IF LAG-PROFILE-COUNT = 0
        MOVE "No tick work recorded yet" TO WS-OUT-LINE
        PERFORM Emit-Line
        PERFORM Finish-Output
        MOVE 0 TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM Look-Up-Claims
    PERFORM Rank-Positions
    PERFORM Roll-Up-Chunks
    PERFORM Rank-Chunks
    PERFORM Roll-Up-Claims
    PERFORM Rank-Claims

    MOVE SPACES TO WS-OUT-LINE
    PERFORM Emit-Line
    MOVE LAG-PROFILE-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO WS-OUT-LINE
    STRING "POSITIONS: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO WS-OUT-LINE
    PERFORM Emit-Line
    MOVE WS-TOTAL-OPS TO WS-OPS-DISPLAY
    MOVE SPACES TO WS-OUT-LINE
    STRING "OPS: " FUNCTION TRIM(WS-OPS-DISPLAY)
        DELIMITED BY SIZE INTO WS-OUT-LINE
    PERFORM Emit-Line
    MOVE LAG-PROFILE-DROPPED TO WS-COUNT-DISPLAY
    MOVE SPACES TO WS-OUT-LINE
    STRING "DROPPED: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO WS-OUT-LINE
    PERFORM Emit-Line

    PERFORM Finish-Output
    MOVE 0 TO RETURN-CODE
    GOBACK.

    Emit-Line.
        IF LK-DESTINATION = "R"
            WRITE LAG-REPORT-RECORD FROM WS-OUT-LINE
        ELSE
            DISPLAY FUNCTION TRIM(WS-OUT-LINE TRAILING)
        END-IF.

    Finish-Output.
        IF LK-DESTINATION = "R"
            CLOSE LAG-REPORT-FILE
            DISPLAY "[lag-report] wrote " FUNCTION TRIM(WS-REPORT-FILE-NAME)
        END-IF.

    Look-Up-Claims.
        PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
                UNTIL ENTRY-INDEX > LAG-PROFILE-COUNT
            CALL "LagProfile-NearestClaim" USING
                LAG-PROFILE-POSITION(ENTRY-INDEX)
                WS-ENTRY-CLAIM-NAME(ENTRY-INDEX)
                WS-ENTRY-OWNER-HEX(ENTRY-INDEX)
                WS-ENTRY-DISTANCE(ENTRY-INDEX)
                WS-ENTRY-FOUND-FLAG(ENTRY-INDEX)
        END-PERFORM.

    Rank-Positions.
        MOVE SPACES TO WS-OUT-LINE
        PERFORM Emit-Line
        MOVE "BUSIEST POSITIONS" TO WS-OUT-LINE
        PERFORM Emit-Line
        MOVE WS-POSITION-HEADER TO WS-OUT-LINE
        PERFORM Emit-Line
        MOVE ALL "N" TO WS-TAKEN-TABLE
        PERFORM VARYING WS-RANK FROM 1 BY 1 UNTIL WS-RANK > WS-TOP
            MOVE 0 TO WS-BEST-INDEX
            PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
                    UNTIL ENTRY-INDEX > LAG-PROFILE-COUNT
                IF WS-TAKEN(ENTRY-INDEX) = "N"
                    IF WS-BEST-INDEX = 0
                        MOVE ENTRY-INDEX TO WS-BEST-INDEX
                    ELSE
                        IF LAG-PROFILE-WINDOW(ENTRY-INDEX)
                                > LAG-PROFILE-WINDOW(WS-BEST-INDEX)
                            MOVE ENTRY-INDEX TO WS-BEST-INDEX
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            IF WS-BEST-INDEX = 0
                EXIT PERFORM
            END-IF
            MOVE "Y" TO WS-TAKEN(WS-BEST-INDEX)
            PERFORM Write-Position-Line
        END-PERFORM.

    Write-Position-Line.
        MOVE WS-RANK TO WS-POSITION-RANK
        MOVE LAG-PROFILE-ACTION(WS-BEST-INDEX) TO WS-POSITION-ACTION
        MOVE LAG-PROFILE-X(WS-BEST-INDEX) TO WS-POSITION-X
        MOVE LAG-PROFILE-Y(WS-BEST-INDEX) TO WS-POSITION-Y
        MOVE LAG-PROFILE-Z(WS-BEST-INDEX) TO WS-POSITION-Z
        MOVE LAG-PROFILE-WINDOW(WS-BEST-INDEX) TO WS-POSITION-OPS
        MOVE LAG-PROFILE-PEAK-MINUTE(WS-BEST-INDEX) TO WS-POSITION-PEAK
        IF WS-ENTRY-FOUND-FLAG(WS-BEST-INDEX) = "Y"
            MOVE WS-ENTRY-CLAIM-NAME(WS-BEST-INDEX) TO WS-POSITION-CLAIM
            CALL "Stats-Get" USING WS-ENTRY-OWNER-HEX(WS-BEST-INDEX) WS-STATS
            MOVE WS-STATS-USERNAME TO WS-POSITION-OWNER
            IF WS-ENTRY-DISTANCE(WS-BEST-INDEX) = 0
                MOVE "inside" TO WS-POSITION-NEAR
            ELSE
                MOVE WS-ENTRY-DISTANCE(WS-BEST-INDEX) TO WS-DISTANCE-DISPLAY
                MOVE SPACES TO WS-POSITION-NEAR
                STRING FUNCTION TRIM(WS-DISTANCE-DISPLAY) " away"
                    DELIMITED BY SIZE INTO WS-POSITION-NEAR
            END-IF
        ELSE
            MOVE "-" TO WS-POSITION-CLAIM
            MOVE "-" TO WS-POSITION-OWNER
            MOVE "-" TO WS-POSITION-NEAR
        END-IF
        MOVE WS-POSITION-LINE TO WS-OUT-LINE
        PERFORM Emit-Line.

    Roll-Up-Chunks.
        MOVE 0 TO WS-CHUNK-COUNT
        PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
                UNTIL ENTRY-INDEX > LAG-PROFILE-COUNT
            COMPUTE WS-CX = FUNCTION INTEGER(LAG-PROFILE-X(ENTRY-INDEX) / 16)
            COMPUTE WS-CZ = FUNCTION INTEGER(LAG-PROFILE-Z(ENTRY-INDEX) / 16)
            PERFORM VARYING WS-CHUNK-IDX FROM 1 BY 1
                    UNTIL WS-CHUNK-IDX > WS-CHUNK-COUNT
                IF WS-CHUNK-X(WS-CHUNK-IDX) = WS-CX
                        AND WS-CHUNK-Z(WS-CHUNK-IDX) = WS-CZ
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF WS-CHUNK-IDX > WS-CHUNK-COUNT
                ADD 1 TO WS-CHUNK-COUNT
                MOVE WS-CHUNK-COUNT TO WS-CHUNK-IDX
                MOVE WS-CX TO WS-CHUNK-X(WS-CHUNK-IDX)
                MOVE WS-CZ TO WS-CHUNK-Z(WS-CHUNK-IDX)
                MOVE 0 TO WS-CHUNK-OPS(WS-CHUNK-IDX)
                MOVE 0 TO WS-CHUNK-POSITIONS(WS-CHUNK-IDX)
            END-IF
            ADD LAG-PROFILE-WINDOW(ENTRY-INDEX) TO WS-CHUNK-OPS(WS-CHUNK-IDX)
            ADD 1 TO WS-CHUNK-POSITIONS(WS-CHUNK-IDX)
        END-PERFORM.

    Rank-Chunks.
        MOVE SPACES TO WS-OUT-LINE
        PERFORM Emit-Line
        MOVE "BUSIEST CHUNKS" TO WS-OUT-LINE
        PERFORM Emit-Line
        MOVE WS-CHUNK-HEADER TO WS-OUT-LINE
        PERFORM Emit-Line
        MOVE ALL "N" TO WS-TAKEN-TABLE
        PERFORM VARYING WS-RANK FROM 1 BY 1 UNTIL WS-RANK > WS-TOP
            MOVE 0 TO WS-BEST-INDEX
            PERFORM VARYING WS-CHUNK-IDX FROM 1 BY 1
                    UNTIL WS-CHUNK-IDX > WS-CHUNK-COUNT
                IF WS-TAKEN(WS-CHUNK-IDX) = "N"
                    IF WS-BEST-INDEX = 0
                        MOVE WS-CHUNK-IDX TO WS-BEST-INDEX
                    ELSE
                        IF WS-CHUNK-OPS(WS-CHUNK-IDX)
                                > WS-CHUNK-OPS(WS-BEST-INDEX)
                            MOVE WS-CHUNK-IDX TO WS-BEST-INDEX
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            IF WS-BEST-INDEX = 0
                EXIT PERFORM
            END-IF
            MOVE "Y" TO WS-TAKEN(WS-BEST-INDEX)
            MOVE WS-RANK TO WS-CHUNK-RANK
            MOVE WS-CHUNK-X(WS-BEST-INDEX) TO WS-CHUNK-X-DISPLAY
            MOVE WS-CHUNK-Z(WS-BEST-INDEX) TO WS-CHUNK-Z-DISPLAY
            MOVE WS-CHUNK-OPS(WS-BEST-INDEX) TO WS-CHUNK-OPS-DISPLAY
            MOVE WS-CHUNK-POSITIONS(WS-BEST-INDEX) TO WS-CHUNK-POS-DISPLAY
            *> Block corners too, so staff can /tp straight there
            COMPUTE WS-BLOCK-MIN-X = WS-CHUNK-X(WS-BEST-INDEX) * 16
            COMPUTE WS-BLOCK-MIN-Z = WS-CHUNK-Z(WS-BEST-INDEX) * 16
            MOVE WS-BLOCK-MIN-X TO WS-BLOCK-MIN-X-DISPLAY
            MOVE WS-BLOCK-MIN-Z TO WS-BLOCK-MIN-Z-DISPLAY
            COMPUTE WS-BLOCK-MAX-X-DISPLAY = WS-BLOCK-MIN-X + 15
            COMPUTE WS-BLOCK-MAX-Z-DISPLAY = WS-BLOCK-MIN-Z + 15
            MOVE SPACES TO WS-CHUNK-BLOCKS
            STRING FUNCTION TRIM(WS-BLOCK-MIN-X-DISPLAY) ","
                FUNCTION TRIM(WS-BLOCK-MIN-Z-DISPLAY) " to "
                FUNCTION TRIM(WS-BLOCK-MAX-X-DISPLAY) ","
                FUNCTION TRIM(WS-BLOCK-MAX-Z-DISPLAY)
                DELIMITED BY SIZE INTO WS-CHUNK-BLOCKS
            MOVE WS-CHUNK-LINE TO WS-OUT-LINE
            PERFORM Emit-Line
        END-PERFORM.

    Roll-Up-Claims.
        MOVE 0 TO WS-ROLL-COUNT
        PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
                UNTIL ENTRY-INDEX > LAG-PROFILE-COUNT
            IF WS-ENTRY-FOUND-FLAG(ENTRY-INDEX) = "Y"
                    AND WS-ENTRY-DISTANCE(ENTRY-INDEX) = 0
                MOVE WS-ENTRY-CLAIM-NAME(ENTRY-INDEX) TO WS-ROLL-KEY-NAME
                MOVE WS-ENTRY-OWNER-HEX(ENTRY-INDEX) TO WS-ROLL-KEY-OWNER
            ELSE
                MOVE "(unclaimed)" TO WS-ROLL-KEY-NAME
                MOVE SPACES TO WS-ROLL-KEY-OWNER
            END-IF
            PERFORM VARYING WS-ROLL-IDX FROM 1 BY 1
                    UNTIL WS-ROLL-IDX > WS-ROLL-COUNT
                IF WS-ROLL-NAME(WS-ROLL-IDX) = WS-ROLL-KEY-NAME
                        AND WS-ROLL-OWNER-HEX(WS-ROLL-IDX) = WS-ROLL-KEY-OWNER
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF WS-ROLL-IDX > WS-ROLL-COUNT
                ADD 1 TO WS-ROLL-COUNT
                MOVE WS-ROLL-COUNT TO WS-ROLL-IDX
                MOVE WS-ROLL-KEY-NAME TO WS-ROLL-NAME(WS-ROLL-IDX)
                MOVE WS-ROLL-KEY-OWNER TO WS-ROLL-OWNER-HEX(WS-ROLL-IDX)
                MOVE 0 TO WS-ROLL-OPS(WS-ROLL-IDX)
                MOVE 0 TO WS-ROLL-POSITIONS(WS-ROLL-IDX)
            END-IF
            ADD LAG-PROFILE-WINDOW(ENTRY-INDEX) TO WS-ROLL-OPS(WS-ROLL-IDX)
            ADD 1 TO WS-ROLL-POSITIONS(WS-ROLL-IDX)
        END-PERFORM.

    Rank-Claims.
        MOVE SPACES TO WS-OUT-LINE
        PERFORM Emit-Line
        MOVE "BY CLAIM" TO WS-OUT-LINE
        PERFORM Emit-Line
        MOVE WS-ROLL-HEADER TO WS-OUT-LINE
        PERFORM Emit-Line
        MOVE ALL "N" TO WS-ROLL-TAKEN-TABLE
        PERFORM VARYING WS-RANK FROM 1 BY 1 UNTIL WS-RANK > WS-TOP
            MOVE 0 TO WS-BEST-INDEX
            PERFORM VARYING WS-ROLL-IDX FROM 1 BY 1
                    UNTIL WS-ROLL-IDX > WS-ROLL-COUNT
                IF WS-ROLL-TAKEN(WS-ROLL-IDX) = "N"
                    IF WS-BEST-INDEX = 0
                        MOVE WS-ROLL-IDX TO WS-BEST-INDEX
                    ELSE
                        IF WS-ROLL-OPS(WS-ROLL-IDX)
                                > WS-ROLL-OPS(WS-BEST-INDEX)
                            MOVE WS-ROLL-IDX TO WS-BEST-INDEX
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            IF WS-BEST-INDEX = 0
                EXIT PERFORM
            END-IF
            MOVE "Y" TO WS-ROLL-TAKEN(WS-BEST-INDEX)
            MOVE WS-RANK TO WS-ROLL-RANK
            MOVE WS-ROLL-NAME(WS-BEST-INDEX) TO WS-ROLL-NAME-DISPLAY
            IF WS-ROLL-OWNER-HEX(WS-BEST-INDEX) = SPACES
                MOVE "-" TO WS-ROLL-OWNER-NAME
            ELSE
                CALL "Stats-Get" USING WS-ROLL-OWNER-HEX(WS-BEST-INDEX)
                    WS-STATS
                MOVE WS-STATS-USERNAME TO WS-ROLL-OWNER-NAME
            END-IF
            MOVE WS-ROLL-OPS(WS-BEST-INDEX) TO WS-ROLL-OPS-DISPLAY
            MOVE WS-ROLL-POSITIONS(WS-BEST-INDEX) TO WS-ROLL-POS-DISPLAY
            MOVE WS-ROLL-LINE TO WS-OUT-LINE
            PERFORM Emit-Line
        END-PERFORM.

END PROGRAM LagProfile-Dump.

*> --- LagReport-Run ---
*> Hourly batch job: writes the lag profile to
*> reports/lag-<timestamp>.log through LagProfile-Dump, then starts a
*> fresh window. Positions busy in the running minute stay in the
*> table (their work so far carried into the new window), as do those
*> busy in the last closed minute, which a TPS alert may still name;
*> positions that have gone quiet are compacted out, so a hopper that
*> was broken an hour ago doesn't hold a slot forever.
*> Not one of NightlyBatch-Run's steps: the host's scheduler starts
*> it every hour and reads the same completion code as the nightly
*> steps (0 done, 8 when LagProfile-Dump could not write the report -
*> the window restarts either way).
IDENTIFICATION DIVISION.
PROGRAM-ID. LagReport-Run.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-LAG-PROFILE.
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 ENTRY-INDEX              BINARY-LONG UNSIGNED.
    01 COMPACT-INDEX            BINARY-LONG UNSIGNED.
    01 WS-DUMP-RC               BINARY-LONG.

PROCEDURE DIVISION.
    CALL "LagProfile-Dump" USING "R"
    MOVE RETURN-CODE TO WS-DUMP-RC

    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE 0 TO COMPACT-INDEX
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
            UNTIL ENTRY-INDEX > LAG-PROFILE-COUNT
        IF LAG-PROFILE-MINUTE(ENTRY-INDEX) > 0
                OR LAG-PROFILE-LAST-MINUTE(ENTRY-INDEX) > 0
            ADD 1 TO COMPACT-INDEX
            IF COMPACT-INDEX NOT = ENTRY-INDEX
                MOVE LAG-PROFILE-ENTRY(ENTRY-INDEX)
                    TO LAG-PROFILE-ENTRY(COMPACT-INDEX)
            END-IF
            MOVE LAG-PROFILE-MINUTE(COMPACT-INDEX)
                TO LAG-PROFILE-WINDOW(COMPACT-INDEX)
            MOVE 0 TO LAG-PROFILE-PEAK-MINUTE(COMPACT-INDEX)
        END-IF
    END-PERFORM
    MOVE COMPACT-INDEX TO LAG-PROFILE-COUNT
    MOVE 0 TO LAG-PROFILE-LAST-HIT
    MOVE 0 TO LAG-PROFILE-DROPPED
    MOVE WS-NOW TO LAG-PROFILE-SINCE

    MOVE WS-DUMP-RC TO RETURN-CODE
    GOBACK.

END PROGRAM LagReport-Run.
