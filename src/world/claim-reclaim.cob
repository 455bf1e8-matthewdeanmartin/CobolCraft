       >>SOURCE FORMAT FREE
*> --- ClaimReclaim-Run ---
*> Weekly batch job that frees land held by claim owners who have
*> stopped playing. Each claim owner's last activity is the newest of
*> their connections.log and session-ends.log rows (live files and
*> every logs/archive/<timestamp>/ copy still on disk), carried forward
*> in world/claim-last-seen.dat so archive retention can never make a
*> long-gone owner look newer than they are; an owner online right now
*> is seen now, and an owner with no trace at all is first tracked
*> from this run rather than treated as gone forever.
*>
*>   - an owner away longer than claim-inactive-days (default 90) gets
*>     a warning through Mail-Send, stamped per claim in
*>     world/claim-warnings.dat;
*>   - claim-grace-days (default 14) after that warning, if they still
*>     have not been back, the claim is released through
*>     Regions-Remove and the owner is mailed that it went;
*>   - an owner who returns in between simply drops off the warning
*>     list;
*>   - claims staff marked with "/claim exempt <name>" (the
*>     config/regions-exempt.txt list) never expire.
*>
*> The run is reported to reports/claim-reclaim-<timestamp>.log with
*> one line per warned, pending, released and exempt claim.
*> Not one of NightlyBatch-Run's steps: the host's scheduler starts
*> it once a week, as it starts the nightly stream, and reads the same
*> completion code (0 done, 8 could not write the report or its state
*> file).
IDENTIFICATION DIVISION.
PROGRAM-ID. ClaimReclaim-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LOG-FILE ASSIGN TO WS-LOG-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.
    SELECT LIST-FILE ASSIGN TO "cache/claim-reclaim-list.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIST-STATUS.
    SELECT STATE-FILE ASSIGN TO WS-STATE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATE-STATUS.
    SELECT EXEMPT-FILE ASSIGN TO "config/regions-exempt.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXEMPT-STATUS.
    SELECT RECLAIM-REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD LOG-FILE.
01 LOG-RECORD                  PIC X(128).
FD LIST-FILE.
01 LIST-RECORD                 PIC X(128).
FD STATE-FILE.
01 STATE-RECORD                PIC X(80).
FD EXEMPT-FILE.
01 EXEMPT-RECORD               PIC X(80).
FD RECLAIM-REPORT-FILE.
01 RECLAIM-REPORT-RECORD       PIC X(160).

WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-REGION-ENTRY REPLACING LEADING ==PREFIX== BY ==WS==.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-LOG-STATUS            PIC X(2).
    01 WS-LIST-STATUS           PIC X(2).
    01 WS-STATE-STATUS          PIC X(2).
    01 WS-STATE-SAVE-FAILED     PIC X(1).
    01 WS-EXEMPT-STATUS         PIC X(2).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-NOW-DISPLAY           PIC 9(10).
    01 WS-LOG-FILE-NAME         PIC X(128).
    01 WS-STATE-FILE-NAME       PIC X(128).
    01 WS-REPORT-FILE-NAME      PIC X(128).
    01 WS-STATE-RENAME          PIC X(280).

    01 WS-INACTIVE-KEY          PIC X(32) VALUE "claim-inactive-days".
    01 WS-INACTIVE-DEFAULT      BINARY-LONG VALUE 90.
    01 WS-INACTIVE-DAYS         BINARY-LONG.
    01 WS-GRACE-KEY             PIC X(32) VALUE "claim-grace-days".
    01 WS-GRACE-DEFAULT         BINARY-LONG VALUE 14.
    01 WS-GRACE-DAYS            BINARY-LONG.
    01 WS-INACTIVE-SECONDS      BINARY-LONG UNSIGNED.
    01 WS-GRACE-SECONDS         BINARY-LONG UNSIGNED.

    *> --- every claim, as read from config/regions.txt ---
    01 WS-CLAIM-MAX             BINARY-LONG UNSIGNED VALUE 512.
    01 WS-CLAIM-COUNT           BINARY-LONG UNSIGNED VALUE 0.
    01 WS-CLAIM-TABLE.
        02 WS-CLAIM-ENTRY OCCURS 512 TIMES.
            03 WS-CLAIM-NAME        PIC X(32).
            03 WS-CLAIM-OWNER-IDX   BINARY-LONG UNSIGNED.
            03 WS-CLAIM-EXEMPT      PIC X(1).
            03 WS-CLAIM-WARNED-AT   BINARY-LONG UNSIGNED.
    01 WS-CLAIM-IDX             BINARY-LONG UNSIGNED.
    01 WS-REGION-INDEX          BINARY-LONG UNSIGNED.
    01 WS-REGION-FOUND-FLAG     PIC X(1).

    *> --- distinct claim owners and when each was last seen ---
    01 WS-OWNER-MAX             BINARY-LONG UNSIGNED VALUE 512.
    01 WS-OWNER-COUNT           BINARY-LONG UNSIGNED VALUE 0.
    01 WS-OWNER-TABLE.
        02 WS-OWNER-ENTRY OCCURS 512 TIMES.
            03 WS-OWNER-HEX         PIC X(32).
            03 WS-OWNER-LAST-SEEN   BINARY-LONG UNSIGNED.
            03 WS-OWNER-USERNAME    PIC X(16).
    01 WS-OWNER-IDX             BINARY-LONG UNSIGNED.
    01 WS-LOOKUP-HEX            PIC X(32).
    01 WS-LOOKUP-TS             BINARY-LONG UNSIGNED.
    01 WS-PLAYER-HEX            PIC X(32).
    COPY DD-PLAYER-STATS REPLACING LEADING ==PREFIX== BY ==WS==.

    *> connections.log rows carry the UUID hex from column 22,
    *> session-ends.log rows from column 12
    01 WS-HEX-OFFSET            BINARY-LONG UNSIGNED.
    01 WS-ROW-TS-TEXT           PIC X(10).

    01 WS-SEEN-LINE.
        02 WS-SEEN-HEX          PIC X(32).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-SEEN-TS           PIC 9(10).
    01 WS-WARNING-LINE.
        02 WS-WARNING-NAME      PIC X(32).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-WARNING-OWNER     PIC X(32).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-WARNING-TS        PIC 9(10).

    01 WS-AWAY-SECONDS          BINARY-LONG UNSIGNED.
    01 WS-AWAY-DAYS             BINARY-LONG UNSIGNED.
    01 WS-DAYS-DISPLAY          PIC Z(5)9.
    01 WS-GRACE-DISPLAY         PIC Z(5)9.
    01 WS-REMOVED-FLAG          PIC X(1).
    01 WS-WARNED-COUNT          BINARY-LONG UNSIGNED VALUE 0.
    01 WS-PENDING-COUNT         BINARY-LONG UNSIGNED VALUE 0.
    01 WS-RELEASED-COUNT        BINARY-LONG UNSIGNED VALUE 0.
    01 WS-EXEMPT-COUNT          BINARY-LONG UNSIGNED VALUE 0.
    01 WS-ACTIVE-COUNT          BINARY-LONG UNSIGNED VALUE 0.
    01 WS-COUNT-DISPLAY         PIC Z(8)9.
    01 WS-REPORT-LINE.
        02 WS-REPORT-STATUS     PIC X(9).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-REPORT-NAME       PIC X(32).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-REPORT-OWNER      PIC X(32).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-REPORT-USERNAME   PIC X(16).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-REPORT-DAYS       PIC Z(5)9.
        02 FILLER               PIC X(10) VALUE " days away".

    01 WS-SERVER-HEX            PIC X(32) VALUE ALL "0".
    01 WS-SERVER-NAME           PIC X(16) VALUE "server".
    01 WS-MAIL-KIND             PIC X(1) VALUE "M".
    01 WS-MAIL-TEXT             PIC X(200).

PROCEDURE DIVISION.
    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE WS-NOW TO WS-NOW-DISPLAY
    MOVE "N" TO WS-STATE-SAVE-FAILED
    MOVE 0 TO WS-CLAIM-COUNT
    MOVE 0 TO WS-OWNER-COUNT
    MOVE 0 TO WS-WARNED-COUNT
    MOVE 0 TO WS-PENDING-COUNT
    MOVE 0 TO WS-RELEASED-COUNT
    MOVE 0 TO WS-EXEMPT-COUNT
    MOVE 0 TO WS-ACTIVE-COUNT
    CALL "ServerConfig-GetNumber" USING WS-INACTIVE-KEY
        WS-INACTIVE-DEFAULT WS-INACTIVE-DAYS
    CALL "ServerConfig-GetNumber" USING WS-GRACE-KEY
        WS-GRACE-DEFAULT WS-GRACE-DAYS
    COMPUTE WS-INACTIVE-SECONDS = WS-INACTIVE-DAYS * 86400
    COMPUTE WS-GRACE-SECONDS = WS-GRACE-DAYS * 86400

    PERFORM Load-Claims
    IF WS-CLAIM-COUNT = 0
        DISPLAY "[claim-reclaim] no claims defined"
        MOVE 0 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM Load-Exempt-List
    PERFORM Load-Last-Seen
    PERFORM Scan-Activity-Logs
    PERFORM Load-Warnings

    *> Online owners are active now; owners nothing has ever recorded
    *> start their clock today.
    PERFORM VARYING PLAYER-IDX FROM 1 BY 1
            UNTIL PLAYER-IDX > PLAYER-COUNT
        IF PLAYER-CLIENT(PLAYER-IDX) NOT = 0
            CALL "Util-BytesToHex" USING PLAYER-UUID(PLAYER-IDX)
                WS-LOOKUP-HEX
            MOVE WS-NOW TO WS-LOOKUP-TS
            PERFORM Note-Seen
        END-IF
    END-PERFORM
    PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
            UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
        IF WS-OWNER-LAST-SEEN(WS-OWNER-IDX) = 0
            MOVE WS-NOW TO WS-OWNER-LAST-SEEN(WS-OWNER-IDX)
        END-IF
        CALL "Stats-Get" USING WS-OWNER-HEX(WS-OWNER-IDX) WS-STATS
        MOVE WS-STATS-USERNAME TO WS-OWNER-USERNAME(WS-OWNER-IDX)
    END-PERFORM

    MOVE SPACES TO WS-REPORT-FILE-NAME
    STRING "reports/claim-reclaim-" WS-NOW-DISPLAY ".log"
        DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME
    OPEN OUTPUT RECLAIM-REPORT-FILE
    IF WS-FILE-STATUS NOT = "00"
        CALL "SYSTEM" USING "mkdir -p reports"
        OPEN OUTPUT RECLAIM-REPORT-FILE
    END-IF
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "[claim-reclaim] unable to open " FUNCTION TRIM(WS-REPORT-FILE-NAME) ", status=" WS-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE WS-INACTIVE-DAYS TO WS-DAYS-DISPLAY
    MOVE WS-GRACE-DAYS TO WS-GRACE-DISPLAY
    MOVE SPACES TO RECLAIM-REPORT-RECORD
    STRING "CLAIM RECLAIM " WS-NOW-DISPLAY " - inactive after "
        FUNCTION TRIM(WS-DAYS-DISPLAY) " days, released "
        FUNCTION TRIM(WS-GRACE-DISPLAY) " days after warning"
        DELIMITED BY SIZE INTO RECLAIM-REPORT-RECORD
    WRITE RECLAIM-REPORT-RECORD

    PERFORM VARYING WS-CLAIM-IDX FROM 1 BY 1
            UNTIL WS-CLAIM-IDX > WS-CLAIM-COUNT
        PERFORM Review-Claim
    END-PERFORM

    MOVE SPACES TO RECLAIM-REPORT-RECORD
    WRITE RECLAIM-REPORT-RECORD
    MOVE WS-WARNED-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO RECLAIM-REPORT-RECORD
    STRING "WARNED: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO RECLAIM-REPORT-RECORD
    WRITE RECLAIM-REPORT-RECORD
    MOVE WS-PENDING-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO RECLAIM-REPORT-RECORD
    STRING "PENDING: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO RECLAIM-REPORT-RECORD
    WRITE RECLAIM-REPORT-RECORD
    MOVE WS-RELEASED-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO RECLAIM-REPORT-RECORD
    STRING "RELEASED: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO RECLAIM-REPORT-RECORD
    WRITE RECLAIM-REPORT-RECORD
    MOVE WS-EXEMPT-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO RECLAIM-REPORT-RECORD
    STRING "EXEMPT: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO RECLAIM-REPORT-RECORD
    WRITE RECLAIM-REPORT-RECORD
    MOVE WS-ACTIVE-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO RECLAIM-REPORT-RECORD
    STRING "ACTIVE: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO RECLAIM-REPORT-RECORD
    WRITE RECLAIM-REPORT-RECORD
    CLOSE RECLAIM-REPORT-FILE

    PERFORM Save-Last-Seen
    PERFORM Save-Warnings
    DISPLAY "[claim-reclaim] wrote " FUNCTION TRIM(WS-REPORT-FILE-NAME)

    IF WS-STATE-SAVE-FAILED = "Y"
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    GOBACK.

    Load-Claims.
        MOVE 0 TO WS-REGION-INDEX
        MOVE "Y" TO WS-REGION-FOUND-FLAG
        PERFORM UNTIL WS-REGION-FOUND-FLAG NOT = "Y"
            ADD 1 TO WS-REGION-INDEX
            CALL "Regions-GetEntry" USING WS-REGION-INDEX WS-REGION
                WS-REGION-FOUND-FLAG
            IF WS-REGION-FOUND-FLAG = "Y"
                IF WS-CLAIM-COUNT >= WS-CLAIM-MAX
                    DISPLAY "[claim-reclaim] more than " WS-CLAIM-MAX
                        " claims; the rest wait for the next run"
                    EXIT PERFORM
                END-IF
                MOVE WS-REGION-OWNER-HEX TO WS-LOOKUP-HEX
                PERFORM Find-Or-Add-Owner
                IF WS-OWNER-IDX NOT = 0
                    ADD 1 TO WS-CLAIM-COUNT
                    MOVE WS-REGION-NAME TO WS-CLAIM-NAME(WS-CLAIM-COUNT)
                    MOVE WS-OWNER-IDX
                        TO WS-CLAIM-OWNER-IDX(WS-CLAIM-COUNT)
                    MOVE "N" TO WS-CLAIM-EXEMPT(WS-CLAIM-COUNT)
                    MOVE 0 TO WS-CLAIM-WARNED-AT(WS-CLAIM-COUNT)
                END-IF
            END-IF
        END-PERFORM.

    Find-Or-Add-Owner.
        PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
            IF WS-OWNER-HEX(WS-OWNER-IDX) = WS-LOOKUP-HEX
                EXIT PARAGRAPH
            END-IF
        END-PERFORM
        IF WS-OWNER-COUNT >= WS-OWNER-MAX
            MOVE 0 TO WS-OWNER-IDX
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-OWNER-COUNT
        MOVE WS-OWNER-COUNT TO WS-OWNER-IDX
        MOVE WS-LOOKUP-HEX TO WS-OWNER-HEX(WS-OWNER-IDX)
        MOVE 0 TO WS-OWNER-LAST-SEEN(WS-OWNER-IDX)
        MOVE SPACES TO WS-OWNER-USERNAME(WS-OWNER-IDX).

    *> Raises a claim owner's last-seen time to WS-LOOKUP-TS; anyone
    *> who owns no claim is ignored.
    Note-Seen.
        PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
            IF WS-OWNER-HEX(WS-OWNER-IDX) = WS-LOOKUP-HEX
                IF WS-LOOKUP-TS > WS-OWNER-LAST-SEEN(WS-OWNER-IDX)
                    MOVE WS-LOOKUP-TS
                        TO WS-OWNER-LAST-SEEN(WS-OWNER-IDX)
                END-IF
                EXIT PARAGRAPH
            END-IF
        END-PERFORM.

    Load-Exempt-List.
        OPEN INPUT EXEMPT-FILE
        IF WS-EXEMPT-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-EXEMPT-STATUS NOT = "00"
            READ EXEMPT-FILE
            IF WS-EXEMPT-STATUS = "00"
                PERFORM VARYING WS-CLAIM-IDX FROM 1 BY 1
                        UNTIL WS-CLAIM-IDX > WS-CLAIM-COUNT
                    IF WS-CLAIM-NAME(WS-CLAIM-IDX) = EXEMPT-RECORD(1:32)
                        MOVE "Y" TO WS-CLAIM-EXEMPT(WS-CLAIM-IDX)
                    END-IF
                END-PERFORM
            END-IF
        END-PERFORM
        CLOSE EXEMPT-FILE.

    Load-Last-Seen.
        MOVE "world/claim-last-seen.dat" TO WS-STATE-FILE-NAME
        OPEN INPUT STATE-FILE
        IF WS-STATE-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-STATE-STATUS NOT = "00"
            READ STATE-FILE INTO WS-SEEN-LINE
            IF WS-STATE-STATUS = "00" AND WS-SEEN-TS IS NUMERIC
                MOVE WS-SEEN-HEX TO WS-LOOKUP-HEX
                MOVE WS-SEEN-TS TO WS-LOOKUP-TS
                PERFORM Note-Seen
            END-IF
        END-PERFORM
        CLOSE STATE-FILE.

    Scan-Activity-Logs.
        CALL "SYSTEM" USING "mkdir -p cache && ls -1 logs/archive/*/connections.log logs/archive/*/session-ends.log logs/connections.log logs/session-ends.log 2>/dev/null > cache/claim-reclaim-list.tmp"
        OPEN INPUT LIST-FILE
        IF WS-LIST-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-LIST-STATUS NOT = "00"
            READ LIST-FILE
            IF WS-LIST-STATUS = "00"
                MOVE LIST-RECORD TO WS-LOG-FILE-NAME
                MOVE 0 TO WS-HEX-OFFSET
                INSPECT WS-LOG-FILE-NAME TALLYING WS-HEX-OFFSET
                    FOR ALL "connections.log"
                IF WS-HEX-OFFSET > 0
                    MOVE 22 TO WS-HEX-OFFSET
                ELSE
                    MOVE 12 TO WS-HEX-OFFSET
                END-IF
                PERFORM Scan-One-Log
            END-IF
        END-PERFORM
        CLOSE LIST-FILE
        CALL "SYSTEM" USING "rm -f cache/claim-reclaim-list.tmp".

    Scan-One-Log.
        OPEN INPUT LOG-FILE
        IF WS-LOG-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-LOG-STATUS NOT = "00"
            READ LOG-FILE
            IF WS-LOG-STATUS = "00"
                MOVE LOG-RECORD(1:10) TO WS-ROW-TS-TEXT
                IF WS-ROW-TS-TEXT IS NUMERIC
                    MOVE WS-ROW-TS-TEXT TO WS-LOOKUP-TS
                    MOVE LOG-RECORD(WS-HEX-OFFSET:32) TO WS-LOOKUP-HEX
                    PERFORM Note-Seen
                END-IF
            END-IF
        END-PERFORM
        CLOSE LOG-FILE.

    *> A warning only stands for the claim and owner it was sent about:
    *> a claim since deleted and recreated starts clean.
    Load-Warnings.
        MOVE "world/claim-warnings.dat" TO WS-STATE-FILE-NAME
        OPEN INPUT STATE-FILE
        IF WS-STATE-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-STATE-STATUS NOT = "00"
            READ STATE-FILE INTO WS-WARNING-LINE
            IF WS-STATE-STATUS = "00" AND WS-WARNING-TS IS NUMERIC
                PERFORM VARYING WS-CLAIM-IDX FROM 1 BY 1
                        UNTIL WS-CLAIM-IDX > WS-CLAIM-COUNT
                    IF WS-CLAIM-NAME(WS-CLAIM-IDX) = WS-WARNING-NAME
                            AND WS-OWNER-HEX(WS-CLAIM-OWNER-IDX(WS-CLAIM-IDX))
                                = WS-WARNING-OWNER
                        MOVE WS-WARNING-TS
                            TO WS-CLAIM-WARNED-AT(WS-CLAIM-IDX)
                    END-IF
                END-PERFORM
            END-IF
        END-PERFORM
        CLOSE STATE-FILE.

    Review-Claim.
        MOVE WS-CLAIM-OWNER-IDX(WS-CLAIM-IDX) TO WS-OWNER-IDX
        COMPUTE WS-AWAY-SECONDS = WS-NOW - WS-OWNER-LAST-SEEN(WS-OWNER-IDX)
        COMPUTE WS-AWAY-DAYS = WS-AWAY-SECONDS / 86400
        MOVE WS-CLAIM-NAME(WS-CLAIM-IDX) TO WS-REPORT-NAME
        MOVE WS-OWNER-HEX(WS-OWNER-IDX) TO WS-REPORT-OWNER
        MOVE WS-OWNER-USERNAME(WS-OWNER-IDX) TO WS-REPORT-USERNAME
        MOVE WS-AWAY-DAYS TO WS-REPORT-DAYS

        IF WS-CLAIM-EXEMPT(WS-CLAIM-IDX) = "Y"
            MOVE 0 TO WS-CLAIM-WARNED-AT(WS-CLAIM-IDX)
            ADD 1 TO WS-EXEMPT-COUNT
            MOVE "EXEMPT" TO WS-REPORT-STATUS
            WRITE RECLAIM-REPORT-RECORD FROM WS-REPORT-LINE
            EXIT PARAGRAPH
        END-IF

        *> Back since the warning, or never away long enough
        IF WS-AWAY-SECONDS < WS-INACTIVE-SECONDS
                OR WS-OWNER-LAST-SEEN(WS-OWNER-IDX)
                    > WS-CLAIM-WARNED-AT(WS-CLAIM-IDX)
                    AND WS-CLAIM-WARNED-AT(WS-CLAIM-IDX) NOT = 0
            MOVE 0 TO WS-CLAIM-WARNED-AT(WS-CLAIM-IDX)
            IF WS-AWAY-SECONDS < WS-INACTIVE-SECONDS
                ADD 1 TO WS-ACTIVE-COUNT
                EXIT PARAGRAPH
            END-IF
        END-IF

        IF WS-CLAIM-WARNED-AT(WS-CLAIM-IDX) = 0
            PERFORM Warn-Owner
            EXIT PARAGRAPH
        END-IF

        IF WS-NOW - WS-CLAIM-WARNED-AT(WS-CLAIM-IDX) < WS-GRACE-SECONDS
            ADD 1 TO WS-PENDING-COUNT
            MOVE "PENDING" TO WS-REPORT-STATUS
            WRITE RECLAIM-REPORT-RECORD FROM WS-REPORT-LINE
            EXIT PARAGRAPH
        END-IF

        PERFORM Release-Claim.

    Warn-Owner.
        MOVE WS-NOW TO WS-CLAIM-WARNED-AT(WS-CLAIM-IDX)
        MOVE WS-AWAY-DAYS TO WS-DAYS-DISPLAY
        MOVE WS-GRACE-DAYS TO WS-GRACE-DISPLAY
        MOVE SPACES TO WS-MAIL-TEXT
        STRING "You have not played for "
            FUNCTION TRIM(WS-DAYS-DISPLAY) " days. Your claim "
            FUNCTION TRIM(WS-CLAIM-NAME(WS-CLAIM-IDX))
            " will be released in " FUNCTION TRIM(WS-GRACE-DISPLAY)
            " days unless you log in before then."
            DELIMITED BY SIZE INTO WS-MAIL-TEXT
        CALL "Mail-Send" USING WS-MAIL-KIND WS-SERVER-HEX WS-SERVER-NAME
            WS-OWNER-HEX(WS-OWNER-IDX) WS-MAIL-TEXT
        ADD 1 TO WS-WARNED-COUNT
        MOVE "WARNED" TO WS-REPORT-STATUS
        WRITE RECLAIM-REPORT-RECORD FROM WS-REPORT-LINE.

    Release-Claim.
        CALL "Regions-Remove" USING WS-CLAIM-NAME(WS-CLAIM-IDX)
            WS-OWNER-HEX(WS-OWNER-IDX) WS-REMOVED-FLAG
        MOVE 0 TO WS-CLAIM-WARNED-AT(WS-CLAIM-IDX)
        IF WS-REMOVED-FLAG NOT = "Y"
            *> Deleted by hand since the table was read
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO WS-MAIL-TEXT
        STRING "Your claim " FUNCTION TRIM(WS-CLAIM-NAME(WS-CLAIM-IDX))
            " has been released after a long absence. You are welcome"
            " to claim land again when you are back."
            DELIMITED BY SIZE INTO WS-MAIL-TEXT
        CALL "Mail-Send" USING WS-MAIL-KIND WS-SERVER-HEX WS-SERVER-NAME
            WS-OWNER-HEX(WS-OWNER-IDX) WS-MAIL-TEXT
        ADD 1 TO WS-RELEASED-COUNT
        MOVE "RELEASED" TO WS-REPORT-STATUS
        WRITE RECLAIM-REPORT-RECORD FROM WS-REPORT-LINE.

    Save-Last-Seen.
        MOVE "world/claim-last-seen.dat.new" TO WS-STATE-FILE-NAME
        OPEN OUTPUT STATE-FILE
        IF WS-STATE-STATUS NOT = "00"
            DISPLAY "[claim-reclaim] unable to open " FUNCTION TRIM(WS-STATE-FILE-NAME) ", status=" WS-STATE-STATUS
            MOVE "Y" TO WS-STATE-SAVE-FAILED
            EXIT PARAGRAPH
        END-IF
        PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
            MOVE WS-OWNER-HEX(WS-OWNER-IDX) TO WS-SEEN-HEX
            MOVE WS-OWNER-LAST-SEEN(WS-OWNER-IDX) TO WS-SEEN-TS
            WRITE STATE-RECORD FROM WS-SEEN-LINE
        END-PERFORM
        CLOSE STATE-FILE
        CALL "SYSTEM" USING "mv world/claim-last-seen.dat.new world/claim-last-seen.dat".

    Save-Warnings.
        MOVE "world/claim-warnings.dat.new" TO WS-STATE-FILE-NAME
        OPEN OUTPUT STATE-FILE
        IF WS-STATE-STATUS NOT = "00"
            DISPLAY "[claim-reclaim] unable to open " FUNCTION TRIM(WS-STATE-FILE-NAME) ", status=" WS-STATE-STATUS
            MOVE "Y" TO WS-STATE-SAVE-FAILED
            EXIT PARAGRAPH
        END-IF
        PERFORM VARYING WS-CLAIM-IDX FROM 1 BY 1
                UNTIL WS-CLAIM-IDX > WS-CLAIM-COUNT
            IF WS-CLAIM-WARNED-AT(WS-CLAIM-IDX) NOT = 0
                MOVE WS-CLAIM-NAME(WS-CLAIM-IDX) TO WS-WARNING-NAME
                MOVE WS-OWNER-HEX(WS-CLAIM-OWNER-IDX(WS-CLAIM-IDX))
                    TO WS-WARNING-OWNER
                MOVE WS-CLAIM-WARNED-AT(WS-CLAIM-IDX) TO WS-WARNING-TS
                WRITE STATE-RECORD FROM WS-WARNING-LINE
            END-IF
        END-PERFORM
        CLOSE STATE-FILE
        CALL "SYSTEM" USING "mv world/claim-warnings.dat.new world/claim-warnings.dat".

END PROGRAM ClaimReclaim-Run.

*> --- RegionExempt-Set ---
*> Adds (LK-EXEMPT-FLAG "Y") or removes ("N") a claim's row in
*> config/regions-exempt.txt, the list ClaimReclaim-Run never expires.
*> Each row is the claim name, who marked it and when. LK-CHANGED-FLAG
*> is "N" when the claim was already in the requested state.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegionExempt-Set.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EXEMPT-FILE ASSIGN TO "config/regions-exempt.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    SELECT REWRITE-FILE ASSIGN TO "config/regions-exempt.txt.new"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REWRITE-STATUS.

DATA DIVISION.
FILE SECTION.
FD EXEMPT-FILE.
01 EXEMPT-RECORD               PIC X(80).
FD REWRITE-FILE.
01 REWRITE-RECORD              PIC X(80).

WORKING-STORAGE SECTION.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-REWRITE-STATUS        PIC X(2).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-FOUND-FLAG            PIC X(1).
    01 WS-LINE.
        02 WS-LINE-NAME         PIC X(32).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-LINE-BY-HEX       PIC X(32).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-LINE-TIMESTAMP    PIC 9(10).

LINKAGE SECTION.
    01 LK-REGION-NAME           PIC X(32).
    01 LK-BY-HEX                PIC X(32).
    01 LK-EXEMPT-FLAG           PIC X(1).
    01 LK-CHANGED-FLAG          PIC X(1).

PROCEDURE DIVISION USING LK-REGION-NAME LK-BY-HEX LK-EXEMPT-FLAG
        LK-CHANGED-FLAG.
    MOVE "N" TO LK-CHANGED-FLAG
    MOVE "N" TO WS-FOUND-FLAG

    OPEN INPUT EXEMPT-FILE
    IF WS-FILE-STATUS = "00"
        OPEN OUTPUT REWRITE-FILE
        IF WS-REWRITE-STATUS NOT = "00"
            DISPLAY "[regions] unable to open config/regions-exempt.txt.new, status=" WS-REWRITE-STATUS
            CLOSE EXEMPT-FILE
            GOBACK
        END-IF
        PERFORM UNTIL WS-FILE-STATUS NOT = "00"
            READ EXEMPT-FILE INTO WS-LINE
            IF WS-FILE-STATUS = "00"
                IF WS-LINE-NAME = LK-REGION-NAME
                    MOVE "Y" TO WS-FOUND-FLAG
                END-IF
                IF WS-LINE-NAME NOT = LK-REGION-NAME
                        OR LK-EXEMPT-FLAG = "Y"
                    WRITE REWRITE-RECORD FROM WS-LINE
                END-IF
            END-IF
        END-PERFORM
        CLOSE EXEMPT-FILE
        CLOSE REWRITE-FILE
        CALL "SYSTEM" USING "mv config/regions-exempt.txt.new config/regions-exempt.txt"
    END-IF

    IF LK-EXEMPT-FLAG NOT = "Y"
        IF WS-FOUND-FLAG = "Y"
            MOVE "Y" TO LK-CHANGED-FLAG
        END-IF
        GOBACK
    END-IF
    IF WS-FOUND-FLAG = "Y"
        GOBACK
    END-IF

    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE LK-REGION-NAME TO WS-LINE-NAME
    MOVE LK-BY-HEX TO WS-LINE-BY-HEX
    MOVE WS-NOW TO WS-LINE-TIMESTAMP
    OPEN EXTEND EXEMPT-FILE
    IF WS-FILE-STATUS NOT = "00"
        CALL "SYSTEM" USING "mkdir -p config"
        OPEN OUTPUT EXEMPT-FILE
    END-IF
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "[regions] unable to open config/regions-exempt.txt, status=" WS-FILE-STATUS
        GOBACK
    END-IF
    WRITE EXEMPT-RECORD FROM WS-LINE
    CLOSE EXEMPT-FILE
    MOVE "Y" TO LK-CHANGED-FLAG

    GOBACK.

END PROGRAM RegionExempt-Set.
