       >>SOURCE FORMAT FREE
*> --- StaffActionLog-Append ---
*> One row per bulk staff operation in logs/staff-actions.log: a
*> rollback run, an applied /fill or an inventory snapshot restore,
*> with its size (rows undone, box volume, stacks restored) and a
*> free-text detail of the filter, box or snapshot. The block changes
*> themselves already sit in block-changes.log, but nothing there says
*> which run they came from; this is the per-run record the
*> weekly staff report reads. The actor comes from DD-STAFF-ACTOR and
*> is blank for a run nobody was attributed to. Timestamp-first like
*> every other log, so LogRotation-Run rolls it over with the rest.
IDENTIFICATION DIVISION.
PROGRAM-ID. StaffActionLog-Append.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STAFF-ACTION-LOG-FILE ASSIGN TO "logs/staff-actions.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD STAFF-ACTION-LOG-FILE.
01 STAFF-ACTION-LOG-RECORD     PIC X(224).

WORKING-STORAGE SECTION.
    COPY DD-STAFF-ACTOR.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-LOG-LINE.
        02 WS-LOG-TIMESTAMP     PIC 9(10).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-LOG-ACTOR-HEX     PIC X(32).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-LOG-ACTOR-NAME    PIC X(16).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-LOG-KIND          PIC X(8).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-LOG-AMOUNT        PIC 9(10).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-LOG-DETAIL        PIC X(128).

LINKAGE SECTION.
    01 LK-KIND                  PIC X(8).
    01 LK-AMOUNT                BINARY-LONG UNSIGNED.
    01 LK-DETAIL                PIC X(128).

PROCEDURE DIVISION USING LK-KIND LK-AMOUNT LK-DETAIL.
    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE WS-NOW TO WS-LOG-TIMESTAMP
    IF STAFF-ACTOR-NAME = SPACES OR STAFF-ACTOR-NAME = LOW-VALUES
        MOVE SPACES TO WS-LOG-ACTOR-HEX
        MOVE SPACES TO WS-LOG-ACTOR-NAME
    ELSE
        MOVE STAFF-ACTOR-HEX TO WS-LOG-ACTOR-HEX
        MOVE STAFF-ACTOR-NAME TO WS-LOG-ACTOR-NAME
    END-IF
    MOVE LK-KIND TO WS-LOG-KIND
    MOVE LK-AMOUNT TO WS-LOG-AMOUNT
    MOVE LK-DETAIL TO WS-LOG-DETAIL

    OPEN EXTEND STAFF-ACTION-LOG-FILE
    IF WS-FILE-STATUS NOT = "00"
        CALL "SYSTEM" USING "mkdir -p logs"
        OPEN OUTPUT STAFF-ACTION-LOG-FILE
    END-IF
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "[staff-actions] unable to open logs/staff-actions.log, status=" WS-FILE-STATUS
        GOBACK
    END-IF
    WRITE STAFF-ACTION-LOG-RECORD FROM WS-LOG-LINE
    CLOSE STAFF-ACTION-LOG-FILE

    GOBACK.

END PROGRAM StaffActionLog-Append.

*> --- StaffReport-Run ---
*> Weekly batch job: what each staff member did over the last
*> staff-report-days days (default 7), read from the audit logs -
*> live files plus any rotated logs/archive/<timestamp>/ segment
*> inside the window - so the owner can review staff without reading
*> raw rows. Grouped by staff UUID and username:
*>   - bans, tempbans and pardons from bans.log (expiries are the
*>     sweep's doing and are not counted);
*>   - op-level changes from ops.log;
*>   - mutes handed out by a moderator from mutes.log (automatic
*>     chat-guard mutes carry no actor and are skipped);
*>   - forced teleports from teleports.log, only where the actor is
*>     not the player moved;
*>   - rollback runs and applied fills from staff-actions.log.
*> Each staff section lists the individual actions under its counts.
*> Flags: the same staff member teleporting the same player
*> staff-tp-repeat times or more (default 3), and any fill whose box
*> exceeds staff-fill-flag-volume blocks (default 4096). Ban, op and
*> rollback rows with no actor (written before attribution existed,
*> or not tied to a staff member) are totalled as unattributed.
*> Remote console use is summarised per address from admin.log. The
*> report goes to reports/staff-<timestamp>.log; anything flagged
*> raises one WARN alert under STAFF.
*> Not one of NightlyBatch-Run's steps: the host's scheduler starts
*> it once a week, as it starts the nightly stream, and reads the same
*> completion code (0 done, 8 could not write the report).
IDENTIFICATION DIVISION.
PROGRAM-ID. StaffReport-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
    SELECT LIST-FILE ASSIGN TO "cache/staff-report-list.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIST-STATUS.
    SELECT STAFF-REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD AUDIT-FILE.
01 AUDIT-RECORD                PIC X(320).
FD LIST-FILE.
01 LIST-RECORD                 PIC X(128).
FD STAFF-REPORT-FILE.
01 STAFF-REPORT-RECORD         PIC X(200).

WORKING-STORAGE SECTION.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-AUDIT-STATUS          PIC X(2).
    01 WS-LIST-STATUS           PIC X(2).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-NOW-DISPLAY           PIC 9(10).
    01 WS-WINDOW-START          BINARY-LONG UNSIGNED.
    01 WS-AUDIT-FILE-NAME       PIC X(128).
    01 WS-REPORT-FILE-NAME      PIC X(128).
    01 WS-COMMAND-LINE          PIC X(256).
    01 WS-ARCHIVE-STAMP-TEXT    PIC X(10).
    01 WS-ARCHIVE-STAMP         BINARY-LONG UNSIGNED.
    01 WS-LOG-NAME              PIC X(32).

    01 WS-DAYS-KEY              PIC X(32) VALUE "staff-report-days".
    01 WS-DAYS-DEFAULT          BINARY-LONG VALUE 7.
    01 WS-DAYS                  BINARY-LONG.
    01 WS-REPEAT-KEY            PIC X(32) VALUE "staff-tp-repeat".
    01 WS-REPEAT-DEFAULT        BINARY-LONG VALUE 3.
    01 WS-REPEAT-LIMIT          BINARY-LONG.
    01 WS-VOLUME-KEY            PIC X(32) VALUE "staff-fill-flag-volume".
    01 WS-VOLUME-DEFAULT        BINARY-LONG VALUE 4096.
    01 WS-VOLUME-LIMIT          BINARY-LONG.

    *> --- the row as read; each log is viewed through its own layout ---
    01 WS-ROW-TIMESTAMP-TEXT    PIC X(10).
    01 WS-ROW-TIMESTAMP         BINARY-LONG UNSIGNED.
    01 WS-ROW                   PIC X(320).

    *> bans.log (see BanLog-Append)
    01 WS-BAN-ROW REDEFINES WS-ROW.
        02 FILLER               PIC X(11).
        02 WS-BAN-EVENT         PIC X(16).
        02 FILLER               PIC X.
        02 WS-BAN-UUID          PIC X(32).
        02 FILLER               PIC X.
        02 WS-BAN-EXPIRY        PIC X(10).
        02 FILLER               PIC X.
        02 WS-BAN-ACTOR-HEX     PIC X(32).
        02 FILLER               PIC X.
        02 WS-BAN-ACTOR-NAME    PIC X(16).
        02 FILLER               PIC X(199).
    *> ops.log (see OpsLog-Append)
    01 WS-OP-ROW REDEFINES WS-ROW.
        02 FILLER               PIC X(11).
        02 WS-OP-UUID           PIC X(32).
        02 FILLER               PIC X.
        02 WS-OP-OLD-LEVEL      PIC X(1).
        02 FILLER               PIC X(4).
        02 WS-OP-NEW-LEVEL      PIC X(1).
        02 FILLER               PIC X.
        02 WS-OP-ACTOR-HEX      PIC X(32).
        02 FILLER               PIC X.
        02 WS-OP-ACTOR-NAME     PIC X(16).
        02 FILLER               PIC X(220).
    *> mutes.log (see MuteLog-Append)
    01 WS-MUTE-ROW REDEFINES WS-ROW.
        02 FILLER               PIC X(11).
        02 WS-MUTE-PLAYER       PIC X(32).
        02 FILLER               PIC X.
        02 WS-MUTE-UNTIL        PIC X(10).
        02 FILLER               PIC X.
        02 WS-MUTE-ACTOR-HEX    PIC X(32).
        02 FILLER               PIC X.
        02 WS-MUTE-ACTOR-NAME   PIC X(16).
        02 FILLER               PIC X(216).
    *> teleports.log (see TeleportLog-Append)
    01 WS-TP-ROW REDEFINES WS-ROW.
        02 FILLER               PIC X(11).
        02 WS-TP-ACTOR          PIC X(32).
        02 FILLER               PIC X.
        02 WS-TP-MOVED          PIC X(32).
        02 FILLER               PIC X(244).
    *> staff-actions.log (see StaffActionLog-Append)
    01 WS-ACTION-ROW REDEFINES WS-ROW.
        02 FILLER               PIC X(11).
        02 WS-ACTION-ACTOR-HEX  PIC X(32).
        02 FILLER               PIC X.
        02 WS-ACTION-ACTOR-NAME PIC X(16).
        02 FILLER               PIC X.
        02 WS-ACTION-KIND       PIC X(8).
        02 FILLER               PIC X.
        02 WS-ACTION-AMOUNT     PIC X(10).
        02 FILLER               PIC X.
        02 WS-ACTION-DETAIL     PIC X(128).
        02 FILLER               PIC X(111).
    *> admin.log (see AdminLog-Append)
    01 WS-ADMIN-ROW REDEFINES WS-ROW.
        02 FILLER               PIC X(11).
        02 WS-ADMIN-ADDRESS     PIC X(46).
        02 FILLER               PIC X(263).

    *> --- one entry per staff member seen (UUID hex + username) ---
    01 WS-STAFF-MAX             BINARY-LONG UNSIGNED VALUE 64.
    01 WS-STAFF-COUNT           BINARY-LONG UNSIGNED VALUE 0.
    01 WS-STAFF-OVERFLOW-WARNED PIC X(1) VALUE "N".
    01 WS-STAFF-TABLE.
        02 WS-STAFF-ENTRY OCCURS 64 TIMES.
            03 WS-STAFF-HEX         PIC X(32).
            03 WS-STAFF-NAME        PIC X(16).
            03 WS-STAFF-BANS        BINARY-LONG UNSIGNED.
            03 WS-STAFF-TEMPBANS    BINARY-LONG UNSIGNED.
            03 WS-STAFF-PARDONS     BINARY-LONG UNSIGNED.
            03 WS-STAFF-OPS         BINARY-LONG UNSIGNED.
            03 WS-STAFF-MUTES       BINARY-LONG UNSIGNED.
            03 WS-STAFF-TELEPORTS   BINARY-LONG UNSIGNED.
            03 WS-STAFF-ROLLBACKS   BINARY-LONG UNSIGNED.
            03 WS-STAFF-FILLS       BINARY-LONG UNSIGNED.
            03 WS-STAFF-FLAGS       BINARY-LONG UNSIGNED.
    01 WS-STAFF-IDX             BINARY-LONG UNSIGNED.
    01 WS-ACTOR-HEX             PIC X(32).
    01 WS-ACTOR-NAME            PIC X(16).

    *> --- every counted action, in the order the logs were read ---
    01 WS-EVENT-MAX             BINARY-LONG UNSIGNED VALUE 4096.
    01 WS-EVENT-COUNT           BINARY-LONG UNSIGNED VALUE 0.
    01 WS-EVENT-OVERFLOW-WARNED PIC X(1) VALUE "N".
    01 WS-EVENT-TABLE.
        02 WS-EVENT-ENTRY OCCURS 4096 TIMES.
            03 WS-EVENT-STAFF-IDX   BINARY-LONG UNSIGNED.
            03 WS-EVENT-TIMESTAMP   PIC 9(10).
            03 WS-EVENT-TEXT        PIC X(160).
    01 WS-EVENT-IDX             BINARY-LONG UNSIGNED.
    01 WS-EVENT-LINE            PIC X(160).

    *> --- forced teleports per (staff member, player moved) ---
    01 WS-PAIR-MAX              BINARY-LONG UNSIGNED VALUE 512.
    01 WS-PAIR-COUNT            BINARY-LONG UNSIGNED VALUE 0.
    01 WS-PAIR-TABLE.
        02 WS-PAIR-ENTRY OCCURS 512 TIMES.
            03 WS-PAIR-STAFF-IDX    BINARY-LONG UNSIGNED.
            03 WS-PAIR-MOVED        PIC X(32).
            03 WS-PAIR-TIMES        BINARY-LONG UNSIGNED.
    01 WS-PAIR-IDX              BINARY-LONG UNSIGNED.

    *> --- remote console lines per address ---
    01 WS-ADDRESS-MAX           BINARY-LONG UNSIGNED VALUE 64.
    01 WS-ADDRESS-COUNT         BINARY-LONG UNSIGNED VALUE 0.
    01 WS-ADDRESS-TABLE.
        02 WS-ADDRESS-ENTRY OCCURS 64 TIMES.
            03 WS-ADDRESS-TEXT      PIC X(46).
            03 WS-ADDRESS-LINES     BINARY-LONG UNSIGNED.
    01 WS-ADDRESS-IDX           BINARY-LONG UNSIGNED.

    01 WS-UNATTRIBUTED-COUNT    BINARY-LONG UNSIGNED VALUE 0.
    01 WS-FLAGGED-COUNT         BINARY-LONG UNSIGNED VALUE 0.
    01 WS-FLAGGED-STAFF-COUNT   BINARY-LONG UNSIGNED VALUE 0.
    01 WS-AMOUNT                BINARY-LONG UNSIGNED.

    COPY DD-PLAYER-STATS REPLACING LEADING ==PREFIX== BY ==WS==.
    01 WS-LOOKUP-HEX            PIC X(32).
    01 WS-LOOKUP-NAME           PIC X(16).
    01 WS-COUNT-DISPLAY         PIC Z(8)9.
    01 WS-AMOUNT-DISPLAY        PIC Z(9)9.
    01 WS-LIMIT-DISPLAY         PIC Z(9)9.
    01 WS-BANS-DISPLAY          PIC Z(4)9.
    01 WS-TEMPBANS-DISPLAY      PIC Z(4)9.
    01 WS-PARDONS-DISPLAY       PIC Z(4)9.
    01 WS-OPS-DISPLAY           PIC Z(4)9.
    01 WS-MUTES-DISPLAY         PIC Z(4)9.
    01 WS-TELEPORTS-DISPLAY     PIC Z(4)9.
    01 WS-ROLLBACKS-DISPLAY     PIC Z(4)9.
    01 WS-FILLS-DISPLAY         PIC Z(4)9.
    01 WS-FLAGS-DISPLAY         PIC Z(4)9.
    01 WS-REPORT-LINE           PIC X(200).
    01 WS-ALERT-TEXT            PIC X(200).

PROCEDURE DIVISION.
    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE WS-NOW TO WS-NOW-DISPLAY
    MOVE 0 TO WS-STAFF-COUNT
    MOVE 0 TO WS-EVENT-COUNT
    MOVE 0 TO WS-PAIR-COUNT
    MOVE 0 TO WS-ADDRESS-COUNT
    MOVE 0 TO WS-UNATTRIBUTED-COUNT
    MOVE 0 TO WS-FLAGGED-COUNT
    MOVE 0 TO WS-FLAGGED-STAFF-COUNT
    MOVE "N" TO WS-STAFF-OVERFLOW-WARNED
    MOVE "N" TO WS-EVENT-OVERFLOW-WARNED
    CALL "ServerConfig-GetNumber" USING WS-DAYS-KEY WS-DAYS-DEFAULT
        WS-DAYS
    IF WS-DAYS < 1
        MOVE WS-DAYS-DEFAULT TO WS-DAYS
    END-IF
    CALL "ServerConfig-GetNumber" USING WS-REPEAT-KEY WS-REPEAT-DEFAULT
        WS-REPEAT-LIMIT
    IF WS-REPEAT-LIMIT < 2
        MOVE WS-REPEAT-DEFAULT TO WS-REPEAT-LIMIT
    END-IF
    CALL "ServerConfig-GetNumber" USING WS-VOLUME-KEY WS-VOLUME-DEFAULT
        WS-VOLUME-LIMIT
    IF WS-VOLUME-LIMIT < 1
        MOVE WS-VOLUME-DEFAULT TO WS-VOLUME-LIMIT
    END-IF
    COMPUTE WS-WINDOW-START = WS-NOW - WS-DAYS * 86400
    MOVE SPACES TO WS-REPORT-FILE-NAME
    STRING "reports/staff-" WS-NOW-DISPLAY ".log"
        DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME

    MOVE "bans.log" TO WS-LOG-NAME
    PERFORM Fold-Log
    MOVE "ops.log" TO WS-LOG-NAME
    PERFORM Fold-Log
    MOVE "mutes.log" TO WS-LOG-NAME
    PERFORM Fold-Log
    MOVE "teleports.log" TO WS-LOG-NAME
    PERFORM Fold-Log
    MOVE "staff-actions.log" TO WS-LOG-NAME
    PERFORM Fold-Log
    MOVE "admin.log" TO WS-LOG-NAME
    PERFORM Fold-Log

    OPEN OUTPUT STAFF-REPORT-FILE
    IF WS-FILE-STATUS NOT = "00"
        CALL "SYSTEM" USING "mkdir -p reports"
        OPEN OUTPUT STAFF-REPORT-FILE
    END-IF
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "[staff-report] unable to open " FUNCTION TRIM(WS-REPORT-FILE-NAME) ", status=" WS-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE WS-DAYS TO WS-COUNT-DISPLAY
    MOVE SPACES TO WS-REPORT-LINE
    STRING "STAFF ACTIVITY, LAST " FUNCTION TRIM(WS-COUNT-DISPLAY)
        " DAYS" DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE STAFF-REPORT-RECORD FROM WS-REPORT-LINE

    PERFORM VARYING WS-STAFF-IDX FROM 1 BY 1
            UNTIL WS-STAFF-IDX > WS-STAFF-COUNT
        PERFORM Report-Staff
    END-PERFORM

    MOVE SPACES TO STAFF-REPORT-RECORD
    WRITE STAFF-REPORT-RECORD
    MOVE "REMOTE CONSOLE LINES BY ADDRESS" TO STAFF-REPORT-RECORD
    WRITE STAFF-REPORT-RECORD
    PERFORM VARYING WS-ADDRESS-IDX FROM 1 BY 1
            UNTIL WS-ADDRESS-IDX > WS-ADDRESS-COUNT
        MOVE WS-ADDRESS-LINES(WS-ADDRESS-IDX) TO WS-COUNT-DISPLAY
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  " WS-ADDRESS-TEXT(WS-ADDRESS-IDX) " "
            FUNCTION TRIM(WS-COUNT-DISPLAY)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE STAFF-REPORT-RECORD FROM WS-REPORT-LINE
    END-PERFORM

    MOVE SPACES TO STAFF-REPORT-RECORD
    WRITE STAFF-REPORT-RECORD
    MOVE WS-STAFF-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO WS-REPORT-LINE
    STRING "STAFF: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE STAFF-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE WS-FLAGGED-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO WS-REPORT-LINE
    STRING "FLAGS: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE STAFF-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE WS-UNATTRIBUTED-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO WS-REPORT-LINE
    STRING "UNATTRIBUTED ROWS: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE STAFF-REPORT-RECORD FROM WS-REPORT-LINE
    CLOSE STAFF-REPORT-FILE

    IF WS-FLAGGED-COUNT > 0
        MOVE SPACES TO WS-ALERT-TEXT
        MOVE WS-FLAGGED-COUNT TO WS-COUNT-DISPLAY
        MOVE WS-FLAGGED-STAFF-COUNT TO WS-AMOUNT-DISPLAY
        STRING FUNCTION TRIM(WS-COUNT-DISPLAY) " flagged staff actions by "
            FUNCTION TRIM(WS-AMOUNT-DISPLAY) " staff member(s), see "
            FUNCTION TRIM(WS-REPORT-FILE-NAME)
            DELIMITED BY SIZE INTO WS-ALERT-TEXT
        CALL "Alert-Raise" USING "WARN    " "STAFF           "
            WS-ALERT-TEXT
    END-IF

    DISPLAY "[staff-report] " FUNCTION TRIM(WS-REPORT-FILE-NAME)
        " written"

    MOVE 0 TO RETURN-CODE
    GOBACK.

    *> Rotated segments of WS-LOG-NAME stamped after the window opened,
    *> then the live file.
    Fold-Log.
        MOVE SPACES TO WS-COMMAND-LINE
        STRING "mkdir -p cache && ls -1 logs/archive/*/"
            FUNCTION TRIM(WS-LOG-NAME)
            " 2>/dev/null > cache/staff-report-list.tmp"
            DELIMITED BY SIZE INTO WS-COMMAND-LINE
        CALL "SYSTEM" USING WS-COMMAND-LINE
        OPEN INPUT LIST-FILE
        IF WS-LIST-STATUS = "00"
            PERFORM UNTIL WS-LIST-STATUS NOT = "00"
                READ LIST-FILE
                IF WS-LIST-STATUS = "00"
                    MOVE LIST-RECORD(14:10) TO WS-ARCHIVE-STAMP-TEXT
                    IF WS-ARCHIVE-STAMP-TEXT IS NUMERIC
                        MOVE WS-ARCHIVE-STAMP-TEXT TO WS-ARCHIVE-STAMP
                        IF WS-ARCHIVE-STAMP > WS-WINDOW-START
                            MOVE LIST-RECORD TO WS-AUDIT-FILE-NAME
                            PERFORM Fold-Audit-File
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            CLOSE LIST-FILE
        END-IF
        CALL "SYSTEM" USING "rm -f cache/staff-report-list.tmp"
        MOVE SPACES TO WS-AUDIT-FILE-NAME
        STRING "logs/" FUNCTION TRIM(WS-LOG-NAME)
            DELIMITED BY SIZE INTO WS-AUDIT-FILE-NAME
        PERFORM Fold-Audit-File.

    Fold-Audit-File.
        OPEN INPUT AUDIT-FILE
        IF WS-AUDIT-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
            READ AUDIT-FILE INTO WS-ROW
            IF WS-AUDIT-STATUS = "00"
                MOVE WS-ROW(1:10) TO WS-ROW-TIMESTAMP-TEXT
                IF WS-ROW-TIMESTAMP-TEXT IS NUMERIC
                    MOVE WS-ROW-TIMESTAMP-TEXT TO WS-ROW-TIMESTAMP
                    IF WS-ROW-TIMESTAMP > WS-WINDOW-START
                        EVALUATE WS-LOG-NAME
                            WHEN "bans.log"
                                PERFORM Fold-Ban-Row
                            WHEN "ops.log"
                                PERFORM Fold-Op-Row
                            WHEN "mutes.log"
                                PERFORM Fold-Mute-Row
                            WHEN "teleports.log"
                                PERFORM Fold-Teleport-Row
                            WHEN "staff-actions.log"
                                PERFORM Fold-Action-Row
                            WHEN "admin.log"
                                PERFORM Fold-Admin-Row
                        END-EVALUATE
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE AUDIT-FILE.

    Fold-Ban-Row.
        IF WS-BAN-EVENT NOT = "BANNED" AND WS-BAN-EVENT NOT = "PARDONED"
            EXIT PARAGRAPH
        END-IF
        IF WS-BAN-ACTOR-NAME = SPACES
            ADD 1 TO WS-UNATTRIBUTED-COUNT
            EXIT PARAGRAPH
        END-IF
        MOVE WS-BAN-ACTOR-HEX TO WS-ACTOR-HEX
        MOVE WS-BAN-ACTOR-NAME TO WS-ACTOR-NAME
        PERFORM Find-Or-Add-Staff
        IF WS-STAFF-IDX = 0
            EXIT PARAGRAPH
        END-IF
        MOVE WS-BAN-UUID TO WS-LOOKUP-HEX
        PERFORM Resolve-Name
        MOVE SPACES TO WS-EVENT-LINE
        EVALUATE TRUE
            WHEN WS-BAN-EVENT = "PARDONED"
                ADD 1 TO WS-STAFF-PARDONS(WS-STAFF-IDX)
                STRING "PARDON " FUNCTION TRIM(WS-LOOKUP-NAME)
                    DELIMITED BY SIZE INTO WS-EVENT-LINE
            WHEN WS-BAN-EXPIRY IS NUMERIC AND WS-BAN-EXPIRY NOT = ZEROS
                ADD 1 TO WS-STAFF-TEMPBANS(WS-STAFF-IDX)
                STRING "TEMPBAN " FUNCTION TRIM(WS-LOOKUP-NAME)
                    " until " WS-BAN-EXPIRY
                    DELIMITED BY SIZE INTO WS-EVENT-LINE
            WHEN OTHER
                ADD 1 TO WS-STAFF-BANS(WS-STAFF-IDX)
                STRING "BAN " FUNCTION TRIM(WS-LOOKUP-NAME)
                    DELIMITED BY SIZE INTO WS-EVENT-LINE
        END-EVALUATE
        PERFORM Add-Event.

    Fold-Op-Row.
        IF WS-OP-ACTOR-NAME = SPACES
            ADD 1 TO WS-UNATTRIBUTED-COUNT
            EXIT PARAGRAPH
        END-IF
        MOVE WS-OP-ACTOR-HEX TO WS-ACTOR-HEX
        MOVE WS-OP-ACTOR-NAME TO WS-ACTOR-NAME
        PERFORM Find-Or-Add-Staff
        IF WS-STAFF-IDX = 0
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-STAFF-OPS(WS-STAFF-IDX)
        MOVE WS-OP-UUID TO WS-LOOKUP-HEX
        PERFORM Resolve-Name
        MOVE SPACES TO WS-EVENT-LINE
        STRING "OP-LEVEL " FUNCTION TRIM(WS-LOOKUP-NAME) " "
            WS-OP-OLD-LEVEL " -> " WS-OP-NEW-LEVEL
            DELIMITED BY SIZE INTO WS-EVENT-LINE
        PERFORM Add-Event.

    Fold-Mute-Row.
        IF WS-MUTE-ACTOR-NAME = SPACES
            EXIT PARAGRAPH
        END-IF
        MOVE WS-MUTE-ACTOR-HEX TO WS-ACTOR-HEX
        MOVE WS-MUTE-ACTOR-NAME TO WS-ACTOR-NAME
        PERFORM Find-Or-Add-Staff
        IF WS-STAFF-IDX = 0
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-STAFF-MUTES(WS-STAFF-IDX)
        MOVE WS-MUTE-PLAYER TO WS-LOOKUP-HEX
        PERFORM Resolve-Name
        MOVE SPACES TO WS-EVENT-LINE
        STRING "MUTE " FUNCTION TRIM(WS-LOOKUP-NAME) " until "
            WS-MUTE-UNTIL
            DELIMITED BY SIZE INTO WS-EVENT-LINE
        PERFORM Add-Event.

    *> Self-teleports (home, spawn, /tpa accepted by the mover) are not
    *> staff actions; the actor is whoever issued the move.
    Fold-Teleport-Row.
        IF WS-TP-ACTOR = WS-TP-MOVED
            EXIT PARAGRAPH
        END-IF
        MOVE WS-TP-ACTOR TO WS-LOOKUP-HEX
        PERFORM Resolve-Name
        MOVE WS-TP-ACTOR TO WS-ACTOR-HEX
        MOVE WS-LOOKUP-NAME TO WS-ACTOR-NAME
        PERFORM Find-Or-Add-Staff
        IF WS-STAFF-IDX = 0
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-STAFF-TELEPORTS(WS-STAFF-IDX)
        MOVE WS-TP-MOVED TO WS-LOOKUP-HEX
        PERFORM Resolve-Name
        MOVE SPACES TO WS-EVENT-LINE
        STRING "TELEPORT " FUNCTION TRIM(WS-LOOKUP-NAME)
            DELIMITED BY SIZE INTO WS-EVENT-LINE
        PERFORM Add-Event

        PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
            IF WS-PAIR-STAFF-IDX(WS-PAIR-IDX) = WS-STAFF-IDX
                    AND WS-PAIR-MOVED(WS-PAIR-IDX) = WS-TP-MOVED
                ADD 1 TO WS-PAIR-TIMES(WS-PAIR-IDX)
                EXIT PARAGRAPH
            END-IF
        END-PERFORM
        IF WS-PAIR-COUNT < WS-PAIR-MAX
            ADD 1 TO WS-PAIR-COUNT
            MOVE WS-STAFF-IDX TO WS-PAIR-STAFF-IDX(WS-PAIR-COUNT)
            MOVE WS-TP-MOVED TO WS-PAIR-MOVED(WS-PAIR-COUNT)
            MOVE 1 TO WS-PAIR-TIMES(WS-PAIR-COUNT)
        END-IF.

    Fold-Action-Row.
        IF WS-ACTION-ACTOR-NAME = SPACES
            ADD 1 TO WS-UNATTRIBUTED-COUNT
            EXIT PARAGRAPH
        END-IF
        MOVE WS-ACTION-ACTOR-HEX TO WS-ACTOR-HEX
        MOVE WS-ACTION-ACTOR-NAME TO WS-ACTOR-NAME
        PERFORM Find-Or-Add-Staff
        IF WS-STAFF-IDX = 0
            EXIT PARAGRAPH
        END-IF
        MOVE 0 TO WS-AMOUNT
        IF WS-ACTION-AMOUNT IS NUMERIC
            MOVE WS-ACTION-AMOUNT TO WS-AMOUNT
        END-IF
        MOVE WS-AMOUNT TO WS-AMOUNT-DISPLAY
        MOVE SPACES TO WS-EVENT-LINE
        EVALUATE WS-ACTION-KIND
            WHEN "ROLLBACK"
                ADD 1 TO WS-STAFF-ROLLBACKS(WS-STAFF-IDX)
                STRING "ROLLBACK " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                    " rows undone, " FUNCTION TRIM(WS-ACTION-DETAIL)
                    DELIMITED BY SIZE INTO WS-EVENT-LINE
                PERFORM Add-Event
            WHEN "FILL"
                ADD 1 TO WS-STAFF-FILLS(WS-STAFF-IDX)
                STRING "FILL " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                    " block box, " FUNCTION TRIM(WS-ACTION-DETAIL)
                    DELIMITED BY SIZE INTO WS-EVENT-LINE
                PERFORM Add-Event
                IF WS-AMOUNT > WS-VOLUME-LIMIT
                    MOVE WS-VOLUME-LIMIT TO WS-LIMIT-DISPLAY
                    MOVE SPACES TO WS-EVENT-LINE
                    STRING "FLAG fill of " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                        " blocks exceeds " FUNCTION TRIM(WS-LIMIT-DISPLAY)
                        DELIMITED BY SIZE INTO WS-EVENT-LINE
                    PERFORM Add-Event
                    PERFORM Count-Flag
                END-IF
            WHEN "RESTORE"
                STRING "RESTORE " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                    " stacks, " FUNCTION TRIM(WS-ACTION-DETAIL)
                    DELIMITED BY SIZE INTO WS-EVENT-LINE
                PERFORM Add-Event
        END-EVALUATE.

    Fold-Admin-Row.
        PERFORM VARYING WS-ADDRESS-IDX FROM 1 BY 1
                UNTIL WS-ADDRESS-IDX > WS-ADDRESS-COUNT
            IF WS-ADDRESS-TEXT(WS-ADDRESS-IDX) = WS-ADMIN-ADDRESS
                ADD 1 TO WS-ADDRESS-LINES(WS-ADDRESS-IDX)
                EXIT PARAGRAPH
            END-IF
        END-PERFORM
        IF WS-ADDRESS-COUNT < WS-ADDRESS-MAX
            ADD 1 TO WS-ADDRESS-COUNT
            MOVE WS-ADMIN-ADDRESS TO WS-ADDRESS-TEXT(WS-ADDRESS-COUNT)
            MOVE 1 TO WS-ADDRESS-LINES(WS-ADDRESS-COUNT)
        END-IF.

    *> The console and each remote admin session share the server's
    *> all-zero hex, so the username is part of the key.
    Find-Or-Add-Staff.
        PERFORM VARYING WS-STAFF-IDX FROM 1 BY 1
                UNTIL WS-STAFF-IDX > WS-STAFF-COUNT
            IF WS-STAFF-HEX(WS-STAFF-IDX) = WS-ACTOR-HEX
                    AND WS-STAFF-NAME(WS-STAFF-IDX) = WS-ACTOR-NAME
                EXIT PARAGRAPH
            END-IF
        END-PERFORM
        IF WS-STAFF-COUNT >= WS-STAFF-MAX
            IF WS-STAFF-OVERFLOW-WARNED = "N"
                DISPLAY "[staff-report] more than " WS-STAFF-MAX
                    " staff members, the rest are not reported"
                MOVE "Y" TO WS-STAFF-OVERFLOW-WARNED
            END-IF
            MOVE 0 TO WS-STAFF-IDX
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-STAFF-COUNT
        MOVE WS-STAFF-COUNT TO WS-STAFF-IDX
        INITIALIZE WS-STAFF-ENTRY(WS-STAFF-IDX)
        MOVE WS-ACTOR-HEX TO WS-STAFF-HEX(WS-STAFF-IDX)
        MOVE WS-ACTOR-NAME TO WS-STAFF-NAME(WS-STAFF-IDX).

    Add-Event.
        IF WS-EVENT-COUNT >= WS-EVENT-MAX
            IF WS-EVENT-OVERFLOW-WARNED = "N"
                DISPLAY "[staff-report] more than " WS-EVENT-MAX
                    " actions, the rest are counted but not listed"
                MOVE "Y" TO WS-EVENT-OVERFLOW-WARNED
            END-IF
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-EVENT-COUNT
        MOVE WS-STAFF-IDX TO WS-EVENT-STAFF-IDX(WS-EVENT-COUNT)
        MOVE WS-ROW-TIMESTAMP TO WS-EVENT-TIMESTAMP(WS-EVENT-COUNT)
        MOVE WS-EVENT-LINE TO WS-EVENT-TEXT(WS-EVENT-COUNT).

    Count-Flag.
        IF WS-STAFF-FLAGS(WS-STAFF-IDX) = 0
            ADD 1 TO WS-FLAGGED-STAFF-COUNT
        END-IF
        ADD 1 TO WS-STAFF-FLAGS(WS-STAFF-IDX)
        ADD 1 TO WS-FLAGGED-COUNT.

    *> Username from the player's stats file, or the hex if the player
    *> never got one.
    Resolve-Name.
        CALL "Stats-Get" USING WS-LOOKUP-HEX WS-STATS
        IF WS-STATS-USERNAME = SPACES
            MOVE WS-LOOKUP-HEX TO WS-LOOKUP-NAME
        ELSE
            MOVE WS-STATS-USERNAME TO WS-LOOKUP-NAME
        END-IF.

    Report-Staff.
        *> Repeated-teleport flags are only known once every log is in
        PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
            IF WS-PAIR-STAFF-IDX(WS-PAIR-IDX) = WS-STAFF-IDX
                    AND WS-PAIR-TIMES(WS-PAIR-IDX) >= WS-REPEAT-LIMIT
                PERFORM Count-Flag
            END-IF
        END-PERFORM

        MOVE SPACES TO STAFF-REPORT-RECORD
        WRITE STAFF-REPORT-RECORD
        MOVE SPACES TO WS-REPORT-LINE
        STRING "STAFF " FUNCTION TRIM(WS-STAFF-NAME(WS-STAFF-IDX)) " "
            WS-STAFF-HEX(WS-STAFF-IDX)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE STAFF-REPORT-RECORD FROM WS-REPORT-LINE
        MOVE WS-STAFF-BANS(WS-STAFF-IDX) TO WS-BANS-DISPLAY
        MOVE WS-STAFF-TEMPBANS(WS-STAFF-IDX) TO WS-TEMPBANS-DISPLAY
        MOVE WS-STAFF-PARDONS(WS-STAFF-IDX) TO WS-PARDONS-DISPLAY
        MOVE WS-STAFF-OPS(WS-STAFF-IDX) TO WS-OPS-DISPLAY
        MOVE WS-STAFF-MUTES(WS-STAFF-IDX) TO WS-MUTES-DISPLAY
        MOVE WS-STAFF-TELEPORTS(WS-STAFF-IDX) TO WS-TELEPORTS-DISPLAY
        MOVE WS-STAFF-ROLLBACKS(WS-STAFF-IDX) TO WS-ROLLBACKS-DISPLAY
        MOVE WS-STAFF-FILLS(WS-STAFF-IDX) TO WS-FILLS-DISPLAY
        MOVE WS-STAFF-FLAGS(WS-STAFF-IDX) TO WS-FLAGS-DISPLAY
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  bans " FUNCTION TRIM(WS-BANS-DISPLAY)
            "  tempbans " FUNCTION TRIM(WS-TEMPBANS-DISPLAY)
            "  pardons " FUNCTION TRIM(WS-PARDONS-DISPLAY)
            "  op changes " FUNCTION TRIM(WS-OPS-DISPLAY)
            "  mutes " FUNCTION TRIM(WS-MUTES-DISPLAY)
            "  teleports " FUNCTION TRIM(WS-TELEPORTS-DISPLAY)
            "  rollbacks " FUNCTION TRIM(WS-ROLLBACKS-DISPLAY)
            "  fills " FUNCTION TRIM(WS-FILLS-DISPLAY)
            "  flags " FUNCTION TRIM(WS-FLAGS-DISPLAY)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE STAFF-REPORT-RECORD FROM WS-REPORT-LINE

        PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
            IF WS-EVENT-STAFF-IDX(WS-EVENT-IDX) = WS-STAFF-IDX
                MOVE SPACES TO WS-REPORT-LINE
                STRING "  " WS-EVENT-TIMESTAMP(WS-EVENT-IDX) " "
                    FUNCTION TRIM(WS-EVENT-TEXT(WS-EVENT-IDX))
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                WRITE STAFF-REPORT-RECORD FROM WS-REPORT-LINE
            END-IF
        END-PERFORM

        PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
            IF WS-PAIR-STAFF-IDX(WS-PAIR-IDX) = WS-STAFF-IDX
                    AND WS-PAIR-TIMES(WS-PAIR-IDX) >= WS-REPEAT-LIMIT
                MOVE WS-PAIR-MOVED(WS-PAIR-IDX) TO WS-LOOKUP-HEX
                PERFORM Resolve-Name
                MOVE WS-PAIR-TIMES(WS-PAIR-IDX) TO WS-COUNT-DISPLAY
                MOVE SPACES TO WS-REPORT-LINE
                STRING "  FLAG teleported " FUNCTION TRIM(WS-LOOKUP-NAME)
                    " " FUNCTION TRIM(WS-COUNT-DISPLAY) " times"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                WRITE STAFF-REPORT-RECORD FROM WS-REPORT-LINE
            END-IF
        END-PERFORM.

END PROGRAM StaffReport-Run.
