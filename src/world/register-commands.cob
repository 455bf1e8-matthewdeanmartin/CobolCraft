
    MOVE "top" TO COMMAND-NAME-ARG
    MOVE 0 TO REQUIRED-LEVEL-ARG
    MOVE "<broken|placed|messages|sessions|seconds|distance|crafted>" TO ARGS-LAYOUT-ARG
    MOVE "all-time leaderboard for one statistic" TO DESCRIPTION-ARG
    SET HANDLER-PTR TO ENTRY "Command-Top"
    CALL "CommandRegistry-Register" USING COMMAND-NAME-ARG

    MOVE "claim" TO COMMAND-NAME-ARG
    MOVE 2 TO REQUIRED-LEVEL-ARG
    MOVE "create <name> <x1> <y1> <z1> <x2> <y2> <z2>|delete|exempt|unexempt <name>|list" TO ARGS-LAYOUT-ARG
    MOVE "manage protected regions" TO DESCRIPTION-ARG
    SET HANDLER-PTR TO ENTRY "Command-Claim"
    CALL "CommandRegistry-Register" USING COMMAND-NAME-ARG
        REQUIRED-LEVEL-ARG ARGS-LAYOUT-ARG DESCRIPTION-ARG HANDLER-PTR

    MOVE "warn" TO COMMAND-NAME-ARG
    MOVE 2 TO REQUIRED-LEVEL-ARG
    MOVE "<username> <points> <reason>" TO ARGS-LAYOUT-ARG
    MOVE "records a warning; enough points escalate to mute/tempban" TO DESCRIPTION-ARG
    SET HANDLER-PTR TO ENTRY "Command-Warn"
    CALL "CommandRegistry-Register" USING COMMAND-NAME-ARG
        REQUIRED-LEVEL-ARG ARGS-LAYOUT-ARG DESCRIPTION-ARG HANDLER-PTR

    MOVE "history" TO COMMAND-NAME-ARG
    MOVE 2 TO REQUIRED-LEVEL-ARG
    MOVE "<username>" TO ARGS-LAYOUT-ARG
    MOVE "a player's full warning, mute and ban record" TO DESCRIPTION-ARG
    SET HANDLER-PTR TO ENTRY "Command-History"
    CALL "CommandRegistry-Register" USING COMMAND-NAME-ARG
        REQUIRED-LEVEL-ARG ARGS-LAYOUT-ARG DESCRIPTION-ARG HANDLER-PTR

    MOVE "report" TO COMMAND-NAME-ARG
    MOVE 0 TO REQUIRED-LEVEL-ARG
    MOVE "<username> <what happened>" TO ARGS-LAYOUT-ARG
    MOVE "reports a player to staff (opens a ticket)" TO DESCRIPTION-ARG
    SET HANDLER-PTR TO ENTRY "Command-Report"
    CALL "CommandRegistry-Register" USING COMMAND-NAME-ARG
        REQUIRED-LEVEL-ARG ARGS-LAYOUT-ARG DESCRIPTION-ARG HANDLER-PTR

    MOVE "ticket" TO COMMAND-NAME-ARG
    MOVE 2 TO REQUIRED-LEVEL-ARG
    MOVE "list|view <id>|claim <id>|comment <id> <text>|close <id> <outcome>" TO ARGS-LAYOUT-ARG
    MOVE "work the player report queue" TO DESCRIPTION-ARG
    SET HANDLER-PTR TO ENTRY "Command-Ticket"
    CALL "CommandRegistry-Register" USING COMMAND-NAME-ARG
        REQUIRED-LEVEL-ARG ARGS-LAYOUT-ARG DESCRIPTION-ARG HANDLER-PTR

    MOVE "feed" TO COMMAND-NAME-ARG
    MOVE 0 TO REQUIRED-LEVEL-ARG
    MOVE "<hide|show>" TO ARGS-LAYOUT-ARG
    MOVE "keeps you off (or puts you back on) the website feed" TO DESCRIPTION-ARG
    SET HANDLER-PTR TO ENTRY "Command-Feed"
    CALL "CommandRegistry-Register" USING COMMAND-NAME-ARG
        REQUIRED-LEVEL-ARG ARGS-LAYOUT-ARG DESCRIPTION-ARG HANDLER-PTR

    MOVE "achievements" TO COMMAND-NAME-ARG
    MOVE 0 TO REQUIRED-LEVEL-ARG
    MOVE "[username]" TO ARGS-LAYOUT-ARG
    MOVE "achievements earned, and the ones closest to earning" TO DESCRIPTION-ARG
    SET HANDLER-PTR TO ENTRY "Command-Achievements"
    CALL "CommandRegistry-Register" USING COMMAND-NAME-ARG
        REQUIRED-LEVEL-ARG ARGS-LAYOUT-ARG DESCRIPTION-ARG HANDLER-PTR

    GOBACK.

END PROGRAM RegisterCommands-All.
*> Protected-region management: create/delete/list, exactly the
*> subsystem from the regions store (Regions-Add/Remove/GetEntry);
*> Region-IsProtected enforces the result on every world-mutating
*> block callback. exempt/unexempt mark a claim as never expiring (or
*> undo that) for ClaimReclaim-Run, through RegionExempt-Set.
IDENTIFICATION DIVISION.
PROGRAM-ID. Command-Claim.

    01 CLAIM-INDEX              BINARY-LONG UNSIGNED.
    01 CLAIM-FOUND-FLAG         PIC X(1).
    01 CLAIM-COORD-DISPLAY      PIC -(9)9.
    01 CLAIM-EXEMPT-FLAG        PIC X(1).
    01 CLAIM-CHANGED-FLAG       PIC X(1).
    01 REPORT-LINE              PIC X(128).
    01 REPLY-COLOR-VALUE        PIC X(16).
    01 SCAN-POINTER             BINARY-LONG.
            PERFORM Claim-Delete
        WHEN "list"
            PERFORM Claim-List
        WHEN "exempt"
            MOVE "Y" TO CLAIM-EXEMPT-FLAG
            PERFORM Claim-Exempt
        WHEN "unexempt"
            MOVE "N" TO CLAIM-EXEMPT-FLAG
            PERFORM Claim-Exempt
        WHEN OTHER
            MOVE "Usage: /claim create <name> <x1> <y1> <z1> <x2> <y2> <z2> | delete|exempt|unexempt <name> | list" TO REPORT-LINE
            MOVE "red" TO REPLY-COLOR-VALUE
            PERFORM Reply-Report-Line
    END-EVALUATE
        CALL "Regions-Remove" USING CLAIM-REGION-NAME OWNER-FILTER-HEX
            CLAIM-OK-FLAG
        IF CLAIM-OK-FLAG = "Y"
            *> A later claim reusing the name must not inherit the mark
            MOVE "N" TO CLAIM-EXEMPT-FLAG
            CALL "RegionExempt-Set" USING CLAIM-REGION-NAME
                CALLER-UUID-HEX CLAIM-EXEMPT-FLAG CLAIM-CHANGED-FLAG
            MOVE SPACES TO REPORT-LINE
            STRING "Claim " FUNCTION TRIM(CLAIM-REGION-NAME) " deleted"
                DELIMITED BY SIZE INTO REPORT-LINE
        END-IF
        PERFORM Reply-Report-Line.

    Claim-Exempt.
        IF CLAIM-TOKEN-COUNT < 2
            MOVE "Usage: /claim exempt|unexempt <name>" TO REPORT-LINE
            MOVE "red" TO REPLY-COLOR-VALUE
            PERFORM Reply-Report-Line
            EXIT PARAGRAPH
        END-IF

        *> Only a claim that exists can be marked
        MOVE CLAIM-TOKEN(2) TO CLAIM-TOKEN(3)
        MOVE 0 TO CLAIM-INDEX
        MOVE "Y" TO CLAIM-FOUND-FLAG
        PERFORM UNTIL CLAIM-FOUND-FLAG NOT = "Y"
            ADD 1 TO CLAIM-INDEX
            CALL "Regions-GetEntry" USING CLAIM-INDEX CLAIM-REGION
                CLAIM-FOUND-FLAG
            IF CLAIM-FOUND-FLAG = "Y"
                    AND CLAIM-REGION-NAME = CLAIM-TOKEN(3)
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF CLAIM-FOUND-FLAG NOT = "Y"
            MOVE SPACES TO REPORT-LINE
            STRING "No claim named " FUNCTION TRIM(CLAIM-TOKEN(3))
                DELIMITED BY SIZE INTO REPORT-LINE
            MOVE "red" TO REPLY-COLOR-VALUE
            PERFORM Reply-Report-Line
            EXIT PARAGRAPH
        END-IF

        CALL "RegionExempt-Set" USING CLAIM-REGION-NAME CALLER-UUID-HEX
            CLAIM-EXEMPT-FLAG CLAIM-CHANGED-FLAG
        MOVE SPACES TO REPORT-LINE
        EVALUATE TRUE
            WHEN CLAIM-CHANGED-FLAG NOT = "Y"
                STRING "Claim " FUNCTION TRIM(CLAIM-REGION-NAME)
                    " was already in that state"
                    DELIMITED BY SIZE INTO REPORT-LINE
                MOVE "yellow" TO REPLY-COLOR-VALUE
            WHEN CLAIM-EXEMPT-FLAG = "Y"
                STRING "Claim " FUNCTION TRIM(CLAIM-REGION-NAME)
                    " will never expire"
                    DELIMITED BY SIZE INTO REPORT-LINE
                MOVE "green" TO REPLY-COLOR-VALUE
            WHEN OTHER
                STRING "Claim " FUNCTION TRIM(CLAIM-REGION-NAME)
                    " expires with its owner's inactivity again"
                    DELIMITED BY SIZE INTO REPORT-LINE
                MOVE "green" TO REPLY-COLOR-VALUE
        END-EVALUATE
        PERFORM Reply-Report-Line.

    Claim-List.
        MOVE 0 TO CLAIM-INDEX
        MOVE "Y" TO CLAIM-FOUND-FLAG
    STRING "seconds=" FUNCTION TRIM(COUNTER-DISPLAY) " "
        DELIMITED BY SIZE INTO REPORT-LINE WITH POINTER SCAN-POINTER
    MOVE SHOWN-STATS-DISTANCE TO COUNTER-DISPLAY
    STRING "distance=" FUNCTION TRIM(COUNTER-DISPLAY) " "
        DELIMITED BY SIZE INTO REPORT-LINE WITH POINTER SCAN-POINTER
    MOVE SHOWN-STATS-CRAFTED TO COUNTER-DISPLAY
    STRING "crafted=" FUNCTION TRIM(COUNTER-DISPLAY)
        DELIMITED BY SIZE INTO REPORT-LINE WITH POINTER SCAN-POINTER

    MOVE "yellow" TO REPLY-COLOR-VALUE
            AND STAT-TOKEN NOT = "sessions"
            AND STAT-TOKEN NOT = "seconds"
            AND STAT-TOKEN NOT = "distance"
            AND STAT-TOKEN NOT = "crafted"
        MOVE "Usage: /top <broken|placed|messages|sessions|seconds|distance|crafted>" TO REPORT-LINE
        MOVE "red" TO REPLY-COLOR-VALUE
        PERFORM Reply-Report-Line
        GOBACK
                MOVE READ-STATS-SECONDS TO CANDIDATE-VALUE
            WHEN "distance"
                MOVE READ-STATS-DISTANCE TO CANDIDATE-VALUE
            WHEN "crafted"
                MOVE READ-STATS-CRAFTED TO CANDIDATE-VALUE
        END-EVALUATE
        IF CANDIDATE-VALUE = 0
            EXIT PARAGRAPH
    COPY DD-PLAYERS.
    COPY DD-TEXT-COMPONENT REPLACING LEADING ==PREFIX== BY ==REPLY==.
    COPY DD-BLOCK-CHANGE-LOG-ENTRY REPLACING LEADING ==PREFIX== BY ==CHANGE==.
    COPY DD-STAFF-ACTOR.
    01 FILL-TOKENS.
        02 FILL-TOKEN           PIC X(64) OCCURS 8 TIMES.
    01 FILL-TOKEN-COUNT         BINARY-LONG UNSIGNED.
    01 SKIP-DISPLAY             PIC Z(9)9.
    01 REPORT-LINE              PIC X(160).
    01 REPLY-COLOR-VALUE        PIC X(16).
    01 ACTION-KIND              PIC X(8) VALUE "FILL".
    01 ACTION-VOLUME            BINARY-LONG UNSIGNED.
    01 ACTION-DETAIL            PIC X(128).
    01 ACTION-MIN-X             PIC -(9)9.
    01 ACTION-MIN-Y             PIC -(9)9.
    01 ACTION-MIN-Z             PIC -(9)9.
    01 ACTION-MAX-X             PIC -(9)9.
    01 ACTION-MAX-Y             PIC -(9)9.
    01 ACTION-MAX-Z             PIC -(9)9.

LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
            FUNCTION TRIM(SKIP-DISPLAY) " skipped (protected)"
            DELIMITED BY SIZE INTO REPORT-LINE
        MOVE "green" TO REPLY-COLOR-VALUE
        PERFORM Record-Staff-Action
    ELSE
        STRING "Dry run: " FUNCTION TRIM(COUNT-DISPLAY)
            " blocks would change, " FUNCTION TRIM(SKIP-DISPLAY)
            TO CHANGE-LOG-PLAYER-UUID
        CALL "BlockChangeLog-Append" USING CHANGE-LOG-ENTRY.

    *> One staff-actions.log row per applied fill, volume first, so the
    *> weekly staff report can flag outsized edits without reading the
    *> block-change log.
    Record-Staff-Action.
        CALL "Util-BytesToHex" USING PLAYER-UUID(CLIENT-PLAYER(LK-CLIENT))
            STAFF-ACTOR-HEX
        MOVE PLAYER-USERNAME(CLIENT-PLAYER(LK-CLIENT)) TO STAFF-ACTOR-NAME
        MOVE BOX-VOLUME TO ACTION-VOLUME
        MOVE BOX-MIN-X TO ACTION-MIN-X
        MOVE BOX-MIN-Y TO ACTION-MIN-Y
        MOVE BOX-MIN-Z TO ACTION-MIN-Z
        MOVE BOX-MAX-X TO ACTION-MAX-X
        MOVE BOX-MAX-Y TO ACTION-MAX-Y
        MOVE BOX-MAX-Z TO ACTION-MAX-Z
        MOVE SPACES TO ACTION-DETAIL
        STRING "box " FUNCTION TRIM(ACTION-MIN-X) ","
            FUNCTION TRIM(ACTION-MIN-Y) "," FUNCTION TRIM(ACTION-MIN-Z)
            " " FUNCTION TRIM(ACTION-MAX-X) ","
            FUNCTION TRIM(ACTION-MAX-Y) "," FUNCTION TRIM(ACTION-MAX-Z)
            " " FUNCTION TRIM(BLOCK-NAME) " changed "
            FUNCTION TRIM(COUNT-DISPLAY)
            DELIMITED BY SIZE INTO ACTION-DETAIL
        CALL "StaffActionLog-Append" USING ACTION-KIND ACTION-VOLUME
            ACTION-DETAIL
        MOVE SPACES TO STAFF-ACTOR.

    Reply-Report-Line.
        MOVE SPACES TO REPLY-COMPONENT
        MOVE REPLY-COLOR-VALUE TO REPLY-COLOR
            "system".

END PROGRAM Command-Lookup.

*> --- Command-Warn ---
*> /warn <username> <points> <reason>: a staff warning against the
*> player's UUID, recorded in their case file by WarnCase-Add, which
*> also runs the escalation ladder. Works on offline players, resolved
*> the way ban and mail resolve them.
IDENTIFICATION DIVISION.
PROGRAM-ID. Command-Warn.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-PLAYERS.
    COPY DD-TEXT-COMPONENT REPLACING LEADING ==PREFIX== BY ==REPLY==.
    COPY DD-STAFF-ACTOR.
    01 TARGET-NAME              PIC X(16).
    01 TARGET-UUID-HEX          PIC X(32).
    01 TARGET-FOUND-FLAG        PIC X(1).
    01 POINTS-TOKEN             PIC X(16).
    01 WARN-POINTS              BINARY-LONG UNSIGNED.
    01 WARN-REASON              PIC X(128).
    01 WARN-ISSUER              PIC X(16).
    01 SCAN-POINTER             BINARY-LONG.
    01 REPORT-LINE              PIC X(160).
    01 REPLY-COLOR-VALUE        PIC X(16).

LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-ARGS                  PIC X(256).
    01 LK-CALLER-LEVEL          BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT LK-ARGS LK-CALLER-LEVEL.
    MOVE SPACES TO TARGET-NAME
    MOVE SPACES TO POINTS-TOKEN
    MOVE SPACES TO WARN-REASON
    MOVE 1 TO SCAN-POINTER
    UNSTRING LK-ARGS DELIMITED BY ALL SPACE
        INTO TARGET-NAME POINTS-TOKEN
        WITH POINTER SCAN-POINTER
    IF SCAN-POINTER <= LENGTH OF LK-ARGS
        MOVE FUNCTION TRIM(LK-ARGS(SCAN-POINTER:)) TO WARN-REASON
    END-IF
    IF TARGET-NAME = SPACES OR WARN-REASON = SPACES
            OR FUNCTION TRIM(POINTS-TOKEN) IS NOT NUMERIC
        MOVE "Usage: /warn <username> <points> <reason>" TO REPORT-LINE
        MOVE "red" TO REPLY-COLOR-VALUE
        PERFORM Reply-Report-Line
        GOBACK
    END-IF
    COMPUTE WARN-POINTS = FUNCTION NUMVAL(POINTS-TOKEN)
    IF WARN-POINTS < 1 OR WARN-POINTS > 100
        MOVE "Points must be 1-100" TO REPORT-LINE
        MOVE "red" TO REPLY-COLOR-VALUE
        PERFORM Reply-Report-Line
        GOBACK
    END-IF

    CALL "PlayerLookup-UuidHex" USING TARGET-NAME TARGET-UUID-HEX
        TARGET-FOUND-FLAG
    IF TARGET-FOUND-FLAG NOT = "Y"
        MOVE SPACES TO REPORT-LINE
        STRING "No player named " FUNCTION TRIM(TARGET-NAME)
            " has ever connected" DELIMITED BY SIZE
            INTO REPORT-LINE
        MOVE "red" TO REPLY-COLOR-VALUE
        PERFORM Reply-Report-Line
        GOBACK
    END-IF

    MOVE PLAYER-USERNAME(CLIENT-PLAYER(LK-CLIENT)) TO WARN-ISSUER
    *> A ladder mute or tempban is this moderator's doing on the audit
    *> logs, not an automatic one
    CALL "Util-BytesToHex" USING PLAYER-UUID(CLIENT-PLAYER(LK-CLIENT))
        STAFF-ACTOR-HEX
    MOVE WARN-ISSUER TO STAFF-ACTOR-NAME
    CALL "WarnCase-Add" USING TARGET-UUID-HEX TARGET-NAME WARN-POINTS
        WARN-ISSUER WARN-REASON REPORT-LINE
    MOVE SPACES TO STAFF-ACTOR
    MOVE "yellow" TO REPLY-COLOR-VALUE
    PERFORM Reply-Report-Line

    GOBACK.

    Reply-Report-Line.
        MOVE SPACES TO REPLY-COMPONENT
        MOVE REPLY-COLOR-VALUE TO REPLY-COLOR
        MOVE REPORT-LINE TO REPLY-TEXT
        MOVE FUNCTION STORED-CHAR-LENGTH(REPORT-LINE) TO REPLY-TEXT-LEN
        CALL "SendPacket-SystemChat" USING LK-CLIENT REPLY-COMPONENT
            "system".

END PROGRAM Command-Warn.

*> --- Command-History ---
*> /history <username>: the player's whole discipline record from
*> warnings/<uuid>.dat, oldest first, headed by the points still active
*> after decay - so the next moderator on shift sees the pattern, not
*> just the last incident.
IDENTIFICATION DIVISION.
PROGRAM-ID. Command-History.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CASE-FILE ASSIGN TO CASE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CASE-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD CASE-FILE.
01 CASE-RECORD                 PIC X(200).

WORKING-STORAGE SECTION.
    COPY DD-TEXT-COMPONENT REPLACING LEADING ==PREFIX== BY ==REPLY==.
    COPY DD-WARN-CASE-LINE REPLACING LEADING ==PREFIX== BY ==SHOWN==.
    01 CASE-FILE-STATUS         PIC X(2).
    01 CASE-FILE-NAME           PIC X(128).
    01 TARGET-NAME              PIC X(16).
    01 TARGET-UUID-HEX          PIC X(32).
    01 TARGET-FOUND-FLAG        PIC X(1).
    01 NOW-SECONDS              BINARY-LONG UNSIGNED.
    01 ACTIVE-POINTS            BINARY-LONG UNSIGNED.
    01 ROWS-SHOWN               BINARY-LONG UNSIGNED.
    01 COUNT-DISPLAY            PIC Z(4)9.
    01 REPORT-LINE              PIC X(160).
    01 REPLY-COLOR-VALUE        PIC X(16).

LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-ARGS                  PIC X(256).
    01 LK-CALLER-LEVEL          BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT LK-ARGS LK-CALLER-LEVEL.
    MOVE SPACES TO TARGET-NAME
    MOVE FUNCTION TRIM(LK-ARGS) TO TARGET-NAME
    IF TARGET-NAME = SPACES
        MOVE "Usage: /history <username>" TO REPORT-LINE
        MOVE "red" TO REPLY-COLOR-VALUE
        PERFORM Reply-Report-Line
        GOBACK
    END-IF
    CALL "PlayerLookup-UuidHex" USING TARGET-NAME TARGET-UUID-HEX
        TARGET-FOUND-FLAG
    IF TARGET-FOUND-FLAG NOT = "Y"
        MOVE SPACES TO REPORT-LINE
        STRING "No player named " FUNCTION TRIM(TARGET-NAME)
            " has ever connected" DELIMITED BY SIZE
            INTO REPORT-LINE
        MOVE "red" TO REPLY-COLOR-VALUE
        PERFORM Reply-Report-Line
        GOBACK
    END-IF

    CALL "Time-UnixSeconds" USING NOW-SECONDS
    CALL "WarnCase-ActivePoints" USING TARGET-UUID-HEX NOW-SECONDS
        ACTIVE-POINTS
    MOVE ACTIVE-POINTS TO COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING FUNCTION TRIM(TARGET-NAME) ": "
        FUNCTION TRIM(COUNT-DISPLAY) " active warning points"
        DELIMITED BY SIZE INTO REPORT-LINE
    MOVE "yellow" TO REPLY-COLOR-VALUE
    PERFORM Reply-Report-Line

    MOVE 0 TO ROWS-SHOWN
    MOVE SPACES TO CASE-FILE-NAME
    STRING "warnings/" TARGET-UUID-HEX ".dat"
        DELIMITED BY SIZE INTO CASE-FILE-NAME
    OPEN INPUT CASE-FILE
    IF CASE-FILE-STATUS = "00"
        PERFORM UNTIL CASE-FILE-STATUS NOT = "00"
            READ CASE-FILE INTO SHOWN-CASE-LINE
            IF CASE-FILE-STATUS = "00"
                PERFORM Show-Case-Row
            END-IF
        END-PERFORM
        CLOSE CASE-FILE
    END-IF
    IF ROWS-SHOWN = 0
        MOVE "No warnings on record" TO REPORT-LINE
        MOVE "yellow" TO REPLY-COLOR-VALUE
        PERFORM Reply-Report-Line
    END-IF

    GOBACK.

    Show-Case-Row.
        MOVE SPACES TO REPORT-LINE
        IF SHOWN-CASE-KIND = "WARN"
            MOVE SHOWN-CASE-POINTS TO COUNT-DISPLAY
            STRING SHOWN-CASE-TIMESTAMP " WARN "
                FUNCTION TRIM(COUNT-DISPLAY) " by "
                FUNCTION TRIM(SHOWN-CASE-ISSUER) ": "
                FUNCTION TRIM(SHOWN-CASE-REASON)
                DELIMITED BY SIZE INTO REPORT-LINE
            MOVE "yellow" TO REPLY-COLOR-VALUE
        ELSE
            STRING SHOWN-CASE-TIMESTAMP " "
                FUNCTION TRIM(SHOWN-CASE-KIND) " until "
                SHOWN-CASE-UNTIL " ("
                FUNCTION TRIM(SHOWN-CASE-REASON) ")"
                DELIMITED BY SIZE INTO REPORT-LINE
            MOVE "red" TO REPLY-COLOR-VALUE
        END-IF
        PERFORM Reply-Report-Line
        ADD 1 TO ROWS-SHOWN.

    Reply-Report-Line.
        MOVE SPACES TO REPLY-COMPONENT
        MOVE REPLY-COLOR-VALUE TO REPLY-COLOR
        MOVE REPORT-LINE TO REPLY-TEXT
        MOVE FUNCTION STORED-CHAR-LENGTH(REPORT-LINE) TO REPLY-TEXT-LEN
        CALL "SendPacket-SystemChat" USING LK-CLIENT REPLY-COMPONENT
            "system".

END PROGRAM Command-History.

*> --- Command-Report ---
*> /report <username> <what happened>: any player can open a ticket
*> against another; Ticket-Open captures the evidence and tells the
*> staff who are online.
IDENTIFICATION DIVISION.
PROGRAM-ID. Command-Report.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-TEXT-COMPONENT REPLACING LEADING ==PREFIX== BY ==REPLY==.
    01 TARGET-NAME              PIC X(16).
    01 TARGET-UUID-HEX          PIC X(32).
    01 TARGET-FOUND-FLAG        PIC X(1).
    01 REPORT-REASON            PIC X(128).
    01 SCAN-POINTER             BINARY-LONG.
    01 REPORT-LINE              PIC X(160).
    01 REPLY-COLOR-VALUE        PIC X(16).

LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-ARGS                  PIC X(256).
    01 LK-CALLER-LEVEL          BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT LK-ARGS LK-CALLER-LEVEL.
    MOVE SPACES TO TARGET-NAME
    MOVE SPACES TO REPORT-REASON
    MOVE 1 TO SCAN-POINTER
    UNSTRING LK-ARGS DELIMITED BY ALL SPACE
        INTO TARGET-NAME
        WITH POINTER SCAN-POINTER
    IF SCAN-POINTER <= LENGTH OF LK-ARGS
        MOVE FUNCTION TRIM(LK-ARGS(SCAN-POINTER:)) TO REPORT-REASON
    END-IF
    IF TARGET-NAME = SPACES OR REPORT-REASON = SPACES
        MOVE "Usage: /report <username> <what happened>" TO REPORT-LINE
        MOVE "red" TO REPLY-COLOR-VALUE
        PERFORM Reply-Report-Line
        GOBACK
    END-IF
    CALL "PlayerLookup-UuidHex" USING TARGET-NAME TARGET-UUID-HEX
        TARGET-FOUND-FLAG
    IF TARGET-FOUND-FLAG NOT = "Y"
        MOVE SPACES TO REPORT-LINE
        STRING "No player named " FUNCTION TRIM(TARGET-NAME)
            " has ever connected" DELIMITED BY SIZE
            INTO REPORT-LINE
        MOVE "red" TO REPLY-COLOR-VALUE
        PERFORM Reply-Report-Line
        GOBACK
    END-IF

    CALL "Ticket-Open" USING LK-CLIENT TARGET-NAME TARGET-UUID-HEX
        REPORT-REASON REPORT-LINE
    MOVE "yellow" TO REPLY-COLOR-VALUE
    PERFORM Reply-Report-Line

    GOBACK.

    Reply-Report-Line.
        MOVE SPACES TO REPLY-COMPONENT
        MOVE REPLY-COLOR-VALUE TO REPLY-COLOR
        MOVE REPORT-LINE TO REPLY-TEXT
        MOVE FUNCTION STORED-CHAR-LENGTH(REPORT-LINE) TO REPLY-TEXT-LEN
        CALL "SendPacket-SystemChat" USING LK-CLIENT REPLY-COMPONENT
            "system".

END PROGRAM Command-Report.

*> --- Command-Ticket ---
*> Staff side of the report queue:
*>   list                   open and claimed tickets, oldest first
*>   view <id>              the ticket file: evidence, then notes
*>   claim <id>             take the ticket
*>   comment <id> <text>    add a note
*>   close <id> <outcome>   close it; the reporter is mailed the outcome
*> list and view read tickets/ directly; the rest go through
*> Ticket-Update.
IDENTIFICATION DIVISION.
PROGRAM-ID. Command-Ticket.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INDEX-FILE ASSIGN TO "tickets/index.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INDEX-FILE-STATUS.
    SELECT TICKET-FILE ASSIGN TO TICKET-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TICKET-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD INDEX-FILE.
01 INDEX-RECORD                PIC X(256).
FD TICKET-FILE.
01 TICKET-RECORD               PIC X(340).

WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-PLAYERS.
    COPY DD-TEXT-COMPONENT REPLACING LEADING ==PREFIX== BY ==REPLY==.
    COPY DD-TICKET-ENTRY REPLACING LEADING ==PREFIX== BY ==LISTED==.
    01 INDEX-FILE-STATUS        PIC X(2).
    01 TICKET-FILE-STATUS       PIC X(2).
    01 TICKET-FILE-NAME         PIC X(128).
    01 SUBCOMMAND               PIC X(16).
    01 ID-TOKEN                 PIC X(16).
    01 NOTE-TEXT                PIC X(128).
    01 SCAN-POINTER             BINARY-LONG.
    01 TICKET-NUMBER            BINARY-LONG UNSIGNED.
    01 TICKET-NUMBER-DISPLAY    PIC 9(6).
    01 TICKET-ACTION            PIC X(8).
    01 STAFF-NAME               PIC X(16).
    01 ROWS-SHOWN               BINARY-LONG UNSIGNED.
    01 ROW-LIMIT                BINARY-LONG UNSIGNED VALUE 40.
    01 TRUNCATED-FLAG           PIC X(1).
    01 REPORT-LINE              PIC X(160).
    01 REPLY-COLOR-VALUE        PIC X(16).

LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-ARGS                  PIC X(256).
    01 LK-CALLER-LEVEL          BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT LK-ARGS LK-CALLER-LEVEL.
    MOVE SPACES TO SUBCOMMAND
    MOVE SPACES TO ID-TOKEN
    MOVE SPACES TO NOTE-TEXT
    MOVE 1 TO SCAN-POINTER
    UNSTRING LK-ARGS DELIMITED BY ALL SPACE
        INTO SUBCOMMAND ID-TOKEN
        WITH POINTER SCAN-POINTER
    IF SCAN-POINTER <= LENGTH OF LK-ARGS
        MOVE FUNCTION TRIM(LK-ARGS(SCAN-POINTER:)) TO NOTE-TEXT
    END-IF

    IF SUBCOMMAND = "list"
        PERFORM List-Tickets
        GOBACK
    END-IF

    IF FUNCTION TRIM(ID-TOKEN) IS NOT NUMERIC
        PERFORM Show-Usage
        GOBACK
    END-IF
    COMPUTE TICKET-NUMBER = FUNCTION NUMVAL(ID-TOKEN)
    MOVE PLAYER-USERNAME(CLIENT-PLAYER(LK-CLIENT)) TO STAFF-NAME
    EVALUATE SUBCOMMAND
        WHEN "view"
            PERFORM View-Ticket
            GOBACK
        WHEN "claim"
            MOVE "CLAIM" TO TICKET-ACTION
        WHEN "comment"
            IF NOTE-TEXT = SPACES
                PERFORM Show-Usage
                GOBACK
            END-IF
            MOVE "COMMENT" TO TICKET-ACTION
        WHEN "close"
            IF NOTE-TEXT = SPACES
                PERFORM Show-Usage
                GOBACK
            END-IF
            MOVE "CLOSE" TO TICKET-ACTION
        WHEN OTHER
            PERFORM Show-Usage
            GOBACK
    END-EVALUATE
    CALL "Ticket-Update" USING TICKET-ACTION TICKET-NUMBER STAFF-NAME
        NOTE-TEXT REPORT-LINE
    MOVE "yellow" TO REPLY-COLOR-VALUE
    PERFORM Reply-Report-Line

    GOBACK.

    Show-Usage.
        MOVE "Usage: /ticket list|view <id>|claim <id>|comment <id> <text>|close <id> <outcome>" TO REPORT-LINE
        MOVE "red" TO REPLY-COLOR-VALUE
        PERFORM Reply-Report-Line.

    List-Tickets.
        MOVE 0 TO ROWS-SHOWN
        OPEN INPUT INDEX-FILE
        IF INDEX-FILE-STATUS = "00"
            PERFORM UNTIL INDEX-FILE-STATUS NOT = "00"
                READ INDEX-FILE INTO LISTED-TICKET
                IF INDEX-FILE-STATUS = "00"
                        AND LISTED-TICKET-STATUS NOT = "CLOSED"
                        AND ROWS-SHOWN < ROW-LIMIT
                    MOVE SPACES TO REPORT-LINE
                    STRING "#" LISTED-TICKET-ID " "
                        FUNCTION TRIM(LISTED-TICKET-STATUS) " "
                        FUNCTION TRIM(LISTED-TICKET-HANDLER) " "
                        FUNCTION TRIM(LISTED-TICKET-REPORTER) " -> "
                        FUNCTION TRIM(LISTED-TICKET-TARGET) ": "
                        FUNCTION TRIM(LISTED-TICKET-REASON)
                        DELIMITED BY SIZE INTO REPORT-LINE
                    IF LISTED-TICKET-STATUS = "OPEN"
                        MOVE "gold" TO REPLY-COLOR-VALUE
                    ELSE
                        MOVE "yellow" TO REPLY-COLOR-VALUE
                    END-IF
                    PERFORM Reply-Report-Line
                    ADD 1 TO ROWS-SHOWN
                END-IF
            END-PERFORM
            CLOSE INDEX-FILE
        END-IF
        IF ROWS-SHOWN = 0
            MOVE "No open tickets" TO REPORT-LINE
            MOVE "yellow" TO REPLY-COLOR-VALUE
            PERFORM Reply-Report-Line
        END-IF.

    View-Ticket.
        MOVE TICKET-NUMBER TO TICKET-NUMBER-DISPLAY
        MOVE SPACES TO TICKET-FILE-NAME
        STRING "tickets/" TICKET-NUMBER-DISPLAY ".txt"
            DELIMITED BY SIZE INTO TICKET-FILE-NAME
        OPEN INPUT TICKET-FILE
        IF TICKET-FILE-STATUS NOT = "00"
            MOVE SPACES TO REPORT-LINE
            STRING "No ticket #" TICKET-NUMBER-DISPLAY
                DELIMITED BY SIZE INTO REPORT-LINE
            MOVE "red" TO REPLY-COLOR-VALUE
            PERFORM Reply-Report-Line
            EXIT PARAGRAPH
        END-IF
        MOVE 0 TO ROWS-SHOWN
        MOVE "N" TO TRUNCATED-FLAG
        MOVE "yellow" TO REPLY-COLOR-VALUE
        PERFORM UNTIL TICKET-FILE-STATUS NOT = "00"
            READ TICKET-FILE
            IF TICKET-FILE-STATUS = "00"
                IF ROWS-SHOWN < ROW-LIMIT
                    MOVE TICKET-RECORD TO REPORT-LINE
                    PERFORM Reply-Report-Line
                    ADD 1 TO ROWS-SHOWN
                ELSE
                    MOVE "Y" TO TRUNCATED-FLAG
                END-IF
            END-IF
        END-PERFORM
        CLOSE TICKET-FILE
        IF TRUNCATED-FLAG = "Y"
            MOVE SPACES TO REPORT-LINE
            STRING "(truncated - the full case is in "
                FUNCTION TRIM(TICKET-FILE-NAME) ")"
                DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM Reply-Report-Line
        END-IF.

    Reply-Report-Line.
        MOVE SPACES TO REPLY-COMPONENT
        MOVE REPLY-COLOR-VALUE TO REPLY-COLOR
        MOVE REPORT-LINE TO REPLY-TEXT
        MOVE FUNCTION STORED-CHAR-LENGTH(REPORT-LINE) TO REPLY-TEXT-LEN
        CALL "SendPacket-SystemChat" USING LK-CLIENT REPLY-COMPONENT
            "system".

END PROGRAM Command-Ticket.

*> --- Command-Feed ---
*> /feed hide|show: a player's own choice about the community website
*> feed (see WebsiteFeed-Export). "hide" leaves them out of the online
*> list, the leaderboards, the richest list, the activity summary and
*> the owners of the claim list from the next export on; "show" puts
*> them back. Stored by FeedOptOut-Set.
IDENTIFICATION DIVISION.
PROGRAM-ID. Command-Feed.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-PLAYERS.
    COPY DD-TEXT-COMPONENT REPLACING LEADING ==PREFIX== BY ==REPLY==.
    01 FEED-TOKEN               PIC X(8).
    01 FEED-HIDE-FLAG           PIC X(1).
    01 FEED-OK-FLAG             PIC X(1).
    01 CALLER-UUID-HEX          PIC X(32).
    01 REPORT-LINE              PIC X(128).
    01 REPLY-COLOR-VALUE        PIC X(16).

LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-ARGS                  PIC X(256).
    01 LK-CALLER-LEVEL          BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT LK-ARGS LK-CALLER-LEVEL.
    MOVE SPACES TO FEED-TOKEN
    MOVE FUNCTION TRIM(LK-ARGS) TO FEED-TOKEN

    EVALUATE FEED-TOKEN
        WHEN "hide"
            MOVE "Y" TO FEED-HIDE-FLAG
        WHEN "show"
            MOVE "N" TO FEED-HIDE-FLAG
        WHEN OTHER
            MOVE "Usage: /feed <hide|show>" TO REPORT-LINE
            MOVE "red" TO REPLY-COLOR-VALUE
            PERFORM Reply-Report-Line
            GOBACK
    END-EVALUATE

    CALL "Util-BytesToHex" USING
        PLAYER-UUID(CLIENT-PLAYER(LK-CLIENT)) CALLER-UUID-HEX
    CALL "FeedOptOut-Set" USING CALLER-UUID-HEX
        PLAYER-USERNAME(CLIENT-PLAYER(LK-CLIENT)) FEED-HIDE-FLAG
        FEED-OK-FLAG

    IF FEED-OK-FLAG NOT = "Y"
        MOVE "Your feed setting could not be saved; tell a member of staff" TO REPORT-LINE
        MOVE "red" TO REPLY-COLOR-VALUE
    ELSE
        IF FEED-HIDE-FLAG = "Y"
            MOVE "You will be left out of the website feed from its next update" TO REPORT-LINE
        ELSE
            MOVE "You will appear in the website feed again from its next update" TO REPORT-LINE
        END-IF
        MOVE "green" TO REPLY-COLOR-VALUE
    END-IF
    PERFORM Reply-Report-Line

    GOBACK.

    Reply-Report-Line.
        MOVE SPACES TO REPLY-COMPONENT
        MOVE REPLY-COLOR-VALUE TO REPLY-COLOR
        MOVE REPORT-LINE TO REPLY-TEXT
        MOVE FUNCTION STORED-CHAR-LENGTH(REPORT-LINE) TO REPLY-TEXT-LEN
        CALL "SendPacket-SystemChat" USING LK-CLIENT REPLY-COMPONENT
            "system".

END PROGRAM Command-Feed.

*> --- Command-Achievements ---
*> /achievements [username]: the achievements the named player (or the
*> caller) has earned, rewards still owed marked as pending, then the
*> five not yet earned that they are furthest along towards, with the
*> counter against its threshold.
IDENTIFICATION DIVISION.
PROGRAM-ID. Command-Achievements.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-PLAYERS.
    COPY DD-ACHIEVEMENTS.
    COPY DD-TEXT-COMPONENT REPLACING LEADING ==PREFIX== BY ==REPLY==.
    COPY DD-PLAYER-STATS REPLACING LEADING ==PREFIX== BY ==SHOWN==.
    COPY DD-ACHIEVEMENTS-EARNED REPLACING LEADING ==PREFIX== BY ==SHOWN==.
    01 TARGET-NAME              PIC X(16).
    01 TARGET-UUID-HEX          PIC X(32).
    01 TARGET-FOUND-FLAG        PIC X(1).
    01 ACHIEVE-IDX              BINARY-LONG UNSIGNED.
    01 EARNED-IDX               BINARY-LONG UNSIGNED.
    01 EARNED-FLAG              PIC X(1).
    01 CANDIDATE-VALUE          BINARY-DOUBLE UNSIGNED.
    01 CANDIDATE-PERCENT        BINARY-LONG UNSIGNED.
    01 CLOSEST-COUNT            BINARY-LONG UNSIGNED.
    01 CLOSEST-TABLE.
        02 CLOSEST-ENTRY OCCURS 5 TIMES.
            03 CLOSEST-ACHIEVE  BINARY-LONG UNSIGNED.
            03 CLOSEST-VALUE    BINARY-DOUBLE UNSIGNED.
            03 CLOSEST-PERCENT  BINARY-LONG UNSIGNED.
    01 CLOSEST-INDEX            BINARY-LONG UNSIGNED.
    01 SHIFT-INDEX              BINARY-LONG UNSIGNED.
    01 INSERT-AT                BINARY-LONG UNSIGNED.
    01 COUNTER-DISPLAY          PIC Z(11)9.
    01 THRESHOLD-DISPLAY        PIC Z(11)9.
    01 TOTAL-DISPLAY            PIC Z(5)9.
    01 PERCENT-DISPLAY          PIC Z9.
    01 REPORT-LINE              PIC X(160).
    01 SCAN-POINTER             BINARY-LONG.
    01 REPLY-COLOR-VALUE        PIC X(16).

LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-ARGS                  PIC X(256).
    01 LK-CALLER-LEVEL          BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT LK-ARGS LK-CALLER-LEVEL.
    IF ACHIEVE-LOADED NOT = "Y"
        CALL "Achievements-Load"
    END-IF

    MOVE SPACES TO TARGET-NAME
    MOVE FUNCTION TRIM(LK-ARGS) TO TARGET-NAME
    IF TARGET-NAME = SPACES
        MOVE PLAYER-USERNAME(CLIENT-PLAYER(LK-CLIENT)) TO TARGET-NAME
        CALL "Util-BytesToHex" USING
            PLAYER-UUID(CLIENT-PLAYER(LK-CLIENT)) TARGET-UUID-HEX
    ELSE
        CALL "PlayerLookup-UuidHex" USING TARGET-NAME TARGET-UUID-HEX
            TARGET-FOUND-FLAG
        IF TARGET-FOUND-FLAG NOT = "Y"
            MOVE SPACES TO REPORT-LINE
            STRING "No player named " FUNCTION TRIM(TARGET-NAME)
                " has ever connected" DELIMITED BY SIZE
                INTO REPORT-LINE
            MOVE "red" TO REPLY-COLOR-VALUE
            PERFORM Reply-Report-Line
            GOBACK
        END-IF
    END-IF

    CALL "Stats-Get" USING TARGET-UUID-HEX SHOWN-STATS
    CALL "Achievements-ReadEarned" USING TARGET-UUID-HEX SHOWN-EARNED

    MOVE SPACES TO REPORT-LINE
    MOVE SHOWN-EARNED-COUNT TO COUNTER-DISPLAY
    MOVE ACHIEVE-COUNT TO TOTAL-DISPLAY
    STRING FUNCTION TRIM(TARGET-NAME) ": "
        FUNCTION TRIM(COUNTER-DISPLAY) " achievements earned ("
        FUNCTION TRIM(TOTAL-DISPLAY) " on this server)"
        DELIMITED BY SIZE INTO REPORT-LINE
    MOVE "yellow" TO REPLY-COLOR-VALUE
    PERFORM Reply-Report-Line

    MOVE "gold" TO REPLY-COLOR-VALUE
    PERFORM VARYING EARNED-IDX FROM 1 BY 1
            UNTIL EARNED-IDX > SHOWN-EARNED-COUNT
        MOVE SPACES TO REPORT-LINE
        IF SHOWN-EARNED-PAID(EARNED-IDX) = "N"
                OR SHOWN-EARNED-PAID(EARNED-IDX) = "P"
            STRING "  [" FUNCTION TRIM(SHOWN-EARNED-TITLE(EARNED-IDX))
                "] (reward pending)" DELIMITED BY SIZE INTO REPORT-LINE
        ELSE
            STRING "  [" FUNCTION TRIM(SHOWN-EARNED-TITLE(EARNED-IDX))
                "]" DELIMITED BY SIZE INTO REPORT-LINE
        END-IF
        PERFORM Reply-Report-Line
    END-PERFORM

    *> The five unearned with the most progress, best first
    MOVE 0 TO CLOSEST-COUNT
    PERFORM VARYING ACHIEVE-IDX FROM 1 BY 1
            UNTIL ACHIEVE-IDX > ACHIEVE-COUNT
        MOVE "N" TO EARNED-FLAG
        PERFORM VARYING EARNED-IDX FROM 1 BY 1
                UNTIL EARNED-IDX > SHOWN-EARNED-COUNT
            IF SHOWN-EARNED-STAT(EARNED-IDX) = ACHIEVE-STAT-NAME(ACHIEVE-IDX)
                    AND SHOWN-EARNED-THRESHOLD(EARNED-IDX)
                    = ACHIEVE-THRESHOLD(ACHIEVE-IDX)
                MOVE "Y" TO EARNED-FLAG
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF EARNED-FLAG = "N"
            PERFORM Consider-Closest
        END-IF
    END-PERFORM

    IF CLOSEST-COUNT = 0
        MOVE "Nothing left to earn" TO REPORT-LINE
        MOVE "green" TO REPLY-COLOR-VALUE
        PERFORM Reply-Report-Line
        GOBACK
    END-IF
    MOVE "Closest:" TO REPORT-LINE
    MOVE "yellow" TO REPLY-COLOR-VALUE
    PERFORM Reply-Report-Line
    MOVE "gray" TO REPLY-COLOR-VALUE
    PERFORM VARYING CLOSEST-INDEX FROM 1 BY 1
            UNTIL CLOSEST-INDEX > CLOSEST-COUNT
        MOVE CLOSEST-ACHIEVE(CLOSEST-INDEX) TO ACHIEVE-IDX
        MOVE CLOSEST-VALUE(CLOSEST-INDEX) TO COUNTER-DISPLAY
        MOVE ACHIEVE-THRESHOLD(ACHIEVE-IDX) TO THRESHOLD-DISPLAY
        MOVE CLOSEST-PERCENT(CLOSEST-INDEX) TO PERCENT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        MOVE 1 TO SCAN-POINTER
        STRING "  [" FUNCTION TRIM(ACHIEVE-TITLE(ACHIEVE-IDX)) "] "
            FUNCTION TRIM(ACHIEVE-STAT-NAME(ACHIEVE-IDX)) " "
            FUNCTION TRIM(COUNTER-DISPLAY) "/"
            FUNCTION TRIM(THRESHOLD-DISPLAY) " ("
            FUNCTION TRIM(PERCENT-DISPLAY) "%)"
            DELIMITED BY SIZE INTO REPORT-LINE WITH POINTER SCAN-POINTER
        IF ACHIEVE-REWARD(ACHIEVE-IDX) > 0
            MOVE ACHIEVE-REWARD(ACHIEVE-IDX) TO THRESHOLD-DISPLAY
            STRING " reward " FUNCTION TRIM(THRESHOLD-DISPLAY)
                DELIMITED BY SIZE INTO REPORT-LINE WITH POINTER SCAN-POINTER
        END-IF
        PERFORM Reply-Report-Line
    END-PERFORM

    GOBACK.

    Consider-Closest.
        EVALUATE ACHIEVE-STAT-INDEX(ACHIEVE-IDX)
            WHEN 1
                MOVE SHOWN-STATS-BROKEN TO CANDIDATE-VALUE
            WHEN 2
                MOVE SHOWN-STATS-PLACED TO CANDIDATE-VALUE
            WHEN 3
                MOVE SHOWN-STATS-MESSAGES TO CANDIDATE-VALUE
            WHEN 4
                MOVE SHOWN-STATS-SESSIONS TO CANDIDATE-VALUE
            WHEN 5
                MOVE SHOWN-STATS-SECONDS TO CANDIDATE-VALUE
            WHEN 6
                MOVE SHOWN-STATS-DISTANCE TO CANDIDATE-VALUE
            WHEN OTHER
                MOVE SHOWN-STATS-CRAFTED TO CANDIDATE-VALUE
        END-EVALUATE
        *> Already past it but not yet awarded (a definition added
        *> since their last session end) shows as 99% until then
        IF CANDIDATE-VALUE >= ACHIEVE-THRESHOLD(ACHIEVE-IDX)
            MOVE 99 TO CANDIDATE-PERCENT
        ELSE
            COMPUTE CANDIDATE-PERCENT = CANDIDATE-VALUE * 100
                / ACHIEVE-THRESHOLD(ACHIEVE-IDX)
        END-IF

        MOVE 0 TO INSERT-AT
        PERFORM VARYING CLOSEST-INDEX FROM 1 BY 1
                UNTIL CLOSEST-INDEX > CLOSEST-COUNT
            IF CANDIDATE-PERCENT > CLOSEST-PERCENT(CLOSEST-INDEX)
                MOVE CLOSEST-INDEX TO INSERT-AT
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF INSERT-AT = 0
            IF CLOSEST-COUNT >= 5
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO CLOSEST-COUNT
            MOVE CLOSEST-COUNT TO INSERT-AT
        ELSE
            IF CLOSEST-COUNT < 5
                ADD 1 TO CLOSEST-COUNT
            END-IF
            PERFORM VARYING SHIFT-INDEX FROM CLOSEST-COUNT BY -1
                    UNTIL SHIFT-INDEX <= INSERT-AT
                MOVE CLOSEST-ENTRY(SHIFT-INDEX - 1)
                    TO CLOSEST-ENTRY(SHIFT-INDEX)
            END-PERFORM
        END-IF
        MOVE ACHIEVE-IDX TO CLOSEST-ACHIEVE(INSERT-AT)
        MOVE CANDIDATE-VALUE TO CLOSEST-VALUE(INSERT-AT)
        MOVE CANDIDATE-PERCENT TO CLOSEST-PERCENT(INSERT-AT).

    Reply-Report-Line.
        MOVE SPACES TO REPLY-COMPONENT
        MOVE REPLY-COLOR-VALUE TO REPLY-COLOR
        MOVE REPORT-LINE TO REPLY-TEXT
        MOVE FUNCTION STORED-CHAR-LENGTH(REPORT-LINE) TO REPLY-TEXT-LEN
        CALL "SendPacket-SystemChat" USING LK-CLIENT REPLY-COMPONENT
            "system".

END PROGRAM Command-Achievements.
