       >>SOURCE FORMAT FREE
*> --- Ticket-Open ---
*> /report opens a ticket here, so a report no longer depends on
*> which staff member happened to be online. The ticket gets the next
*> id, a row in tickets/index.dat (layout DD-TICKET-ENTRY) and a file of
*> its own, tickets/<id>.txt, holding the evidence captured at the
*> moment of the report:
*>
*>   POSITION  where the reporter was standing
*>   CHAT      the last 20 rows of the chat ring (see ChatRing-Read)
*>   BLOCK     the reported player's latest 10 block changes within
*>             ticket-evidence-radius blocks (server.properties,
*>             default 16) of that spot, from logs/block-changes.log
*>
*> Staff notes (claim, comment, close; see Ticket-Update) are appended
*> to the same file, so the whole case reads top to bottom. Online
*> staff (level 2 and up) are told a ticket arrived; TicketSweep-Run
*> raises the alarm if nobody picks it up.
IDENTIFICATION DIVISION.
PROGRAM-ID. Ticket-Open.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INDEX-FILE ASSIGN TO "tickets/index.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INDEX-STATUS.
    SELECT TICKET-FILE ASSIGN TO WS-TICKET-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TICKET-FILE-STATUS.
    SELECT BLOCK-CHANGE-LOG-FILE ASSIGN TO "logs/block-changes.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD INDEX-FILE.
01 INDEX-RECORD                PIC X(256).
FD TICKET-FILE.
01 TICKET-RECORD               PIC X(340).
FD BLOCK-CHANGE-LOG-FILE.
01 BLOCK-CHANGE-LOG-RECORD     PIC X(128).

WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-PLAYERS.
    COPY DD-TEXT-COMPONENT REPLACING LEADING ==PREFIX== BY ==NOTICE==.
    COPY DD-TICKET-ENTRY REPLACING LEADING ==PREFIX== BY ==WS==.
    01 WS-INDEX-STATUS          PIC X(2).
    01 WS-TICKET-FILE-STATUS    PIC X(2).
    01 WS-LOG-STATUS            PIC X(2).
    01 WS-TICKET-FILE-NAME      PIC X(128).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-NOW-DISPLAY           PIC 9(10).
    01 WS-NEXT-ID               BINARY-LONG UNSIGNED.
    01 WS-REPORTER-HEX          PIC X(32).
    01 WS-REPORTER-NAME         PIC X(16).
    01 WS-ID-DISPLAY            PIC 9(6).
    01 WS-EVIDENCE-LINE         PIC X(340).

    *> --- reporter position ---
    01 WS-HERE-X                BINARY-LONG.
    01 WS-HERE-Y                BINARY-LONG.
    01 WS-HERE-Z                BINARY-LONG.
    01 WS-COORD-DISPLAY-X       PIC -(9)9.
    01 WS-COORD-DISPLAY-Y       PIC -(9)9.
    01 WS-COORD-DISPLAY-Z       PIC -(9)9.

    *> --- chat evidence ---
    01 WS-CHAT-LINES.
        02 WS-CHAT-LINE         PIC X(320) OCCURS 200 TIMES.
    01 WS-CHAT-COUNT            BINARY-LONG UNSIGNED.
    01 WS-CHAT-WANTED           BINARY-LONG UNSIGNED VALUE 20.
    01 WS-CHAT-FIRST            BINARY-LONG UNSIGNED.
    01 WS-CHAT-IDX              BINARY-LONG UNSIGNED.

    *> --- block-change evidence, the newest rows kept in a ring ---
    01 WS-RADIUS-KEY            PIC X(32) VALUE "ticket-evidence-radius".
    01 WS-RADIUS-DEFAULT        BINARY-LONG VALUE 16.
    01 WS-RADIUS                BINARY-LONG.
    01 WS-ROW-CAPACITY          BINARY-LONG UNSIGNED VALUE 10.
    01 WS-ROW-TABLE.
        02 WS-ROW-LINE          PIC X(128) OCCURS 10 TIMES.
    01 WS-ROW-NEXT-SLOT         BINARY-LONG UNSIGNED.
    01 WS-ROW-LIVE-COUNT        BINARY-LONG UNSIGNED.
    01 WS-ROW-IDX               BINARY-LONG UNSIGNED.
    *> --- block-changes.log record layout (see BlockChangeLog-Append) ---
    01 WS-LOG-LINE.
        02 WS-LOG-TIMESTAMP     PIC 9(10).
        02 FILLER               PIC X.
        02 WS-LOG-PLAYER        PIC X(32).
        02 FILLER               PIC X.
        02 WS-LOG-X             PIC -(9).
        02 FILLER               PIC X.
        02 WS-LOG-Y             PIC -(9).
        02 FILLER               PIC X.
        02 WS-LOG-Z             PIC -(9).
        02 FILLER               PIC X.
        02 WS-LOG-OLD-STATE     PIC -(9).
        02 FILLER               PIC X.
        02 WS-LOG-NEW-STATE     PIC -(9).
    01 WS-ROW-X                 BINARY-LONG.
    01 WS-ROW-Y                 BINARY-LONG.
    01 WS-ROW-Z                 BINARY-LONG.

    *> --- staff notice ---
    01 WS-STAFF-LEVEL           BINARY-LONG UNSIGNED.
    01 WS-NOTICE-CLIENT         BINARY-LONG UNSIGNED.
    01 WS-NOTICE-LINE           PIC X(256).

LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-TARGET-NAME           PIC X(16).
    01 LK-TARGET-HEX            PIC X(32).
    01 LK-REASON                PIC X(128).
    01 LK-RESULT-LINE           PIC X(160).

PROCEDURE DIVISION USING LK-CLIENT LK-TARGET-NAME LK-TARGET-HEX LK-REASON
        LK-RESULT-LINE.
    MOVE SPACES TO LK-RESULT-LINE
    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE WS-NOW TO WS-NOW-DISPLAY
    CALL "Util-BytesToHex" USING PLAYER-UUID(CLIENT-PLAYER(LK-CLIENT))
        WS-REPORTER-HEX
    MOVE PLAYER-USERNAME(CLIENT-PLAYER(LK-CLIENT)) TO WS-REPORTER-NAME
    COMPUTE WS-HERE-X = PLAYER-POSITION-X(CLIENT-PLAYER(LK-CLIENT))
    COMPUTE WS-HERE-Y = PLAYER-POSITION-Y(CLIENT-PLAYER(LK-CLIENT))
    COMPUTE WS-HERE-Z = PLAYER-POSITION-Z(CLIENT-PLAYER(LK-CLIENT))

    *> Next id: one past the highest ever issued
    MOVE 0 TO WS-NEXT-ID
    OPEN INPUT INDEX-FILE
    IF WS-INDEX-STATUS = "00"
        PERFORM UNTIL WS-INDEX-STATUS NOT = "00"
            READ INDEX-FILE INTO WS-TICKET
            IF WS-INDEX-STATUS = "00" AND WS-TICKET-ID > WS-NEXT-ID
                MOVE WS-TICKET-ID TO WS-NEXT-ID
            END-IF
        END-PERFORM
        CLOSE INDEX-FILE
    END-IF
    ADD 1 TO WS-NEXT-ID
    MOVE WS-NEXT-ID TO WS-ID-DISPLAY

    MOVE SPACES TO WS-TICKET-FILE-NAME
    STRING "tickets/" WS-ID-DISPLAY ".txt"
        DELIMITED BY SIZE INTO WS-TICKET-FILE-NAME
    CALL "SYSTEM" USING "mkdir -p tickets"
    OPEN OUTPUT TICKET-FILE
    IF WS-TICKET-FILE-STATUS NOT = "00"
        DISPLAY "[tickets] unable to open " FUNCTION TRIM(WS-TICKET-FILE-NAME) ", status=" WS-TICKET-FILE-STATUS
        MOVE "Your report could not be filed - please tell a staff member directly" TO LK-RESULT-LINE
        GOBACK
    END-IF
    MOVE SPACES TO WS-EVIDENCE-LINE
    STRING "TICKET " WS-ID-DISPLAY " opened " WS-NOW-DISPLAY " by "
        FUNCTION TRIM(WS-REPORTER-NAME) " against "
        FUNCTION TRIM(LK-TARGET-NAME)
        DELIMITED BY SIZE INTO WS-EVIDENCE-LINE
    WRITE TICKET-RECORD FROM WS-EVIDENCE-LINE
    MOVE SPACES TO WS-EVIDENCE-LINE
    STRING "REASON " FUNCTION TRIM(LK-REASON)
        DELIMITED BY SIZE INTO WS-EVIDENCE-LINE
    WRITE TICKET-RECORD FROM WS-EVIDENCE-LINE
    MOVE WS-HERE-X TO WS-COORD-DISPLAY-X
    MOVE WS-HERE-Y TO WS-COORD-DISPLAY-Y
    MOVE WS-HERE-Z TO WS-COORD-DISPLAY-Z
    MOVE SPACES TO WS-EVIDENCE-LINE
    STRING "POSITION " FUNCTION TRIM(WS-COORD-DISPLAY-X) " "
        FUNCTION TRIM(WS-COORD-DISPLAY-Y) " "
        FUNCTION TRIM(WS-COORD-DISPLAY-Z)
        DELIMITED BY SIZE INTO WS-EVIDENCE-LINE
    WRITE TICKET-RECORD FROM WS-EVIDENCE-LINE
    PERFORM Capture-Chat
    PERFORM Capture-Block-Changes
    CLOSE TICKET-FILE

    MOVE SPACES TO WS-TICKET
    MOVE WS-NEXT-ID TO WS-TICKET-ID
    MOVE "OPEN" TO WS-TICKET-STATUS
    MOVE WS-NOW TO WS-TICKET-OPENED
    MOVE WS-REPORTER-HEX TO WS-TICKET-REPORTER-HEX
    MOVE WS-REPORTER-NAME TO WS-TICKET-REPORTER
    MOVE LK-TARGET-HEX TO WS-TICKET-TARGET-HEX
    MOVE LK-TARGET-NAME TO WS-TICKET-TARGET
    MOVE SPACES TO WS-TICKET-HANDLER
    MOVE WS-NOW TO WS-TICKET-UPDATED
    MOVE "N" TO WS-TICKET-ALERTED
    MOVE LK-REASON TO WS-TICKET-REASON
    OPEN EXTEND INDEX-FILE
    IF WS-INDEX-STATUS NOT = "00"
        OPEN OUTPUT INDEX-FILE
    END-IF
    IF WS-INDEX-STATUS NOT = "00"
        DISPLAY "[tickets] unable to open tickets/index.dat, status=" WS-INDEX-STATUS
        MOVE "Your report could not be filed - please tell a staff member directly" TO LK-RESULT-LINE
        GOBACK
    END-IF
    WRITE INDEX-RECORD FROM WS-TICKET
    CLOSE INDEX-FILE

    *> Whoever is on shift hears about it now
    MOVE SPACES TO WS-NOTICE-LINE
    STRING "New ticket #" WS-ID-DISPLAY " from "
        FUNCTION TRIM(WS-REPORTER-NAME) " against "
        FUNCTION TRIM(LK-TARGET-NAME) ": " FUNCTION TRIM(LK-REASON)
        DELIMITED BY SIZE INTO WS-NOTICE-LINE
    PERFORM VARYING PLAYER-IDX FROM 1 BY 1 UNTIL PLAYER-IDX > PLAYER-COUNT
        IF PLAYER-CLIENT(PLAYER-IDX) NOT = 0
            CALL "Ops-GetLevel" USING PLAYER-UUID(PLAYER-IDX)
                WS-STAFF-LEVEL
            IF WS-STAFF-LEVEL >= 2
                MOVE PLAYER-CLIENT(PLAYER-IDX) TO WS-NOTICE-CLIENT
                MOVE SPACES TO NOTICE-COMPONENT
                MOVE WS-NOTICE-LINE TO NOTICE-TEXT
                MOVE FUNCTION STORED-CHAR-LENGTH(WS-NOTICE-LINE)
                    TO NOTICE-TEXT-LEN
                MOVE "gold" TO NOTICE-COLOR
                CALL "SendPacket-SystemChat" USING WS-NOTICE-CLIENT
                    NOTICE-COMPONENT "system"
            END-IF
        END-IF
    END-PERFORM

    STRING "Ticket #" WS-ID-DISPLAY " opened - staff will look into it"
        DELIMITED BY SIZE INTO LK-RESULT-LINE

    GOBACK.

    Capture-Chat.
        CALL "ChatRing-Read" USING WS-CHAT-LINES WS-CHAT-COUNT
        IF WS-CHAT-COUNT > WS-CHAT-WANTED
            COMPUTE WS-CHAT-FIRST = WS-CHAT-COUNT - WS-CHAT-WANTED + 1
        ELSE
            MOVE 1 TO WS-CHAT-FIRST
        END-IF
        PERFORM VARYING WS-CHAT-IDX FROM WS-CHAT-FIRST BY 1
                UNTIL WS-CHAT-IDX > WS-CHAT-COUNT
            MOVE SPACES TO WS-EVIDENCE-LINE
            STRING "CHAT " WS-CHAT-LINE(WS-CHAT-IDX)
                DELIMITED BY SIZE INTO WS-EVIDENCE-LINE
            WRITE TICKET-RECORD FROM WS-EVIDENCE-LINE
        END-PERFORM.

    Capture-Block-Changes.
        CALL "ServerConfig-GetNumber" USING WS-RADIUS-KEY
            WS-RADIUS-DEFAULT WS-RADIUS
        MOVE 1 TO WS-ROW-NEXT-SLOT
        MOVE 0 TO WS-ROW-LIVE-COUNT
        OPEN INPUT BLOCK-CHANGE-LOG-FILE
        IF WS-LOG-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-LOG-STATUS NOT = "00"
            READ BLOCK-CHANGE-LOG-FILE INTO WS-LOG-LINE
            IF WS-LOG-STATUS = "00" AND WS-LOG-PLAYER = LK-TARGET-HEX
                MOVE WS-LOG-X TO WS-ROW-X
                MOVE WS-LOG-Y TO WS-ROW-Y
                MOVE WS-LOG-Z TO WS-ROW-Z
                IF FUNCTION ABS(WS-ROW-X - WS-HERE-X) <= WS-RADIUS
                        AND FUNCTION ABS(WS-ROW-Y - WS-HERE-Y) <= WS-RADIUS
                        AND FUNCTION ABS(WS-ROW-Z - WS-HERE-Z) <= WS-RADIUS
                    MOVE BLOCK-CHANGE-LOG-RECORD
                        TO WS-ROW-LINE(WS-ROW-NEXT-SLOT)
                    COMPUTE WS-ROW-NEXT-SLOT =
                        FUNCTION MOD(WS-ROW-NEXT-SLOT, WS-ROW-CAPACITY) + 1
                    IF WS-ROW-LIVE-COUNT < WS-ROW-CAPACITY
                        ADD 1 TO WS-ROW-LIVE-COUNT
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE BLOCK-CHANGE-LOG-FILE

        *> Oldest kept row first, so the file reads in time order
        IF WS-ROW-LIVE-COUNT = WS-ROW-CAPACITY
            MOVE WS-ROW-NEXT-SLOT TO WS-ROW-IDX
        ELSE
            MOVE 1 TO WS-ROW-IDX
        END-IF
        PERFORM WS-ROW-LIVE-COUNT TIMES
            MOVE SPACES TO WS-EVIDENCE-LINE
            STRING "BLOCK " WS-ROW-LINE(WS-ROW-IDX)
                DELIMITED BY SIZE INTO WS-EVIDENCE-LINE
            WRITE TICKET-RECORD FROM WS-EVIDENCE-LINE
            COMPUTE WS-ROW-IDX =
                FUNCTION MOD(WS-ROW-IDX, WS-ROW-CAPACITY) + 1
        END-PERFORM.

END PROGRAM Ticket-Open.

*> --- Ticket-Update ---
*> Staff side of the ticket queue, behind /ticket claim|comment|close:
*>
*>   CLAIM    takes the ticket (OPEN or someone else's CLAIMED)
*>   COMMENT  adds a note; allowed on any ticket, closed ones too
*>   CLOSE    closes it, LK-TEXT being the outcome note
*>
*> The index row is updated through a .new rewrite and the action is
*> appended to tickets/<id>.txt with who did it and when. The reporter
*> is mailed when their ticket is closed. LK-RESULT-LINE is the reply.
IDENTIFICATION DIVISION.
PROGRAM-ID. Ticket-Update.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INDEX-FILE ASSIGN TO "tickets/index.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INDEX-STATUS.
    SELECT REWRITE-FILE ASSIGN TO "tickets/index.dat.new"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REWRITE-STATUS.
    SELECT TICKET-FILE ASSIGN TO WS-TICKET-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TICKET-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD INDEX-FILE.
01 INDEX-RECORD                PIC X(256).
FD REWRITE-FILE.
01 REWRITE-RECORD              PIC X(256).
FD TICKET-FILE.
01 TICKET-RECORD               PIC X(340).

WORKING-STORAGE SECTION.
    COPY DD-TICKET-ENTRY REPLACING LEADING ==PREFIX== BY ==WS==.
    01 WS-INDEX-STATUS          PIC X(2).
    01 WS-REWRITE-STATUS        PIC X(2).
    01 WS-TICKET-FILE-STATUS    PIC X(2).
    01 WS-TICKET-FILE-NAME      PIC X(128).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-NOW-DISPLAY           PIC 9(10).
    01 WS-ID-DISPLAY            PIC 9(6).
    01 WS-FOUND-FLAG            PIC X(1).
    01 WS-REFUSAL               PIC X(160).
    01 WS-PREVIOUS-HANDLER      PIC X(16).
    01 WS-REPORTER-HEX          PIC X(32).
    01 WS-NOTE-LINE             PIC X(340).
    01 WS-SERVER-HEX            PIC X(32) VALUE ALL "0".
    01 WS-SERVER-NAME           PIC X(16) VALUE "server".
    01 WS-MAIL-KIND             PIC X(1) VALUE "M".
    01 WS-MAIL-TEXT             PIC X(200).

LINKAGE SECTION.
    01 LK-ACTION                PIC X(8).
    01 LK-TICKET-ID             BINARY-LONG UNSIGNED.
    01 LK-STAFF                 PIC X(16).
    01 LK-TEXT                  PIC X(128).
    01 LK-RESULT-LINE           PIC X(160).

PROCEDURE DIVISION USING LK-ACTION LK-TICKET-ID LK-STAFF LK-TEXT
        LK-RESULT-LINE.
    MOVE SPACES TO LK-RESULT-LINE
    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE WS-NOW TO WS-NOW-DISPLAY
    MOVE LK-TICKET-ID TO WS-ID-DISPLAY
    MOVE "N" TO WS-FOUND-FLAG
    MOVE SPACES TO WS-REFUSAL

    OPEN INPUT INDEX-FILE
    IF WS-INDEX-STATUS NOT = "00"
        STRING "No ticket #" WS-ID-DISPLAY
            DELIMITED BY SIZE INTO LK-RESULT-LINE
        GOBACK
    END-IF
    OPEN OUTPUT REWRITE-FILE
    IF WS-REWRITE-STATUS NOT = "00"
        DISPLAY "[tickets] unable to open tickets/index.dat.new, status=" WS-REWRITE-STATUS
        CLOSE INDEX-FILE
        MOVE "The ticket index could not be updated - see the server console" TO LK-RESULT-LINE
        GOBACK
    END-IF
    PERFORM UNTIL WS-INDEX-STATUS NOT = "00"
        READ INDEX-FILE INTO WS-TICKET
        IF WS-INDEX-STATUS = "00"
            IF WS-TICKET-ID = LK-TICKET-ID
                MOVE "Y" TO WS-FOUND-FLAG
                PERFORM Apply-Action
            END-IF
            WRITE REWRITE-RECORD FROM WS-TICKET
        END-IF
    END-PERFORM
    CLOSE INDEX-FILE
    CLOSE REWRITE-FILE

    IF WS-FOUND-FLAG NOT = "Y" OR WS-REFUSAL NOT = SPACES
        CALL "SYSTEM" USING "rm -f tickets/index.dat.new"
        IF WS-FOUND-FLAG NOT = "Y"
            STRING "No ticket #" WS-ID-DISPLAY
                DELIMITED BY SIZE INTO LK-RESULT-LINE
        ELSE
            MOVE WS-REFUSAL TO LK-RESULT-LINE
        END-IF
        GOBACK
    END-IF
    CALL "SYSTEM" USING "mv tickets/index.dat.new tickets/index.dat"

    *> The case file gets the action, in the order it happened
    MOVE SPACES TO WS-NOTE-LINE
    EVALUATE LK-ACTION
        WHEN "CLAIM"
            IF WS-PREVIOUS-HANDLER = SPACES
                STRING "CLAIMED " WS-NOW-DISPLAY " by " FUNCTION TRIM(LK-STAFF)
                    DELIMITED BY SIZE INTO WS-NOTE-LINE
            ELSE
                STRING "CLAIMED " WS-NOW-DISPLAY " by " FUNCTION TRIM(LK-STAFF)
                    " from " FUNCTION TRIM(WS-PREVIOUS-HANDLER)
                    DELIMITED BY SIZE INTO WS-NOTE-LINE
            END-IF
            STRING "Ticket #" WS-ID-DISPLAY " is yours"
                DELIMITED BY SIZE INTO LK-RESULT-LINE
        WHEN "COMMENT"
            STRING "COMMENT " WS-NOW-DISPLAY " " FUNCTION TRIM(LK-STAFF) ": "
                FUNCTION TRIM(LK-TEXT)
                DELIMITED BY SIZE INTO WS-NOTE-LINE
            STRING "Comment added to ticket #" WS-ID-DISPLAY
                DELIMITED BY SIZE INTO LK-RESULT-LINE
        WHEN OTHER
            STRING "CLOSED " WS-NOW-DISPLAY " by " FUNCTION TRIM(LK-STAFF) ": "
                FUNCTION TRIM(LK-TEXT)
                DELIMITED BY SIZE INTO WS-NOTE-LINE
            STRING "Ticket #" WS-ID-DISPLAY " closed"
                DELIMITED BY SIZE INTO LK-RESULT-LINE
    END-EVALUATE
    MOVE SPACES TO WS-TICKET-FILE-NAME
    STRING "tickets/" WS-ID-DISPLAY ".txt"
        DELIMITED BY SIZE INTO WS-TICKET-FILE-NAME
    OPEN EXTEND TICKET-FILE
    IF WS-TICKET-FILE-STATUS NOT = "00"
        OPEN OUTPUT TICKET-FILE
    END-IF
    IF WS-TICKET-FILE-STATUS = "00"
        WRITE TICKET-RECORD FROM WS-NOTE-LINE
        CLOSE TICKET-FILE
    ELSE
        DISPLAY "[tickets] unable to open " FUNCTION TRIM(WS-TICKET-FILE-NAME) ", status=" WS-TICKET-FILE-STATUS
    END-IF

    IF LK-ACTION = "CLOSE"
        MOVE SPACES TO WS-MAIL-TEXT
        STRING "Your report #" WS-ID-DISPLAY " has been closed: "
            FUNCTION TRIM(LK-TEXT)
            DELIMITED BY SIZE INTO WS-MAIL-TEXT
        CALL "Mail-Send" USING WS-MAIL-KIND WS-SERVER-HEX WS-SERVER-NAME
            WS-REPORTER-HEX WS-MAIL-TEXT
    END-IF

    GOBACK.

    Apply-Action.
        MOVE WS-TICKET-HANDLER TO WS-PREVIOUS-HANDLER
        MOVE WS-TICKET-REPORTER-HEX TO WS-REPORTER-HEX
        EVALUATE LK-ACTION
            WHEN "CLAIM"
                IF WS-TICKET-STATUS = "CLOSED"
                    STRING "Ticket #" WS-ID-DISPLAY " is already closed"
                        DELIMITED BY SIZE INTO WS-REFUSAL
                    EXIT PARAGRAPH
                END-IF
                IF WS-TICKET-HANDLER = LK-STAFF
                    STRING "Ticket #" WS-ID-DISPLAY " is already yours"
                        DELIMITED BY SIZE INTO WS-REFUSAL
                    EXIT PARAGRAPH
                END-IF
                MOVE "CLAIMED" TO WS-TICKET-STATUS
                MOVE LK-STAFF TO WS-TICKET-HANDLER
            WHEN "COMMENT"
                CONTINUE
            WHEN OTHER
                IF WS-TICKET-STATUS = "CLOSED"
                    STRING "Ticket #" WS-ID-DISPLAY " is already closed"
                        DELIMITED BY SIZE INTO WS-REFUSAL
                    EXIT PARAGRAPH
                END-IF
                MOVE "CLOSED" TO WS-TICKET-STATUS
                IF WS-TICKET-HANDLER = SPACES
                    MOVE LK-STAFF TO WS-TICKET-HANDLER
                END-IF
        END-EVALUATE
        MOVE WS-NOW TO WS-TICKET-UPDATED.

END PROGRAM Ticket-Update.

*> --- TicketSweep-Run ---
*> Periodic sweep, on the same cadence as BanSweep-Run: any ticket
*> still OPEN ticket-unclaimed-minutes (server.properties, default 30)
*> after it was filed raises one WARN on the alert bus, so a report
*> made overnight reaches someone through the monitoring outbox even
*> with no staff online. The ticket is marked so it alerts once.
IDENTIFICATION DIVISION.
PROGRAM-ID. TicketSweep-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INDEX-FILE ASSIGN TO "tickets/index.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INDEX-STATUS.
    SELECT REWRITE-FILE ASSIGN TO "tickets/index.dat.new"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REWRITE-STATUS.

DATA DIVISION.
FILE SECTION.
FD INDEX-FILE.
01 INDEX-RECORD                PIC X(256).
FD REWRITE-FILE.
01 REWRITE-RECORD              PIC X(256).

WORKING-STORAGE SECTION.
    COPY DD-TICKET-ENTRY REPLACING LEADING ==PREFIX== BY ==WS==.
    01 WS-INDEX-STATUS          PIC X(2).
    01 WS-REWRITE-STATUS        PIC X(2).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-LIMIT-KEY             PIC X(32) VALUE "ticket-unclaimed-minutes".
    01 WS-LIMIT-DEFAULT         BINARY-LONG VALUE 30.
    01 WS-LIMIT-MINUTES         BINARY-LONG.
    01 WS-ALERT-COUNT           BINARY-LONG UNSIGNED.
    01 WS-AGE-MINUTES           BINARY-LONG UNSIGNED.
    01 WS-AGE-DISPLAY           PIC Z(6)9.
    01 WS-ALERT-TEXT            PIC X(200).

PROCEDURE DIVISION.
    CALL "Time-UnixSeconds" USING WS-NOW
    CALL "ServerConfig-GetNumber" USING WS-LIMIT-KEY WS-LIMIT-DEFAULT
        WS-LIMIT-MINUTES
    MOVE 0 TO WS-ALERT-COUNT

    OPEN INPUT INDEX-FILE
    IF WS-INDEX-STATUS NOT = "00"
        MOVE 0 TO RETURN-CODE
        GOBACK
    END-IF
    OPEN OUTPUT REWRITE-FILE
    IF WS-REWRITE-STATUS NOT = "00"
        DISPLAY "[tickets] unable to open tickets/index.dat.new, status=" WS-REWRITE-STATUS
        CLOSE INDEX-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM UNTIL WS-INDEX-STATUS NOT = "00"
        READ INDEX-FILE INTO WS-TICKET
        IF WS-INDEX-STATUS = "00"
            IF WS-TICKET-STATUS = "OPEN" AND WS-TICKET-ALERTED NOT = "Y"
                    AND WS-NOW - WS-TICKET-OPENED >= WS-LIMIT-MINUTES * 60
                COMPUTE WS-AGE-MINUTES = (WS-NOW - WS-TICKET-OPENED) / 60
                MOVE WS-AGE-MINUTES TO WS-AGE-DISPLAY
                MOVE SPACES TO WS-ALERT-TEXT
                STRING "Ticket #" WS-TICKET-ID " from "
                    FUNCTION TRIM(WS-TICKET-REPORTER) " against "
                    FUNCTION TRIM(WS-TICKET-TARGET) " unclaimed for "
                    FUNCTION TRIM(WS-AGE-DISPLAY) " minutes: "
                    FUNCTION TRIM(WS-TICKET-REASON)
                    DELIMITED BY SIZE INTO WS-ALERT-TEXT
                CALL "Alert-Raise" USING "WARN    " "TICKETS         "
                    WS-ALERT-TEXT
                MOVE "Y" TO WS-TICKET-ALERTED
                ADD 1 TO WS-ALERT-COUNT
            END-IF
            WRITE REWRITE-RECORD FROM WS-TICKET
        END-IF
    END-PERFORM
    CLOSE INDEX-FILE
    CLOSE REWRITE-FILE

    IF WS-ALERT-COUNT > 0
        CALL "SYSTEM" USING "mv tickets/index.dat.new tickets/index.dat"
    ELSE
        CALL "SYSTEM" USING "rm -f tickets/index.dat.new"
    END-IF

    MOVE 0 TO RETURN-CODE
    GOBACK.

END PROGRAM TicketSweep-Run.
