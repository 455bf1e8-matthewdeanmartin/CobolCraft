       >>SOURCE FORMAT FREE
*> --- ChatTranscript-Run ---
*> Console job behind "chatlog": rebuilds a conversation for a mute or
*> ban appeal from logs/chat.log and its rotated segments under
*> logs/archive/<timestamp>/ (oldest first, then the live file, so the
*> transcript reads in order), filtered by
*>   - player: rows the player sent, plus private messages sent to
*>     them (the "[a -> b]" line names the target); blank is anyone;
*>   - time window: unix seconds, either end 0 for open;
*>   - channel: global, local, staff, private, or all;
*>   - keyword: case-insensitive substring of the line (or of the
*>     original words of a line the word filter masked).
*> Only player chat is transcribed (positions chat, chat:local,
*> chat:staff and msg); the per-recipient system rows are not a
*> conversation. Senders are shown by username (from their stats file,
*> UUID hex only when the server never learned a name).
*>
*> What the filters did is marked from logs/moderation.log, read first
*> over the same window:
*>   FILTERED    WordFilter-Check masked the line (CHAT row, same
*>               sender, same second); the original follows beneath;
*>   FLOOD-WARN  ChatGuard-Check warned the sender on this line
*>               (FLOODWRN row);
*>   DROPPED     ChatGuard-Check refused the message, so nobody saw it
*>               (FLOOD row, carrying the text); shown only under
*>               channel "all", since it never reached a channel.
*> The transcript goes to exports/chat-transcript-<timestamp>.txt and
*> every export leaves a row in logs/admin.log (see AdminLog-Append)
*> naming who ran it, the file and the filter.
IDENTIFICATION DIVISION.
PROGRAM-ID. ChatTranscript-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LOG-FILE ASSIGN TO WS-LOG-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.
    SELECT LIST-FILE ASSIGN TO "cache/chat-transcript-list.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIST-STATUS.
    SELECT TRANSCRIPT-FILE ASSIGN TO WS-TRANSCRIPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD LOG-FILE.
01 LOG-RECORD                  PIC X(320).
FD LIST-FILE.
01 LIST-RECORD                 PIC X(128).
FD TRANSCRIPT-FILE.
01 TRANSCRIPT-RECORD           PIC X(400).

WORKING-STORAGE SECTION.
    COPY DD-PLAYER-STATS REPLACING LEADING ==PREFIX== BY ==WS==.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-LOG-STATUS            PIC X(2).
    01 WS-LIST-STATUS           PIC X(2).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-NOW-DISPLAY           PIC 9(10).
    01 WS-LOG-NAME              PIC X(32).
    01 WS-LOG-FILE-NAME         PIC X(128).
    01 WS-TRANSCRIPT-FILE-NAME  PIC X(128).
    01 WS-COMMAND-LINE          PIC X(256).
    01 WS-ARCHIVE-STAMP-TEXT    PIC X(10).
    01 WS-ARCHIVE-STAMP         BINARY-LONG UNSIGNED.
    01 WS-FILES-READ            BINARY-LONG UNSIGNED.

    *> --- the row as read; each log is viewed through its own layout ---
    01 WS-ROW-TIMESTAMP-TEXT    PIC X(10).
    01 WS-ROW-TIMESTAMP         BINARY-LONG UNSIGNED.
    01 WS-ROW                   PIC X(320).
    *> chat.log (see ChatLog-Append)
    01 WS-CHAT-ROW REDEFINES WS-ROW.
        02 FILLER               PIC X(11).
        02 WS-CHAT-SENDER       PIC X(32).
        02 FILLER               PIC X.
        02 WS-CHAT-POSITION     PIC X(16).
        02 FILLER               PIC X.
        02 WS-CHAT-TEXT         PIC X(256).
        02 FILLER               PIC X(3).
    *> moderation.log (see ModerationLog-Append)
    01 WS-MOD-ROW REDEFINES WS-ROW.
        02 FILLER               PIC X(11).
        02 WS-MOD-SENDER        PIC X(32).
        02 FILLER               PIC X.
        02 WS-MOD-SOURCE        PIC X(8).
        02 FILLER               PIC X.
        02 WS-MOD-TEXT          PIC X(256).
        02 FILLER               PIC X(11).

    *> --- the filter, as the rows are tested against it ---
    01 WS-WANTED-POSITION       PIC X(16).
    01 WS-KEYWORD               PIC X(64).
    01 WS-KEYWORD-LEN           BINARY-LONG UNSIGNED.
    01 WS-TARGET-TAG            PIC X(32).
    01 WS-TARGET-TAG-LEN        BINARY-LONG UNSIGNED.
    01 WS-LOWER-TEXT            PIC X(256).
    01 WS-HITS                  BINARY-LONG UNSIGNED.

    *> --- moderation marks in the window, oldest first ---
    01 WS-MARK-MAX              BINARY-LONG UNSIGNED VALUE 1024.
    01 WS-MARK-COUNT            BINARY-LONG UNSIGNED.
    01 WS-MARK-OVERFLOW         BINARY-LONG UNSIGNED.
    01 WS-MARK-TABLE.
        02 WS-MARK-ENTRY OCCURS 1024 TIMES.
            03 WS-MARK-TS       BINARY-LONG UNSIGNED.
            03 WS-MARK-SENDER   PIC X(32).
            03 WS-MARK-SOURCE   PIC X(8).
            03 WS-MARK-TEXT     PIC X(256).
            03 WS-MARK-USED     PIC X(1).
    01 WS-MARK-IDX              BINARY-LONG UNSIGNED.
    01 WS-FLUSH-IDX             BINARY-LONG UNSIGNED.
    01 WS-FLUSH-ALL             PIC X(1).
    01 WS-FLUSH-BEFORE          BINARY-LONG UNSIGNED.
    01 WS-FILTER-MARK           BINARY-LONG UNSIGNED.
    01 WS-WARN-MARK             BINARY-LONG UNSIGNED.

    *> --- usernames already looked up (UUID hex -> name) ---
    01 WS-NAME-MAX              BINARY-LONG UNSIGNED VALUE 64.
    01 WS-NAME-COUNT            BINARY-LONG UNSIGNED.
    01 WS-NAME-TABLE.
        02 WS-NAME-ENTRY OCCURS 64 TIMES.
            03 WS-NAME-HEX      PIC X(32).
            03 WS-NAME-TEXT     PIC X(32).
    01 WS-NAME-IDX              BINARY-LONG UNSIGNED.
    01 WS-LOOKUP-HEX            PIC X(32).
    01 WS-SENDER-NAME           PIC X(32).

    *> --- calendar dates for people (unix day plus the 1970 epoch) ---
    01 WS-EPOCH-DAY             BINARY-LONG.
    01 WS-DAY-NUMBER            BINARY-LONG.
    01 WS-DATE-SECONDS          BINARY-LONG UNSIGNED.
    01 WS-DATE-NUMBER           PIC 9(8).
    01 WS-DATE-PARTS REDEFINES WS-DATE-NUMBER.
        02 WS-DATE-YEAR         PIC 9(4).
        02 WS-DATE-MONTH        PIC 9(2).
        02 WS-DATE-DAY          PIC 9(2).
    01 WS-SECOND-OF-DAY         BINARY-LONG UNSIGNED.
    01 WS-TIME-HOUR             PIC 9(2).
    01 WS-TIME-MINUTE           PIC 9(2).
    01 WS-TIME-SECOND           PIC 9(2).
    01 WS-STAMP-TEXT            PIC X(19).

    *> --- one transcript line ---
    01 WS-LINE-CHANNEL          PIC X(7).
    01 WS-LINE-MARKER           PIC X(10).
    01 WS-LINE-TEXT             PIC X(280).
    01 WS-REPORT-LINE           PIC X(400).
    01 WS-LINE-COUNT            BINARY-LONG UNSIGNED.
    01 WS-FILTERED-COUNT        BINARY-LONG UNSIGNED.
    01 WS-WARNED-COUNT          BINARY-LONG UNSIGNED.
    01 WS-DROPPED-COUNT         BINARY-LONG UNSIGNED.
    01 WS-COUNT-DISPLAY         PIC Z(8)9.
    01 WS-PLAYER-TEXT           PIC X(64).
    01 WS-FROM-TEXT             PIC X(19).
    01 WS-TO-TEXT               PIC X(19).
    01 WS-ADMIN-LINE            PIC X(256).

LINKAGE SECTION.
    *> whose chat: UUID hex and username, both blank for anyone
    01 LK-PLAYER-HEX            PIC X(32).
    01 LK-PLAYER-NAME           PIC X(16).
    *> window in unix seconds; 0 leaves that end open
    01 LK-FROM-TS               BINARY-LONG UNSIGNED.
    01 LK-TO-TS                 BINARY-LONG UNSIGNED.
    *> "global", "local", "staff", "private" or "all"
    01 LK-CHANNEL               PIC X(8).
    01 LK-KEYWORD               PIC X(64).
    *> who asked: "console", or the remote admin session
    01 LK-OPERATOR              PIC X(46).
    01 LK-RESULT-LINE           PIC X(256).

PROCEDURE DIVISION USING LK-PLAYER-HEX LK-PLAYER-NAME LK-FROM-TS
        LK-TO-TS LK-CHANNEL LK-KEYWORD LK-OPERATOR LK-RESULT-LINE.
    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE WS-NOW TO WS-NOW-DISPLAY
    COMPUTE WS-EPOCH-DAY = FUNCTION INTEGER-OF-DATE(19700101)
    MOVE SPACES TO LK-RESULT-LINE
    MOVE 0 TO WS-MARK-COUNT
    MOVE 0 TO WS-MARK-OVERFLOW
    MOVE 1 TO WS-FLUSH-IDX
    MOVE "N" TO WS-FLUSH-ALL
    MOVE 0 TO WS-NAME-COUNT
    MOVE 0 TO WS-LINE-COUNT
    MOVE 0 TO WS-FILTERED-COUNT
    MOVE 0 TO WS-WARNED-COUNT
    MOVE 0 TO WS-DROPPED-COUNT
    MOVE 0 TO WS-FILES-READ

    EVALUATE LK-CHANNEL
        WHEN "global"
            MOVE "chat" TO WS-WANTED-POSITION
        WHEN "local"
            MOVE "chat:local" TO WS-WANTED-POSITION
        WHEN "staff"
            MOVE "chat:staff" TO WS-WANTED-POSITION
        WHEN "private"
            MOVE "msg" TO WS-WANTED-POSITION
        WHEN OTHER
            MOVE SPACES TO WS-WANTED-POSITION
    END-EVALUATE
    MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(LK-KEYWORD)) TO WS-KEYWORD
    MOVE 0 TO WS-KEYWORD-LEN
    IF WS-KEYWORD NOT = SPACES
        MOVE FUNCTION STORED-CHAR-LENGTH(WS-KEYWORD) TO WS-KEYWORD-LEN
    END-IF
    *> A private message to the player reads "[sender -> name] ..."
    MOVE SPACES TO WS-TARGET-TAG
    MOVE 0 TO WS-TARGET-TAG-LEN
    IF LK-PLAYER-NAME NOT = SPACES
        STRING " -> " FUNCTION TRIM(LK-PLAYER-NAME) "] "
            DELIMITED BY SIZE INTO WS-TARGET-TAG
        COMPUTE WS-TARGET-TAG-LEN =
            FUNCTION STORED-CHAR-LENGTH(WS-TARGET-TAG) + 1
    END-IF

    MOVE SPACES TO WS-TRANSCRIPT-FILE-NAME
    STRING "exports/chat-transcript-" WS-NOW-DISPLAY ".txt"
        DELIMITED BY SIZE INTO WS-TRANSCRIPT-FILE-NAME
    OPEN OUTPUT TRANSCRIPT-FILE
    IF WS-FILE-STATUS NOT = "00"
        CALL "SYSTEM" USING "mkdir -p exports"
        OPEN OUTPUT TRANSCRIPT-FILE
    END-IF
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "[chat-transcript] unable to open " FUNCTION TRIM(WS-TRANSCRIPT-FILE-NAME) ", status=" WS-FILE-STATUS
        MOVE "Transcript failed - see the host console" TO LK-RESULT-LINE
        GOBACK
    END-IF
    PERFORM Write-Header

    *> Marks first, so every chat row can be checked against them
    MOVE "moderation.log" TO WS-LOG-NAME
    PERFORM Read-Log-Set
    MOVE "chat.log" TO WS-LOG-NAME
    PERFORM Read-Log-Set
    MOVE "Y" TO WS-FLUSH-ALL
    PERFORM Flush-Marks

    MOVE SPACES TO TRANSCRIPT-RECORD
    WRITE TRANSCRIPT-RECORD
    MOVE SPACES TO WS-REPORT-LINE
    MOVE WS-LINE-COUNT TO WS-COUNT-DISPLAY
    STRING "LINES: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE TRANSCRIPT-RECORD FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    MOVE WS-FILTERED-COUNT TO WS-COUNT-DISPLAY
    STRING "FILTERED: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE TRANSCRIPT-RECORD FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    MOVE WS-WARNED-COUNT TO WS-COUNT-DISPLAY
    STRING "FLOOD-WARN: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE TRANSCRIPT-RECORD FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    MOVE WS-DROPPED-COUNT TO WS-COUNT-DISPLAY
    STRING "DROPPED: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE TRANSCRIPT-RECORD FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    MOVE WS-FILES-READ TO WS-COUNT-DISPLAY
    STRING "LOG FILES READ: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE TRANSCRIPT-RECORD FROM WS-REPORT-LINE
    IF WS-MARK-OVERFLOW > 0
        MOVE SPACES TO WS-REPORT-LINE
        MOVE WS-MARK-OVERFLOW TO WS-COUNT-DISPLAY
        STRING "WARNING: " FUNCTION TRIM(WS-COUNT-DISPLAY)
            " moderation rows did not fit and are not marked -"
            " narrow the window" DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE TRANSCRIPT-RECORD FROM WS-REPORT-LINE
    END-IF
    CLOSE TRANSCRIPT-FILE

    *> The export itself goes on the admin record
    MOVE WS-LINE-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO WS-ADMIN-LINE
    STRING "chatlog export " FUNCTION TRIM(WS-TRANSCRIPT-FILE-NAME) ": "
        FUNCTION TRIM(WS-COUNT-DISPLAY) " lines, player="
        FUNCTION TRIM(WS-PLAYER-TEXT) " from=" WS-FROM-TEXT
        " to=" WS-TO-TEXT " channel=" FUNCTION TRIM(LK-CHANNEL)
        " keyword=" FUNCTION TRIM(LK-KEYWORD)
        DELIMITED BY SIZE INTO WS-ADMIN-LINE
    CALL "AdminLog-Append" USING LK-OPERATOR WS-ADMIN-LINE

    STRING "Transcript of " FUNCTION TRIM(WS-COUNT-DISPLAY)
        " lines written to " FUNCTION TRIM(WS-TRANSCRIPT-FILE-NAME)
        DELIMITED BY SIZE INTO LK-RESULT-LINE

    GOBACK.

    Write-Header.
        IF LK-PLAYER-HEX = SPACES
            MOVE "anyone" TO WS-PLAYER-TEXT
        ELSE
            MOVE SPACES TO WS-PLAYER-TEXT
            STRING FUNCTION TRIM(LK-PLAYER-NAME) " (" LK-PLAYER-HEX ")"
                DELIMITED BY SIZE INTO WS-PLAYER-TEXT
        END-IF
        MOVE "open" TO WS-FROM-TEXT
        IF LK-FROM-TS > 0
            MOVE LK-FROM-TS TO WS-DATE-SECONDS
            PERFORM Format-Stamp
            MOVE WS-STAMP-TEXT TO WS-FROM-TEXT
        END-IF
        MOVE "open" TO WS-TO-TEXT
        IF LK-TO-TS > 0
            MOVE LK-TO-TS TO WS-DATE-SECONDS
            PERFORM Format-Stamp
            MOVE WS-STAMP-TEXT TO WS-TO-TEXT
        END-IF
        MOVE WS-NOW TO WS-DATE-SECONDS
        PERFORM Format-Stamp
        MOVE SPACES TO WS-REPORT-LINE
        STRING "CHAT TRANSCRIPT " WS-STAMP-TEXT " UTC, requested by "
            FUNCTION TRIM(LK-OPERATOR)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE TRANSCRIPT-RECORD FROM WS-REPORT-LINE
        MOVE SPACES TO WS-REPORT-LINE
        STRING "PLAYER: " FUNCTION TRIM(WS-PLAYER-TEXT)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE TRANSCRIPT-RECORD FROM WS-REPORT-LINE
        MOVE SPACES TO WS-REPORT-LINE
        STRING "WINDOW: " FUNCTION TRIM(WS-FROM-TEXT) " to "
            FUNCTION TRIM(WS-TO-TEXT) " UTC"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE TRANSCRIPT-RECORD FROM WS-REPORT-LINE
        MOVE SPACES TO WS-REPORT-LINE
        STRING "CHANNEL: " FUNCTION TRIM(LK-CHANNEL) "   KEYWORD: "
            FUNCTION TRIM(LK-KEYWORD)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE TRANSCRIPT-RECORD FROM WS-REPORT-LINE
        MOVE "MARKS: FILTERED = masked by the word filter (original beneath); FLOOD-WARN = flood warning on this line; DROPPED = refused by the flood guard, never delivered" TO TRANSCRIPT-RECORD
        WRITE TRANSCRIPT-RECORD
        MOVE SPACES TO TRANSCRIPT-RECORD
        WRITE TRANSCRIPT-RECORD.

    *> Rotated segments of WS-LOG-NAME that can hold rows inside the
    *> window (a segment stamped before the window opened holds only
    *> older rows), oldest first, then the live file.
    Read-Log-Set.
        MOVE SPACES TO WS-COMMAND-LINE
        STRING "mkdir -p cache && ls -1 logs/archive/*/"
            FUNCTION TRIM(WS-LOG-NAME)
            " 2>/dev/null > cache/chat-transcript-list.tmp"
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
                        IF WS-ARCHIVE-STAMP >= LK-FROM-TS
                            MOVE LIST-RECORD TO WS-LOG-FILE-NAME
                            PERFORM Read-Log-File
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            CLOSE LIST-FILE
        END-IF
        CALL "SYSTEM" USING "rm -f cache/chat-transcript-list.tmp"
        MOVE SPACES TO WS-LOG-FILE-NAME
        STRING "logs/" FUNCTION TRIM(WS-LOG-NAME)
            DELIMITED BY SIZE INTO WS-LOG-FILE-NAME
        PERFORM Read-Log-File.

    Read-Log-File.
        OPEN INPUT LOG-FILE
        IF WS-LOG-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-FILES-READ
        PERFORM UNTIL WS-LOG-STATUS NOT = "00"
            READ LOG-FILE INTO WS-ROW
            IF WS-LOG-STATUS = "00"
                MOVE WS-ROW(1:10) TO WS-ROW-TIMESTAMP-TEXT
                IF WS-ROW-TIMESTAMP-TEXT IS NUMERIC
                    MOVE WS-ROW-TIMESTAMP-TEXT TO WS-ROW-TIMESTAMP
                    IF WS-ROW-TIMESTAMP >= LK-FROM-TS
                            AND (LK-TO-TS = 0
                                OR WS-ROW-TIMESTAMP <= LK-TO-TS)
                        EVALUATE WS-LOG-NAME
                            WHEN "moderation.log"
                                PERFORM Load-Mark
                            WHEN "chat.log"
                                PERFORM Transcribe-Row
                        END-EVALUATE
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE LOG-FILE.

    Load-Mark.
        IF WS-MOD-SOURCE NOT = "CHAT" AND WS-MOD-SOURCE NOT = "FLOOD"
                AND WS-MOD-SOURCE NOT = "FLOODWRN"
            EXIT PARAGRAPH
        END-IF
        IF LK-PLAYER-HEX NOT = SPACES AND WS-MOD-SENDER NOT = LK-PLAYER-HEX
            EXIT PARAGRAPH
        END-IF
        IF WS-MARK-COUNT >= WS-MARK-MAX
            ADD 1 TO WS-MARK-OVERFLOW
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-MARK-COUNT
        MOVE WS-ROW-TIMESTAMP TO WS-MARK-TS(WS-MARK-COUNT)
        MOVE WS-MOD-SENDER TO WS-MARK-SENDER(WS-MARK-COUNT)
        MOVE WS-MOD-SOURCE TO WS-MARK-SOURCE(WS-MARK-COUNT)
        MOVE WS-MOD-TEXT TO WS-MARK-TEXT(WS-MARK-COUNT)
        MOVE "N" TO WS-MARK-USED(WS-MARK-COUNT).

    Transcribe-Row.
        EVALUATE WS-CHAT-POSITION
            WHEN "chat"
                MOVE "global" TO WS-LINE-CHANNEL
            WHEN "chat:local"
                MOVE "local" TO WS-LINE-CHANNEL
            WHEN "chat:staff"
                MOVE "staff" TO WS-LINE-CHANNEL
            WHEN "msg"
                MOVE "private" TO WS-LINE-CHANNEL
            WHEN OTHER
                EXIT PARAGRAPH
        END-EVALUATE
        IF WS-WANTED-POSITION NOT = SPACES
                AND WS-CHAT-POSITION NOT = WS-WANTED-POSITION
            EXIT PARAGRAPH
        END-IF
        IF LK-PLAYER-HEX NOT = SPACES AND WS-CHAT-SENDER NOT = LK-PLAYER-HEX
            IF WS-CHAT-POSITION NOT = "msg" OR WS-TARGET-TAG-LEN = 0
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-HITS
            INSPECT WS-CHAT-TEXT TALLYING WS-HITS
                FOR ALL WS-TARGET-TAG(1:WS-TARGET-TAG-LEN)
            IF WS-HITS = 0
                EXIT PARAGRAPH
            END-IF
        END-IF

        *> Anything the guard refused before this row was sent is due
        MOVE WS-ROW-TIMESTAMP TO WS-FLUSH-BEFORE
        PERFORM Flush-Marks

        *> This sender's marks from the same second (or the next - the
        *> two appends straddle a second boundary now and then)
        MOVE 0 TO WS-FILTER-MARK
        MOVE 0 TO WS-WARN-MARK
        PERFORM VARYING WS-MARK-IDX FROM WS-FLUSH-IDX BY 1
                UNTIL WS-MARK-IDX > WS-MARK-COUNT
            IF WS-MARK-TS(WS-MARK-IDX) > WS-ROW-TIMESTAMP + 1
                EXIT PERFORM
            END-IF
            IF WS-MARK-USED(WS-MARK-IDX) = "N"
                    AND WS-MARK-SENDER(WS-MARK-IDX) = WS-CHAT-SENDER
                    AND WS-MARK-TS(WS-MARK-IDX) + 1 >= WS-ROW-TIMESTAMP
                IF WS-MARK-SOURCE(WS-MARK-IDX) = "CHAT"
                        AND WS-FILTER-MARK = 0
                    MOVE WS-MARK-IDX TO WS-FILTER-MARK
                END-IF
                IF WS-MARK-SOURCE(WS-MARK-IDX) = "FLOODWRN"
                        AND WS-WARN-MARK = 0
                    MOVE WS-MARK-IDX TO WS-WARN-MARK
                END-IF
            END-IF
        END-PERFORM

        IF WS-KEYWORD-LEN > 0
            MOVE FUNCTION LOWER-CASE(WS-CHAT-TEXT) TO WS-LOWER-TEXT
            MOVE 0 TO WS-HITS
            INSPECT WS-LOWER-TEXT TALLYING WS-HITS
                FOR ALL WS-KEYWORD(1:WS-KEYWORD-LEN)
            IF WS-HITS = 0 AND WS-FILTER-MARK NOT = 0
                MOVE FUNCTION LOWER-CASE(WS-MARK-TEXT(WS-FILTER-MARK))
                    TO WS-LOWER-TEXT
                INSPECT WS-LOWER-TEXT TALLYING WS-HITS
                    FOR ALL WS-KEYWORD(1:WS-KEYWORD-LEN)
            END-IF
            IF WS-HITS = 0
                EXIT PARAGRAPH
            END-IF
        END-IF

        MOVE SPACES TO WS-LINE-MARKER
        IF WS-WARN-MARK NOT = 0
            MOVE "Y" TO WS-MARK-USED(WS-WARN-MARK)
            MOVE "FLOOD-WARN" TO WS-LINE-MARKER
            ADD 1 TO WS-WARNED-COUNT
        END-IF
        IF WS-FILTER-MARK NOT = 0
            MOVE "Y" TO WS-MARK-USED(WS-FILTER-MARK)
            MOVE "FILTERED" TO WS-LINE-MARKER
            ADD 1 TO WS-FILTERED-COUNT
        END-IF
        MOVE WS-CHAT-SENDER TO WS-LOOKUP-HEX
        PERFORM Lookup-Name
        MOVE WS-CHAT-TEXT TO WS-LINE-TEXT
        PERFORM Write-Line
        ADD 1 TO WS-LINE-COUNT

        IF WS-FILTER-MARK NOT = 0
            MOVE SPACES TO WS-REPORT-LINE
            STRING "        original: "
                FUNCTION TRIM(WS-MARK-TEXT(WS-FILTER-MARK))
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            WRITE TRANSCRIPT-RECORD FROM WS-REPORT-LINE
            IF WS-WARN-MARK NOT = 0
                MOVE "        (a flood warning was also issued on this line)" TO TRANSCRIPT-RECORD
                WRITE TRANSCRIPT-RECORD
            END-IF
        END-IF.

    *> Writes the guard's marks that no chat row claimed: refused
    *> messages, and warnings earned by a command rather than a line
    *> of chat. With WS-FLUSH-ALL off, only those safely older than
    *> WS-FLUSH-BEFORE (past the one-second matching slack).
    Flush-Marks.
        PERFORM UNTIL WS-FLUSH-IDX > WS-MARK-COUNT
            IF WS-FLUSH-ALL NOT = "Y"
                    AND WS-MARK-TS(WS-FLUSH-IDX) + 1 >= WS-FLUSH-BEFORE
                EXIT PERFORM
            END-IF
            IF WS-MARK-USED(WS-FLUSH-IDX) = "N"
                PERFORM Emit-Guard-Mark
            END-IF
            ADD 1 TO WS-FLUSH-IDX
        END-PERFORM.

    Emit-Guard-Mark.
        *> Neither ever reached a channel
        IF WS-WANTED-POSITION NOT = SPACES
            EXIT PARAGRAPH
        END-IF
        EVALUATE WS-MARK-SOURCE(WS-FLUSH-IDX)
            WHEN "FLOOD"
                IF WS-KEYWORD-LEN > 0
                    MOVE FUNCTION LOWER-CASE(WS-MARK-TEXT(WS-FLUSH-IDX))
                        TO WS-LOWER-TEXT
                    MOVE 0 TO WS-HITS
                    INSPECT WS-LOWER-TEXT TALLYING WS-HITS
                        FOR ALL WS-KEYWORD(1:WS-KEYWORD-LEN)
                    IF WS-HITS = 0
                        EXIT PARAGRAPH
                    END-IF
                END-IF
                MOVE "DROPPED" TO WS-LINE-MARKER
                MOVE WS-MARK-TEXT(WS-FLUSH-IDX) TO WS-LINE-TEXT
                ADD 1 TO WS-DROPPED-COUNT
            WHEN "FLOODWRN"
                IF WS-KEYWORD-LEN > 0
                    EXIT PARAGRAPH
                END-IF
                MOVE "FLOOD-WARN" TO WS-LINE-MARKER
                MOVE "(flood warning issued outside chat, e.g. on a command)"
                    TO WS-LINE-TEXT
                ADD 1 TO WS-WARNED-COUNT
            WHEN OTHER
                EXIT PARAGRAPH
        END-EVALUATE
        MOVE "-" TO WS-LINE-CHANNEL
        MOVE WS-MARK-SENDER(WS-FLUSH-IDX) TO WS-LOOKUP-HEX
        PERFORM Lookup-Name
        MOVE WS-MARK-TS(WS-FLUSH-IDX) TO WS-ROW-TIMESTAMP
        MOVE "Y" TO WS-MARK-USED(WS-FLUSH-IDX)
        PERFORM Write-Line
        ADD 1 TO WS-LINE-COUNT.

    *> date time channel marker sender text, one row per line
    Write-Line.
        MOVE WS-ROW-TIMESTAMP TO WS-DATE-SECONDS
        PERFORM Format-Stamp
        MOVE SPACES TO WS-REPORT-LINE
        STRING WS-STAMP-TEXT " " WS-LINE-CHANNEL " " WS-LINE-MARKER " "
            WS-SENDER-NAME(1:16) " " FUNCTION TRIM(WS-LINE-TEXT)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE TRANSCRIPT-RECORD FROM WS-REPORT-LINE.

    *> WS-LOOKUP-HEX to WS-SENDER-NAME via the stats file's username
    Lookup-Name.
        PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                UNTIL WS-NAME-IDX > WS-NAME-COUNT
            IF WS-NAME-HEX(WS-NAME-IDX) = WS-LOOKUP-HEX
                MOVE WS-NAME-TEXT(WS-NAME-IDX) TO WS-SENDER-NAME
                EXIT PARAGRAPH
            END-IF
        END-PERFORM
        CALL "Stats-Get" USING WS-LOOKUP-HEX WS-STATS
        IF WS-STATS-USERNAME = SPACES OR WS-STATS-USERNAME = LOW-VALUES
            MOVE WS-LOOKUP-HEX TO WS-SENDER-NAME
        ELSE
            MOVE WS-STATS-USERNAME TO WS-SENDER-NAME
        END-IF
        IF WS-NAME-COUNT < WS-NAME-MAX
            ADD 1 TO WS-NAME-COUNT
            MOVE WS-LOOKUP-HEX TO WS-NAME-HEX(WS-NAME-COUNT)
            MOVE WS-SENDER-NAME TO WS-NAME-TEXT(WS-NAME-COUNT)
        END-IF.

    *> WS-DATE-SECONDS (unix) to WS-STAMP-TEXT as YYYY-MM-DD HH:MM:SS,
    *> UTC
    Format-Stamp.
        COMPUTE WS-DAY-NUMBER = WS-DATE-SECONDS / 86400
        COMPUTE WS-DATE-NUMBER =
            FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER + WS-EPOCH-DAY)
        COMPUTE WS-SECOND-OF-DAY = FUNCTION MOD(WS-DATE-SECONDS, 86400)
        COMPUTE WS-TIME-HOUR = WS-SECOND-OF-DAY / 3600
        COMPUTE WS-TIME-MINUTE =
            FUNCTION MOD(WS-SECOND-OF-DAY, 3600) / 60
        COMPUTE WS-TIME-SECOND = FUNCTION MOD(WS-SECOND-OF-DAY, 60)
        MOVE SPACES TO WS-STAMP-TEXT
        STRING WS-DATE-YEAR "-" WS-DATE-MONTH "-" WS-DATE-DAY " "
            WS-TIME-HOUR ":" WS-TIME-MINUTE ":" WS-TIME-SECOND
            DELIMITED BY SIZE INTO WS-STAMP-TEXT.

END PROGRAM ChatTranscript-Run.
