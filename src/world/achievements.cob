       >>SOURCE FORMAT FREE
*> --- Achievements-Load ---
*> Fills the shared achievement table (DD-ACHIEVEMENTS) from
*> config/achievements.txt - one achievement per line, fields
*> separated by spaces:
*>
*>   <stat> <threshold> <reward> <title ...>
*>
*> <stat> is one of the lifetime counters by its /top name (broken,
*> placed, messages, sessions, seconds, distance, crafted), <threshold>
*> the counter value that earns it, <reward> the currency paid from
*> the server account ("-" or 0 for none) and the rest of the line the
*> title - e.g. "broken 10000 250 Excavator". Blank lines and "#"
*> comments are ignored, like server.properties. A missing file falls
*> back to the compiled-in set (no rewards - what the server pays out
*> is for staff to decide), fed through the same parser. A line that
*> doesn't parse is rejected whole with a console line saying which
*> and why. Called on first use and by the console "reload" command.
IDENTIFICATION DIVISION.
PROGRAM-ID. Achievements-Load.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACHIEVE-FILE ASSIGN TO "config/achievements.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD ACHIEVE-FILE.
01 ACHIEVE-RECORD           PIC X(160).

WORKING-STORAGE SECTION.
    COPY DD-ACHIEVEMENTS.
    01 WS-FILE-STATUS       PIC X(2).
    01 WS-LINE              PIC X(160).
    01 WS-LINE-NUMBER       BINARY-LONG UNSIGNED.
    01 WS-LINE-DISPLAY      PIC Z(5)9.
    01 WS-SOURCE-TEXT       PIC X(48).
    01 WS-STAT-TOKEN        PIC X(16).
    01 WS-THRESHOLD-TOKEN   PIC X(16).
    01 WS-REWARD-TOKEN      PIC X(16).
    01 WS-TITLE-TEXT        PIC X(160).
    01 WS-POINTER           BINARY-LONG UNSIGNED.
    01 WS-STAT-INDEX        BINARY-LONG UNSIGNED.
    01 WS-REJECT-REASON     PIC X(48).
    01 WS-REJECTED-COUNT    BINARY-LONG UNSIGNED.
    01 WS-COUNT-DISPLAY     PIC Z(5)9.

    *> Compiled-in fallback set, milestones on every counter
    01 WS-DEFAULT-ACHIEVEMENTS.
        02 FILLER PIC X(60) VALUE "broken 1000 - Groundbreaker".
        02 FILLER PIC X(60) VALUE "broken 10000 - Excavator".
        02 FILLER PIC X(60) VALUE "placed 1000 - Builder".
        02 FILLER PIC X(60) VALUE "placed 10000 - Architect".
        02 FILLER PIC X(60) VALUE "messages 500 - Conversationalist".
        02 FILLER PIC X(60) VALUE "sessions 50 - Regular".
        02 FILLER PIC X(60) VALUE "seconds 36000 - Ten Hours In".
        02 FILLER PIC X(60) VALUE "seconds 360000 - Resident".
        02 FILLER PIC X(60) VALUE "distance 100000 - Wanderer".
        02 FILLER PIC X(60) VALUE "crafted 500 - Artisan".
    01 WS-DEFAULT-TABLE REDEFINES WS-DEFAULT-ACHIEVEMENTS.
        02 WS-DEFAULT-LINE  PIC X(60) OCCURS 10 TIMES.
    01 WS-DEFAULT-INDEX     BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    MOVE "Y" TO ACHIEVE-LOADED
    MOVE 0 TO ACHIEVE-COUNT
    MOVE 0 TO WS-REJECTED-COUNT

    OPEN INPUT ACHIEVE-FILE
    IF WS-FILE-STATUS NOT = "00"
        PERFORM VARYING WS-DEFAULT-INDEX FROM 1 BY 1
                UNTIL WS-DEFAULT-INDEX > 10
            MOVE WS-DEFAULT-LINE(WS-DEFAULT-INDEX) TO WS-LINE
            MOVE WS-DEFAULT-INDEX TO WS-LINE-DISPLAY
            MOVE SPACES TO WS-SOURCE-TEXT
            STRING "built-in achievement " FUNCTION TRIM(WS-LINE-DISPLAY)
                DELIMITED BY SIZE INTO WS-SOURCE-TEXT
            PERFORM Load-One-Line
        END-PERFORM
        PERFORM Report-Load-Summary
        GOBACK
    END-IF

    MOVE 0 TO WS-LINE-NUMBER
    PERFORM UNTIL WS-FILE-STATUS NOT = "00"
        READ ACHIEVE-FILE INTO WS-LINE
        IF WS-FILE-STATUS = "00"
            ADD 1 TO WS-LINE-NUMBER
            MOVE WS-LINE-NUMBER TO WS-LINE-DISPLAY
            MOVE SPACES TO WS-SOURCE-TEXT
            STRING "achievements.txt line "
                FUNCTION TRIM(WS-LINE-DISPLAY)
                DELIMITED BY SIZE INTO WS-SOURCE-TEXT
            MOVE FUNCTION TRIM(WS-LINE LEADING) TO WS-LINE
            IF WS-LINE NOT = SPACES AND WS-LINE(1:1) NOT = "#"
                PERFORM Load-One-Line
            END-IF
        END-IF
    END-PERFORM
    CLOSE ACHIEVE-FILE

    PERFORM Report-Load-Summary
    GOBACK.

    Load-One-Line.
        MOVE SPACES TO WS-STAT-TOKEN
        MOVE SPACES TO WS-THRESHOLD-TOKEN
        MOVE SPACES TO WS-REWARD-TOKEN
        MOVE SPACES TO WS-TITLE-TEXT
        MOVE 1 TO WS-POINTER
        UNSTRING WS-LINE DELIMITED BY ALL SPACE
            INTO WS-STAT-TOKEN WS-THRESHOLD-TOKEN WS-REWARD-TOKEN
            WITH POINTER WS-POINTER
        END-UNSTRING
        IF WS-POINTER <= LENGTH OF WS-LINE
            MOVE FUNCTION TRIM(WS-LINE(WS-POINTER:)) TO WS-TITLE-TEXT
        END-IF

        IF WS-TITLE-TEXT = SPACES
            MOVE "too few fields" TO WS-REJECT-REASON
            PERFORM Reject-Achievement
            EXIT PARAGRAPH
        END-IF
        IF ACHIEVE-COUNT >= 64
            MOVE "table full (64)" TO WS-REJECT-REASON
            PERFORM Reject-Achievement
            EXIT PARAGRAPH
        END-IF

        EVALUATE WS-STAT-TOKEN
            WHEN "broken"
                MOVE 1 TO WS-STAT-INDEX
            WHEN "placed"
                MOVE 2 TO WS-STAT-INDEX
            WHEN "messages"
                MOVE 3 TO WS-STAT-INDEX
            WHEN "sessions"
                MOVE 4 TO WS-STAT-INDEX
            WHEN "seconds"
                MOVE 5 TO WS-STAT-INDEX
            WHEN "distance"
                MOVE 6 TO WS-STAT-INDEX
            WHEN "crafted"
                MOVE 7 TO WS-STAT-INDEX
            WHEN OTHER
                MOVE "unknown stat" TO WS-REJECT-REASON
                PERFORM Reject-Achievement
                EXIT PARAGRAPH
        END-EVALUATE

        IF FUNCTION TRIM(WS-THRESHOLD-TOKEN) IS NOT NUMERIC
                OR FUNCTION LENGTH(FUNCTION TRIM(WS-THRESHOLD-TOKEN)) > 12
            MOVE "threshold is not a number" TO WS-REJECT-REASON
            PERFORM Reject-Achievement
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION NUMVAL(WS-THRESHOLD-TOKEN) < 1
            MOVE "threshold must be at least 1" TO WS-REJECT-REASON
            PERFORM Reject-Achievement
            EXIT PARAGRAPH
        END-IF
        IF WS-REWARD-TOKEN NOT = "-"
                AND (FUNCTION TRIM(WS-REWARD-TOKEN) IS NOT NUMERIC
                OR FUNCTION LENGTH(FUNCTION TRIM(WS-REWARD-TOKEN)) > 9)
            MOVE "reward is not a number or -" TO WS-REJECT-REASON
            PERFORM Reject-Achievement
            EXIT PARAGRAPH
        END-IF

        ADD 1 TO ACHIEVE-COUNT
        MOVE WS-STAT-INDEX TO ACHIEVE-STAT-INDEX(ACHIEVE-COUNT)
        MOVE WS-STAT-TOKEN TO ACHIEVE-STAT-NAME(ACHIEVE-COUNT)
        COMPUTE ACHIEVE-THRESHOLD(ACHIEVE-COUNT) =
            FUNCTION NUMVAL(WS-THRESHOLD-TOKEN)
        IF WS-REWARD-TOKEN = "-"
            MOVE 0 TO ACHIEVE-REWARD(ACHIEVE-COUNT)
        ELSE
            COMPUTE ACHIEVE-REWARD(ACHIEVE-COUNT) =
                FUNCTION NUMVAL(WS-REWARD-TOKEN)
        END-IF
        MOVE WS-TITLE-TEXT TO ACHIEVE-TITLE(ACHIEVE-COUNT).

    Reject-Achievement.
        ADD 1 TO WS-REJECTED-COUNT
        DISPLAY "[achievements] bad achievement ("
            FUNCTION TRIM(WS-SOURCE-TEXT) "): "
            FUNCTION TRIM(WS-REJECT-REASON) ", rejected".

    Report-Load-Summary.
        MOVE ACHIEVE-COUNT TO WS-COUNT-DISPLAY
        IF WS-REJECTED-COUNT = 0
            DISPLAY "[achievements] loaded " FUNCTION TRIM(WS-COUNT-DISPLAY)
                " achievements"
        ELSE
            MOVE WS-REJECTED-COUNT TO WS-LINE-DISPLAY
            DISPLAY "[achievements] loaded " FUNCTION TRIM(WS-COUNT-DISPLAY)
                " achievements, rejected " FUNCTION TRIM(WS-LINE-DISPLAY)
        END-IF.

END PROGRAM Achievements-Load.

*> --- Achievements-ReadEarned ---
*> Reads one player's earned achievements from their per-UUID file
*> under achievements/ (one DD-ACHIEVEMENTS-EARNED row per line, in
*> the order earned). A player with no file yet has earned nothing.
IDENTIFICATION DIVISION.
PROGRAM-ID. Achievements-ReadEarned.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EARNED-FILE ASSIGN TO WS-EARNED-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD EARNED-FILE.
01 EARNED-RECORD               PIC X(110).

WORKING-STORAGE SECTION.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-EARNED-FILE-NAME      PIC X(128).

LINKAGE SECTION.
    01 LK-UUID-HEX              PIC X(32).
    COPY DD-ACHIEVEMENTS-EARNED REPLACING LEADING ==PREFIX== BY ==LK==.

PROCEDURE DIVISION USING LK-UUID-HEX LK-EARNED.
    MOVE 0 TO LK-EARNED-COUNT

    MOVE SPACES TO WS-EARNED-FILE-NAME
    STRING "achievements/" LK-UUID-HEX ".dat" DELIMITED BY SIZE
        INTO WS-EARNED-FILE-NAME

    OPEN INPUT EARNED-FILE
    IF WS-FILE-STATUS NOT = "00"
        GOBACK
    END-IF
    PERFORM UNTIL WS-FILE-STATUS NOT = "00" OR LK-EARNED-COUNT >= 64
        READ EARNED-FILE
        IF WS-FILE-STATUS = "00" AND EARNED-RECORD NOT = SPACES
            ADD 1 TO LK-EARNED-COUNT
            MOVE EARNED-RECORD TO LK-EARNED-ROW(LK-EARNED-COUNT)
            IF LK-EARNED-THRESHOLD(LK-EARNED-COUNT) IS NOT NUMERIC
                SUBTRACT 1 FROM LK-EARNED-COUNT
            END-IF
        END-IF
    END-PERFORM
    CLOSE EARNED-FILE

    GOBACK.

END PROGRAM Achievements-ReadEarned.

*> --- Achievements-Check ---
*> Awards whatever achievements a Stats-Add just earned. LK-STAT-NAME
*> is the counter Stats-Add moved, LK-OLD-VALUE its value before the
*> add and LK-STATS the player's counters after it; an achievement is
*> earned on the add that carries its counter from below the threshold
*> to at or above it, which costs a table scan and no I/O on the
*> common path (a block broken short of any milestone). Each award is:
*>
*>   - written to achievements/<uuid>.dat first, so it is never given
*>     twice, whatever happens after;
*>   - paid, when it carries a reward, from the server account
*>     (all-zero hex) through Balance-Transfer under its own kind,
*>     ACHIEVE, with a payment id and the title as memo - a server
*>     account too short to pay leaves the row unpaid and raises a
*>     WARN alert for staff. The id goes on the row, marked P, before
*>     the transfer; a row still P afterwards was cut off mid-payment
*>     and is only paid again if no ledger row carries its id;
*>   - announced to everyone online, one chat-log row and fan-out, as
*>     Announcements-Sweep does.
*>
*> Once a session (the SESSIONS add at session end) the check widens
*> to every counter at any value, so an achievement added to the
*> config after a player had already passed it still reaches them, and
*> rewards left unpaid are tried again.
IDENTIFICATION DIVISION.
PROGRAM-ID. Achievements-Check.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EARNED-FILE ASSIGN TO WS-NEW-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    SELECT MATCH-FILE ASSIGN TO WS-MATCH-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MATCH-STATUS.

DATA DIVISION.
FILE SECTION.
FD EARNED-FILE.
01 EARNED-RECORD               PIC X(110).
FD MATCH-FILE.
01 MATCH-RECORD                PIC X(160).

WORKING-STORAGE SECTION.
    COPY DD-ACHIEVEMENTS.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-ACHIEVEMENTS-EARNED REPLACING LEADING ==PREFIX== BY ==WS==.
    COPY DD-TEXT-COMPONENT REPLACING LEADING ==PREFIX== BY ==NOTICE==.
    COPY DD-CHAT-LOG-ENTRY REPLACING LEADING ==PREFIX== BY ==CHAT==.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-EARNED-FILE-NAME      PIC X(128).
    01 WS-NEW-FILE-NAME         PIC X(128).
    01 WS-MOVE-COMMAND          PIC X(300).
    01 WS-CATCH-UP-FLAG         PIC X(1).
    01 WS-STAT-INDEX            BINARY-LONG UNSIGNED.
    01 WS-VALUE-INDEX           BINARY-LONG UNSIGNED.
    01 WS-VALUE                 BINARY-DOUBLE UNSIGNED.
    01 WS-ACHIEVE-IDX           BINARY-LONG UNSIGNED.
    01 WS-EARNED-IDX            BINARY-LONG UNSIGNED.
    01 WS-WRITE-IDX             BINARY-LONG UNSIGNED.
    01 WS-FIRST-NEW-ROW         BINARY-LONG UNSIGNED.
    01 WS-CANDIDATES.
        02 WS-CANDIDATE-FLAG    PIC X(1) OCCURS 64 TIMES.
    01 WS-CANDIDATE-COUNT       BINARY-LONG UNSIGNED.
    01 WS-FOUND-FLAG            PIC X(1).
    01 WS-CHANGED-FLAG          PIC X(1).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-SERVER-HEX            PIC X(32) VALUE ALL "0".
    01 WS-TRANSFER-KIND         PIC X(8) VALUE "ACHIEVE".
    01 WS-TRANSFER-MEMO         PIC X(64).
    01 WS-TRANSFER-AMOUNT       BINARY-LONG.
    01 WS-TRANSFER-OK           PIC X(1).
    01 WS-MATCH-STATUS          PIC X(2).
    01 WS-MATCH-FILE-NAME       PIC X(128).
    01 WS-MATCH-COMMAND         PIC X(300).
    01 WS-LEDGER-FOUND-FLAG     PIC X(1).
    *> --- transactions.log record layout (see TransactionLog-Append) ---
    01 WS-TX-LINE.
        02 WS-TX-TIMESTAMP      PIC 9(10).
        02 FILLER               PIC X.
        02 WS-TX-KIND           PIC X(8).
        02 FILLER               PIC X.
        02 WS-TX-FROM           PIC X(32).
        02 FILLER               PIC X.
        02 WS-TX-TO             PIC X(32).
        02 FILLER               PIC X.
        02 WS-TX-AMOUNT         PIC -(9)9.
        02 FILLER               PIC X.
        02 WS-TX-MEMO           PIC X(64).
    01 WS-AMOUNT-DISPLAY        PIC Z(8)9.
    01 WS-PLAYER-NAME           PIC X(16).
    01 WS-ALERT-TEXT            PIC X(200).

LINKAGE SECTION.
    01 LK-UUID-HEX              PIC X(32).
    01 LK-STAT-NAME             PIC X(16).
    01 LK-OLD-VALUE             BINARY-DOUBLE UNSIGNED.
    COPY DD-PLAYER-STATS REPLACING LEADING ==PREFIX== BY ==LK==.

PROCEDURE DIVISION USING LK-UUID-HEX LK-STAT-NAME LK-OLD-VALUE
        LK-STATS.
    IF ACHIEVE-LOADED NOT = "Y"
        CALL "Achievements-Load"
    END-IF

    MOVE "N" TO WS-CATCH-UP-FLAG
    EVALUATE LK-STAT-NAME
        WHEN "BROKEN"
            MOVE 1 TO WS-STAT-INDEX
        WHEN "PLACED"
            MOVE 2 TO WS-STAT-INDEX
        WHEN "MESSAGES"
            MOVE 3 TO WS-STAT-INDEX
        WHEN "SESSIONS"
            MOVE 4 TO WS-STAT-INDEX
            MOVE "Y" TO WS-CATCH-UP-FLAG
        WHEN "SECONDS"
            MOVE 5 TO WS-STAT-INDEX
        WHEN "DISTANCE"
            MOVE 6 TO WS-STAT-INDEX
        WHEN "CRAFTED"
            MOVE 7 TO WS-STAT-INDEX
        WHEN OTHER
            GOBACK
    END-EVALUATE

    *> Which definitions this add has reached
    MOVE 0 TO WS-CANDIDATE-COUNT
    PERFORM VARYING WS-ACHIEVE-IDX FROM 1 BY 1
            UNTIL WS-ACHIEVE-IDX > ACHIEVE-COUNT
        MOVE "N" TO WS-CANDIDATE-FLAG(WS-ACHIEVE-IDX)
        MOVE ACHIEVE-STAT-INDEX(WS-ACHIEVE-IDX) TO WS-VALUE-INDEX
        PERFORM Get-Stat-Value
        IF WS-VALUE >= ACHIEVE-THRESHOLD(WS-ACHIEVE-IDX)
            IF WS-CATCH-UP-FLAG = "Y"
                    OR (WS-VALUE-INDEX = WS-STAT-INDEX
                    AND LK-OLD-VALUE < ACHIEVE-THRESHOLD(WS-ACHIEVE-IDX))
                MOVE "Y" TO WS-CANDIDATE-FLAG(WS-ACHIEVE-IDX)
                ADD 1 TO WS-CANDIDATE-COUNT
            END-IF
        END-IF
    END-PERFORM
    IF WS-CANDIDATE-COUNT = 0 AND WS-CATCH-UP-FLAG = "N"
        GOBACK
    END-IF

    CALL "Achievements-ReadEarned" USING LK-UUID-HEX WS-EARNED
    MOVE "N" TO WS-CHANGED-FLAG

    IF WS-CATCH-UP-FLAG = "Y"
        PERFORM Retry-Unpaid-Rewards
    END-IF

    *> Append the new awards, unpaid, and persist before paying
    CALL "Time-UnixSeconds" USING WS-NOW
    COMPUTE WS-FIRST-NEW-ROW = WS-EARNED-COUNT + 1
    PERFORM VARYING WS-ACHIEVE-IDX FROM 1 BY 1
            UNTIL WS-ACHIEVE-IDX > ACHIEVE-COUNT
        IF WS-CANDIDATE-FLAG(WS-ACHIEVE-IDX) = "Y"
            PERFORM Find-Earned
            IF WS-FOUND-FLAG = "N" AND WS-EARNED-COUNT < 64
                ADD 1 TO WS-EARNED-COUNT
                MOVE SPACES TO WS-EARNED-ROW(WS-EARNED-COUNT)
                MOVE ACHIEVE-STAT-NAME(WS-ACHIEVE-IDX)
                    TO WS-EARNED-STAT(WS-EARNED-COUNT)
                MOVE ACHIEVE-THRESHOLD(WS-ACHIEVE-IDX)
                    TO WS-EARNED-THRESHOLD(WS-EARNED-COUNT)
                MOVE WS-NOW TO WS-EARNED-AT(WS-EARNED-COUNT)
                MOVE ACHIEVE-REWARD(WS-ACHIEVE-IDX)
                    TO WS-EARNED-REWARD(WS-EARNED-COUNT)
                IF ACHIEVE-REWARD(WS-ACHIEVE-IDX) > 0
                    MOVE "N" TO WS-EARNED-PAID(WS-EARNED-COUNT)
                ELSE
                    MOVE "-" TO WS-EARNED-PAID(WS-EARNED-COUNT)
                END-IF
                MOVE ACHIEVE-TITLE(WS-ACHIEVE-IDX)
                    TO WS-EARNED-TITLE(WS-EARNED-COUNT)
                MOVE "Y" TO WS-CHANGED-FLAG
            END-IF
        END-IF
    END-PERFORM
    IF WS-CHANGED-FLAG = "N"
        GOBACK
    END-IF
    PERFORM Write-Earned-File
    IF WS-FILE-STATUS NOT = "00"
        GOBACK
    END-IF

    MOVE LK-STATS-USERNAME TO WS-PLAYER-NAME
    IF WS-PLAYER-NAME = SPACES
        MOVE "A player" TO WS-PLAYER-NAME
    END-IF
    MOVE "N" TO WS-CHANGED-FLAG
    PERFORM VARYING WS-EARNED-IDX FROM WS-FIRST-NEW-ROW BY 1
            UNTIL WS-EARNED-IDX > WS-EARNED-COUNT
        IF WS-EARNED-PAID(WS-EARNED-IDX) = "N"
            PERFORM Pay-Reward
            IF WS-TRANSFER-OK = "N"
                MOVE WS-EARNED-REWARD(WS-EARNED-IDX) TO WS-AMOUNT-DISPLAY
                MOVE SPACES TO WS-ALERT-TEXT
                STRING "server account cannot pay "
                    FUNCTION TRIM(WS-AMOUNT-DISPLAY) " for achievement "
                    FUNCTION TRIM(WS-EARNED-TITLE(WS-EARNED-IDX))
                    " earned by " FUNCTION TRIM(WS-PLAYER-NAME)
                    " - retried at their next session end"
                    DELIMITED BY SIZE INTO WS-ALERT-TEXT
                CALL "Alert-Raise" USING "WARN    " "ACHIEVEMENT     "
                    WS-ALERT-TEXT
            END-IF
        END-IF
        PERFORM Announce-Award
    END-PERFORM
    IF WS-CHANGED-FLAG = "Y"
        PERFORM Write-Earned-File
    END-IF

    GOBACK.

    Get-Stat-Value.
        EVALUATE WS-VALUE-INDEX
            WHEN 1
                MOVE LK-STATS-BROKEN TO WS-VALUE
            WHEN 2
                MOVE LK-STATS-PLACED TO WS-VALUE
            WHEN 3
                MOVE LK-STATS-MESSAGES TO WS-VALUE
            WHEN 4
                MOVE LK-STATS-SESSIONS TO WS-VALUE
            WHEN 5
                MOVE LK-STATS-SECONDS TO WS-VALUE
            WHEN 6
                MOVE LK-STATS-DISTANCE TO WS-VALUE
            WHEN 7
                MOVE LK-STATS-CRAFTED TO WS-VALUE
            WHEN OTHER
                MOVE 0 TO WS-VALUE
        END-EVALUATE.

    Find-Earned.
        *> A definition is its counter and threshold; the title may
        *> have been reworded since
        MOVE "N" TO WS-FOUND-FLAG
        PERFORM VARYING WS-EARNED-IDX FROM 1 BY 1
                UNTIL WS-EARNED-IDX > WS-EARNED-COUNT
            IF WS-EARNED-STAT(WS-EARNED-IDX)
                    = ACHIEVE-STAT-NAME(WS-ACHIEVE-IDX)
                    AND WS-EARNED-THRESHOLD(WS-EARNED-IDX)
                    = ACHIEVE-THRESHOLD(WS-ACHIEVE-IDX)
                MOVE "Y" TO WS-FOUND-FLAG
                EXIT PERFORM
            END-IF
        END-PERFORM.

    Retry-Unpaid-Rewards.
        PERFORM VARYING WS-EARNED-IDX FROM 1 BY 1
                UNTIL WS-EARNED-IDX > WS-EARNED-COUNT
            IF WS-EARNED-PAID(WS-EARNED-IDX) = "N"
                    OR WS-EARNED-PAID(WS-EARNED-IDX) = "P"
                PERFORM Pay-Reward
            END-IF
        END-PERFORM.

    *> Balance-Transfer writes its ledger row before either balance
    *> and a half-applied transfer is finished at boot, so for a row
    *> left P the ledger answers whether the money moved. Leaves
    *> WS-TRANSFER-OK "Y" paid, "N" refused, "F" row not saved (and
    *> nothing paid).
    Pay-Reward.
        IF WS-EARNED-PAID(WS-EARNED-IDX) = "P"
            PERFORM Find-Reward-In-Ledger
            IF WS-LEDGER-FOUND-FLAG = "Y"
                MOVE "Y" TO WS-EARNED-PAID(WS-EARNED-IDX)
                MOVE "Y" TO WS-CHANGED-FLAG
                MOVE "Y" TO WS-TRANSFER-OK
                EXIT PARAGRAPH
            END-IF
        ELSE
            CALL "Journal-NewId" USING WS-EARNED-PAY-ID(WS-EARNED-IDX)
            MOVE "P" TO WS-EARNED-PAID(WS-EARNED-IDX)
            PERFORM Write-Earned-File
            IF WS-FILE-STATUS NOT = "00"
                MOVE "N" TO WS-EARNED-PAID(WS-EARNED-IDX)
                MOVE SPACES TO WS-EARNED-PAY-ID(WS-EARNED-IDX)
                MOVE "F" TO WS-TRANSFER-OK
                EXIT PARAGRAPH
            END-IF
        END-IF

        *> The id leads the memo so a long title can't truncate it
        MOVE WS-EARNED-REWARD(WS-EARNED-IDX) TO WS-TRANSFER-AMOUNT
        MOVE SPACES TO WS-TRANSFER-MEMO
        STRING "achievement " WS-EARNED-PAY-ID(WS-EARNED-IDX) " "
            FUNCTION TRIM(WS-EARNED-TITLE(WS-EARNED-IDX))
            DELIMITED BY SIZE INTO WS-TRANSFER-MEMO
        CALL "Balance-Transfer" USING WS-SERVER-HEX LK-UUID-HEX
            WS-TRANSFER-AMOUNT WS-TRANSFER-KIND WS-TRANSFER-MEMO
            WS-TRANSFER-OK
        IF WS-TRANSFER-OK = "Y"
            MOVE "Y" TO WS-EARNED-PAID(WS-EARNED-IDX)
        ELSE
            MOVE "N" TO WS-EARNED-PAID(WS-EARNED-IDX)
            MOVE SPACES TO WS-EARNED-PAY-ID(WS-EARNED-IDX)
        END-IF
        MOVE "Y" TO WS-CHANGED-FLAG.

    *> Searches the live ledger and every rotated segment, since the
    *> player's next session end may come after a rotation.
    Find-Reward-In-Ledger.
        MOVE "N" TO WS-LEDGER-FOUND-FLAG
        MOVE SPACES TO WS-MATCH-FILE-NAME
        STRING "cache/achievements-" LK-UUID-HEX ".tmp"
            DELIMITED BY SIZE INTO WS-MATCH-FILE-NAME
        MOVE SPACES TO WS-MATCH-COMMAND
        STRING "mkdir -p cache && grep -h -F "
            WS-EARNED-PAY-ID(WS-EARNED-IDX)
            " logs/transactions.log logs/archive/*/transactions.log 2>/dev/null > "
            FUNCTION TRIM(WS-MATCH-FILE-NAME)
            DELIMITED BY SIZE INTO WS-MATCH-COMMAND
        CALL "SYSTEM" USING WS-MATCH-COMMAND
        OPEN INPUT MATCH-FILE
        IF WS-MATCH-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-MATCH-STATUS NOT = "00"
                OR WS-LEDGER-FOUND-FLAG = "Y"
            READ MATCH-FILE INTO WS-TX-LINE
            IF WS-MATCH-STATUS = "00"
                    AND WS-TX-KIND = WS-TRANSFER-KIND
                    AND WS-TX-FROM = WS-SERVER-HEX
                    AND WS-TX-TO = LK-UUID-HEX
                    AND WS-TX-MEMO(13:16)
                    = WS-EARNED-PAY-ID(WS-EARNED-IDX)
                MOVE "Y" TO WS-LEDGER-FOUND-FLAG
            END-IF
        END-PERFORM
        CLOSE MATCH-FILE
        MOVE SPACES TO WS-MATCH-COMMAND
        STRING "rm -f " FUNCTION TRIM(WS-MATCH-FILE-NAME)
            DELIMITED BY SIZE INTO WS-MATCH-COMMAND
        CALL "SYSTEM" USING WS-MATCH-COMMAND
        MOVE 0 TO RETURN-CODE.

    Announce-Award.
        MOVE SPACES TO NOTICE-COMPONENT
        IF WS-EARNED-PAID(WS-EARNED-IDX) = "Y"
            MOVE WS-EARNED-REWARD(WS-EARNED-IDX) TO WS-AMOUNT-DISPLAY
            STRING FUNCTION TRIM(WS-PLAYER-NAME)
                " earned the achievement ["
                FUNCTION TRIM(WS-EARNED-TITLE(WS-EARNED-IDX))
                "] and a reward of " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                DELIMITED BY SIZE INTO NOTICE-TEXT
        ELSE
            STRING FUNCTION TRIM(WS-PLAYER-NAME)
                " earned the achievement ["
                FUNCTION TRIM(WS-EARNED-TITLE(WS-EARNED-IDX)) "]"
                DELIMITED BY SIZE INTO NOTICE-TEXT
        END-IF
        MOVE FUNCTION STORED-CHAR-LENGTH(NOTICE-TEXT) TO NOTICE-TEXT-LEN
        MOVE "gold" TO NOTICE-COLOR

        *> One durable row, then delivery-only fan-out
        MOVE LOW-VALUES TO CHAT-LOG-SENDER-UUID
        MOVE "system" TO CHAT-LOG-POSITION
        MOVE NOTICE-TEXT TO CHAT-LOG-TEXT
        MOVE NOTICE-TEXT-LEN TO CHAT-LOG-TEXT-LEN
        CALL "ChatLog-Append" USING CHAT-LOG-ENTRY

        PERFORM VARYING CLIENT-IDX FROM 1 BY 1 UNTIL CLIENT-IDX > CLIENT-COUNT
            IF CLIENT-ADDRESS(CLIENT-IDX) NOT = SPACES
                    AND CLIENT-STATE(CLIENT-IDX) = CLIENT-STATE-PLAY
                CALL "SendPacket-SystemChat" USING CLIENT-IDX
                    NOTICE-COMPONENT "chat"
            END-IF
        END-PERFORM.

    Write-Earned-File.
        MOVE SPACES TO WS-EARNED-FILE-NAME
        STRING "achievements/" LK-UUID-HEX ".dat" DELIMITED BY SIZE
            INTO WS-EARNED-FILE-NAME
        MOVE SPACES TO WS-NEW-FILE-NAME
        STRING FUNCTION TRIM(WS-EARNED-FILE-NAME) ".new" DELIMITED BY SIZE
            INTO WS-NEW-FILE-NAME

        OPEN OUTPUT EARNED-FILE
        IF WS-FILE-STATUS NOT = "00"
            CALL "SYSTEM" USING "mkdir -p achievements"
            OPEN OUTPUT EARNED-FILE
        END-IF
        IF WS-FILE-STATUS NOT = "00"
            DISPLAY "[achievements] unable to open "
                FUNCTION TRIM(WS-NEW-FILE-NAME) ", status=" WS-FILE-STATUS
            MOVE 0 TO RETURN-CODE
            EXIT PARAGRAPH
        END-IF
        PERFORM VARYING WS-WRITE-IDX FROM 1 BY 1
                UNTIL WS-WRITE-IDX > WS-EARNED-COUNT
            WRITE EARNED-RECORD FROM WS-EARNED-ROW(WS-WRITE-IDX)
        END-PERFORM
        CLOSE EARNED-FILE

        MOVE SPACES TO WS-MOVE-COMMAND
        STRING "mv -f " FUNCTION TRIM(WS-NEW-FILE-NAME) " "
            FUNCTION TRIM(WS-EARNED-FILE-NAME)
            DELIMITED BY SIZE INTO WS-MOVE-COMMAND
        CALL "SYSTEM" USING WS-MOVE-COMMAND
        MOVE 0 TO RETURN-CODE.

END PROGRAM Achievements-Check.
