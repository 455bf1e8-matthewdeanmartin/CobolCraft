       >>SOURCE FORMAT FREE
*> --- EconomyStatements-Run ---
*> Month-end batch job: one account statement per player who had any
*> ledger activity since the previous run. The period runs from the
*> stamp in world/statements-last.stamp (the previous run; from the
*> first ledger row on the very first run) to now, so whatever cadence
*> the job is scheduled on, no row is ever missed or stated twice.
*> Rows come from the live logs/transactions.log and every rotated
*> logs/archive/<timestamp>/transactions.log newer than the period
*> start. Each statement shows the opening balance, every row the
*> player is party to - PAY, SHOP, TRADE and any other kind - signed
*> from the player's side with the counterparty's username, and the
*> closing balance (the balance file as it stands now; the opening
*> balance is the closing balance less the period's movements).
*>
*> Statements go to the player through Mail-Send from "server", so
*> they arrive at the next login - a summary mail, then the rows
*> packed into as few mails as fit - and all of them to
*> reports/statements-<timestamp>.log, the copy staff consult in a
*> dispute. The server account (all-zero hex) gets no statement.
*>
*> A period with more rows or accounts than the tables hold is not
*> stated by halves: the report is written, marked INCOMPLETE, but no
*> mail goes out, the stamp stays where it was so the next run covers
*> the whole period again, and a CRIT alert tells staff to run the job
*> more often.
*>
*> Not one of NightlyBatch-Run's steps: the host's scheduler starts
*> it at month end and reads the same completion code as the nightly
*> steps (0 done, 8 could not write the statements or the period was
*> too big to state).
IDENTIFICATION DIVISION.
PROGRAM-ID. EconomyStatements-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LEDGER-FILE ASSIGN TO WS-LEDGER-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEDGER-STATUS.
    SELECT LIST-FILE ASSIGN TO "cache/statements-list.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIST-STATUS.
    SELECT STAMP-FILE ASSIGN TO "world/statements-last.stamp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STAMP-STATUS.
    SELECT STATEMENTS-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD LEDGER-FILE.
01 LEDGER-RECORD               PIC X(160).
FD LIST-FILE.
01 LIST-RECORD                 PIC X(128).
FD STAMP-FILE.
01 STAMP-RECORD                PIC X(16).
FD STATEMENTS-FILE.
01 STATEMENTS-RECORD           PIC X(160).

WORKING-STORAGE SECTION.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-LEDGER-STATUS         PIC X(2).
    01 WS-LIST-STATUS           PIC X(2).
    01 WS-STAMP-STATUS          PIC X(2).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-NOW-DISPLAY           PIC 9(10).
    01 WS-LEDGER-FILE-NAME      PIC X(128).
    01 WS-REPORT-FILE-NAME      PIC X(128).
    01 WS-STAMP-LINE            PIC 9(10).
    01 WS-PERIOD-START          BINARY-LONG UNSIGNED.
    01 WS-ARCHIVE-STAMP-TEXT    PIC X(10).
    01 WS-ARCHIVE-STAMP         BINARY-LONG UNSIGNED.

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

    *> --- the period's rows, in ledger order ---
    01 WS-ROW-MAX               BINARY-LONG UNSIGNED VALUE 4096.
    01 WS-ROW-COUNT             BINARY-LONG UNSIGNED VALUE 0.
    01 WS-ROW-OVERFLOW-WARNED   PIC X(1) VALUE "N".
    01 WS-ROW-TABLE.
        02 WS-ROW-ENTRY OCCURS 4096 TIMES.
            03 WS-ROW-TIMESTAMP BINARY-LONG UNSIGNED.
            03 WS-ROW-KIND      PIC X(8).
            03 WS-ROW-FROM-IDX  BINARY-LONG UNSIGNED.
            03 WS-ROW-TO-IDX    BINARY-LONG UNSIGNED.
            03 WS-ROW-AMOUNT    BINARY-LONG.
            03 WS-ROW-MEMO      PIC X(64).
    01 WS-ROW-IDX               BINARY-LONG UNSIGNED.

    *> --- every account named by a row, with its username ---
    01 WS-ACCOUNT-MAX           BINARY-LONG UNSIGNED VALUE 1024.
    01 WS-ACCOUNT-COUNT         BINARY-LONG UNSIGNED VALUE 0.
    01 WS-ACCOUNT-OVERFLOW-WARNED PIC X(1) VALUE "N".
    01 WS-ACCOUNT-TABLE.
        02 WS-ACCOUNT-ENTRY OCCURS 1024 TIMES.
            03 WS-ACCOUNT-HEX       PIC X(32).
            03 WS-ACCOUNT-NAME      PIC X(16).
            03 WS-ACCOUNT-NET       BINARY-DOUBLE.
            03 WS-ACCOUNT-ROWS      BINARY-LONG UNSIGNED.
    01 WS-ACCOUNT-IDX           BINARY-LONG UNSIGNED.
    01 WS-FROM-IDX              BINARY-LONG UNSIGNED.
    01 WS-TO-IDX                BINARY-LONG UNSIGNED.
    01 WS-COUNTER-IDX           BINARY-LONG UNSIGNED.
    01 WS-LOOKUP-HEX            PIC X(32).
    01 WS-SERVER-HEX            PIC X(32) VALUE ALL "0".
    01 WS-SERVER-NAME           PIC X(16) VALUE "server".
    COPY DD-PLAYER-STATS REPLACING LEADING ==PREFIX== BY ==WS==.

    *> --- one statement ---
    01 WS-CLOSING               BINARY-LONG.
    01 WS-OPENING               BINARY-DOUBLE.
    01 WS-SIGNED-AMOUNT         BINARY-LONG.
    01 WS-DIRECTION             PIC X(4).
    01 WS-STATEMENT-COUNT       BINARY-LONG UNSIGNED VALUE 0.

    *> --- calendar dates for people (unix day plus the 1970 epoch) ---
    01 WS-EPOCH-DAY             BINARY-LONG.
    01 WS-DAY-NUMBER            BINARY-LONG.
    01 WS-DATE-SECONDS          BINARY-LONG UNSIGNED.
    01 WS-DATE-NUMBER           PIC 9(8).
    01 WS-DATE-PARTS REDEFINES WS-DATE-NUMBER.
        02 WS-DATE-YEAR         PIC 9(4).
        02 WS-DATE-MONTH        PIC 9(2).
        02 WS-DATE-DAY          PIC 9(2).
    01 WS-DATE-TEXT             PIC X(10).
    01 WS-PERIOD-FROM-TEXT      PIC X(10).
    01 WS-PERIOD-TO-TEXT        PIC X(10).

    01 WS-MONEY-DISPLAY         PIC -(12)9.
    01 WS-OPENING-DISPLAY       PIC -(12)9.
    01 WS-CLOSING-DISPLAY       PIC -(12)9.
    01 WS-COUNT-DISPLAY         PIC Z(8)9.
    01 WS-STATEMENT-LINE        PIC X(160).
    01 WS-ROW-LINE.
        02 FILLER               PIC X(2) VALUE SPACES.
        02 WS-ROW-LINE-DATE     PIC X(10).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-ROW-LINE-KIND     PIC X(8).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-ROW-LINE-AMOUNT   PIC -(9)9.
        02 FILLER               PIC X VALUE SPACE.
        02 WS-ROW-LINE-DIRECTION PIC X(4).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-ROW-LINE-NAME     PIC X(16).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-ROW-LINE-MEMO     PIC X(64).

    *> --- mail packing: rows run together until the next won't fit ---
    01 WS-MAIL-KIND             PIC X(1) VALUE "M".
    01 WS-INCOMPLETE-FLAG       PIC X(1).
    01 WS-ALERT-TEXT            PIC X(200).
    01 WS-MAIL-TEXT             PIC X(200).
    01 WS-MAIL-POINTER          BINARY-LONG UNSIGNED.
    01 WS-MAIL-PIECE            PIC X(64).
    01 WS-MAIL-PIECE-LEN        BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE WS-NOW TO WS-NOW-DISPLAY
    MOVE SPACES TO WS-REPORT-FILE-NAME
    STRING "reports/statements-" WS-NOW-DISPLAY ".log"
        DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME
    COMPUTE WS-EPOCH-DAY = FUNCTION INTEGER-OF-DATE(19700101)
    MOVE 0 TO WS-ROW-COUNT
    MOVE 0 TO WS-ACCOUNT-COUNT
    MOVE 0 TO WS-STATEMENT-COUNT
    MOVE "N" TO WS-ROW-OVERFLOW-WARNED
    MOVE "N" TO WS-ACCOUNT-OVERFLOW-WARNED

    MOVE 0 TO WS-PERIOD-START
    OPEN INPUT STAMP-FILE
    IF WS-STAMP-STATUS = "00"
        READ STAMP-FILE INTO WS-STAMP-LINE
        IF WS-STAMP-STATUS = "00" AND WS-STAMP-LINE IS NUMERIC
            MOVE WS-STAMP-LINE TO WS-PERIOD-START
        END-IF
        CLOSE STAMP-FILE
    END-IF

    PERFORM Collect-Archived-Rows
    MOVE "logs/transactions.log" TO WS-LEDGER-FILE-NAME
    PERFORM Collect-Ledger-Rows
    IF WS-ROW-OVERFLOW-WARNED = "Y" OR WS-ACCOUNT-OVERFLOW-WARNED = "Y"
        MOVE "Y" TO WS-INCOMPLETE-FLAG
    ELSE
        MOVE "N" TO WS-INCOMPLETE-FLAG
    END-IF

    OPEN OUTPUT STATEMENTS-FILE
    IF WS-FILE-STATUS NOT = "00"
        CALL "SYSTEM" USING "mkdir -p reports"
        OPEN OUTPUT STATEMENTS-FILE
    END-IF
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "[statements] unable to open " FUNCTION TRIM(WS-REPORT-FILE-NAME) ", status=" WS-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    IF WS-ROW-COUNT > 0
        MOVE WS-ROW-TIMESTAMP(1) TO WS-DATE-SECONDS
    ELSE
        MOVE WS-NOW TO WS-DATE-SECONDS
    END-IF
    IF WS-PERIOD-START > 0
        MOVE WS-PERIOD-START TO WS-DATE-SECONDS
    END-IF
    PERFORM Format-Date
    MOVE WS-DATE-TEXT TO WS-PERIOD-FROM-TEXT
    MOVE WS-NOW TO WS-DATE-SECONDS
    PERFORM Format-Date
    MOVE WS-DATE-TEXT TO WS-PERIOD-TO-TEXT

    PERFORM VARYING WS-ACCOUNT-IDX FROM 1 BY 1
            UNTIL WS-ACCOUNT-IDX > WS-ACCOUNT-COUNT
        IF WS-ACCOUNT-HEX(WS-ACCOUNT-IDX) NOT = WS-SERVER-HEX
            PERFORM Write-Statement
        END-IF
    END-PERFORM

    MOVE WS-STATEMENT-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO WS-STATEMENT-LINE
    STRING "STATEMENTS ISSUED: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO WS-STATEMENT-LINE
    WRITE STATEMENTS-RECORD FROM WS-STATEMENT-LINE
    IF WS-INCOMPLETE-FLAG = "Y"
        MOVE SPACES TO WS-STATEMENT-LINE
        STRING "INCOMPLETE: the period outgrew the row or account"
            " table; no statements mailed and the period not closed"
            DELIMITED BY SIZE INTO WS-STATEMENT-LINE
        WRITE STATEMENTS-RECORD FROM WS-STATEMENT-LINE
    END-IF
    CLOSE STATEMENTS-FILE

    IF WS-INCOMPLETE-FLAG = "Y"
        MOVE SPACES TO WS-ALERT-TEXT
        STRING "statement period " WS-PERIOD-FROM-TEXT " to "
            WS-PERIOD-TO-TEXT " has more ledger rows or accounts than"
            " one run holds; nothing mailed, run the job more often"
            " - see " FUNCTION TRIM(WS-REPORT-FILE-NAME)
            DELIMITED BY SIZE INTO WS-ALERT-TEXT
        CALL "Alert-Raise" USING "CRIT    " "ECONOMY         "
            WS-ALERT-TEXT
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    *> The next period starts where this one ended
    MOVE WS-NOW TO WS-STAMP-LINE
    OPEN OUTPUT STAMP-FILE
    IF WS-STAMP-STATUS NOT = "00"
        DISPLAY "[statements] unable to open world/statements-last.stamp, status=" WS-STAMP-STATUS
    ELSE
        WRITE STAMP-RECORD FROM WS-STAMP-LINE
        CLOSE STAMP-FILE
    END-IF

    DISPLAY "[statements] " FUNCTION TRIM(WS-COUNT-DISPLAY)
        " statements for " WS-PERIOD-FROM-TEXT " to " WS-PERIOD-TO-TEXT
        " written to " FUNCTION TRIM(WS-REPORT-FILE-NAME)

    MOVE 0 TO RETURN-CODE
    GOBACK.

    *> An archive directory is stamped when it was rotated, so one
    *> stamped at or before the period start holds only older rows.
    *> The shell's sorted listing is oldest first, keeping rows in
    *> ledger order.
    Collect-Archived-Rows.
        CALL "SYSTEM" USING "mkdir -p cache && ls -1 logs/archive/*/transactions.log 2>/dev/null > cache/statements-list.tmp"
        OPEN INPUT LIST-FILE
        IF WS-LIST-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-LIST-STATUS NOT = "00"
            READ LIST-FILE
            IF WS-LIST-STATUS = "00"
                MOVE LIST-RECORD(14:10) TO WS-ARCHIVE-STAMP-TEXT
                IF WS-ARCHIVE-STAMP-TEXT IS NUMERIC
                    MOVE WS-ARCHIVE-STAMP-TEXT TO WS-ARCHIVE-STAMP
                    IF WS-ARCHIVE-STAMP > WS-PERIOD-START
                        MOVE LIST-RECORD TO WS-LEDGER-FILE-NAME
                        PERFORM Collect-Ledger-Rows
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE LIST-FILE
        CALL "SYSTEM" USING "rm -f cache/statements-list.tmp".

    Collect-Ledger-Rows.
        OPEN INPUT LEDGER-FILE
        IF WS-LEDGER-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-LEDGER-STATUS NOT = "00"
            READ LEDGER-FILE INTO WS-TX-LINE
            IF WS-LEDGER-STATUS = "00" AND WS-TX-TIMESTAMP IS NUMERIC
                    AND WS-TX-TIMESTAMP > WS-PERIOD-START
                    AND WS-TX-TIMESTAMP <= WS-NOW
                PERFORM Add-Row
            END-IF
        END-PERFORM
        CLOSE LEDGER-FILE.

    Add-Row.
        IF WS-ROW-COUNT >= WS-ROW-MAX
            IF WS-ROW-OVERFLOW-WARNED NOT = "Y"
                DISPLAY "[statements] more than " WS-ROW-MAX
                    " ledger rows in the period; excess rows omitted"
                MOVE "Y" TO WS-ROW-OVERFLOW-WARNED
            END-IF
            EXIT PARAGRAPH
        END-IF
        MOVE WS-TX-FROM TO WS-LOOKUP-HEX
        PERFORM Find-Or-Add-Account
        MOVE WS-ACCOUNT-IDX TO WS-FROM-IDX
        MOVE WS-TX-TO TO WS-LOOKUP-HEX
        PERFORM Find-Or-Add-Account
        MOVE WS-ACCOUNT-IDX TO WS-TO-IDX
        IF WS-FROM-IDX = 0 OR WS-TO-IDX = 0
            EXIT PARAGRAPH
        END-IF

        ADD 1 TO WS-ROW-COUNT
        MOVE WS-TX-TIMESTAMP TO WS-ROW-TIMESTAMP(WS-ROW-COUNT)
        MOVE WS-TX-KIND TO WS-ROW-KIND(WS-ROW-COUNT)
        MOVE WS-FROM-IDX TO WS-ROW-FROM-IDX(WS-ROW-COUNT)
        MOVE WS-TO-IDX TO WS-ROW-TO-IDX(WS-ROW-COUNT)
        MOVE WS-TX-AMOUNT TO WS-ROW-AMOUNT(WS-ROW-COUNT)
        MOVE WS-TX-MEMO TO WS-ROW-MEMO(WS-ROW-COUNT)
        SUBTRACT WS-ROW-AMOUNT(WS-ROW-COUNT)
            FROM WS-ACCOUNT-NET(WS-FROM-IDX)
        ADD WS-ROW-AMOUNT(WS-ROW-COUNT) TO WS-ACCOUNT-NET(WS-TO-IDX)
        ADD 1 TO WS-ACCOUNT-ROWS(WS-FROM-IDX)
        ADD 1 TO WS-ACCOUNT-ROWS(WS-TO-IDX).

    *> Linear scan by UUID hex; the username is looked up once, when
    *> the account is first seen. Callers must check WS-ACCOUNT-IDX
    *> NOT = 0.
    Find-Or-Add-Account.
        PERFORM VARYING WS-ACCOUNT-IDX FROM 1 BY 1
                UNTIL WS-ACCOUNT-IDX > WS-ACCOUNT-COUNT
            IF WS-ACCOUNT-HEX(WS-ACCOUNT-IDX) = WS-LOOKUP-HEX
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF WS-ACCOUNT-IDX > WS-ACCOUNT-COUNT
            IF WS-ACCOUNT-COUNT < WS-ACCOUNT-MAX
                ADD 1 TO WS-ACCOUNT-COUNT
                MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-IDX
                MOVE WS-LOOKUP-HEX TO WS-ACCOUNT-HEX(WS-ACCOUNT-IDX)
                MOVE 0 TO WS-ACCOUNT-NET(WS-ACCOUNT-IDX)
                MOVE 0 TO WS-ACCOUNT-ROWS(WS-ACCOUNT-IDX)
                IF WS-LOOKUP-HEX = WS-SERVER-HEX
                    MOVE WS-SERVER-NAME TO WS-ACCOUNT-NAME(WS-ACCOUNT-IDX)
                ELSE
                    CALL "Stats-Get" USING WS-LOOKUP-HEX WS-STATS
                    MOVE WS-STATS-USERNAME
                        TO WS-ACCOUNT-NAME(WS-ACCOUNT-IDX)
                    IF WS-ACCOUNT-NAME(WS-ACCOUNT-IDX) = SPACES
                        MOVE WS-LOOKUP-HEX(1:16)
                            TO WS-ACCOUNT-NAME(WS-ACCOUNT-IDX)
                    END-IF
                END-IF
            ELSE
                IF WS-ACCOUNT-OVERFLOW-WARNED NOT = "Y"
                    DISPLAY "[statements] more than " WS-ACCOUNT-MAX
                        " accounts; excess accounts omitted"
                    MOVE "Y" TO WS-ACCOUNT-OVERFLOW-WARNED
                END-IF
                MOVE 0 TO WS-ACCOUNT-IDX
            END-IF
        END-IF.

    Write-Statement.
        CALL "Balance-Get" USING WS-ACCOUNT-HEX(WS-ACCOUNT-IDX)
            WS-CLOSING
        COMPUTE WS-OPENING = WS-CLOSING - WS-ACCOUNT-NET(WS-ACCOUNT-IDX)
        MOVE WS-OPENING TO WS-OPENING-DISPLAY
        MOVE WS-CLOSING TO WS-CLOSING-DISPLAY
        ADD 1 TO WS-STATEMENT-COUNT

        MOVE SPACES TO WS-STATEMENT-LINE
        STRING "STATEMENT " WS-ACCOUNT-HEX(WS-ACCOUNT-IDX) " "
            WS-ACCOUNT-NAME(WS-ACCOUNT-IDX) " " WS-PERIOD-FROM-TEXT
            " TO " WS-PERIOD-TO-TEXT
            DELIMITED BY SIZE INTO WS-STATEMENT-LINE
        WRITE STATEMENTS-RECORD FROM WS-STATEMENT-LINE
        MOVE SPACES TO WS-STATEMENT-LINE
        STRING "  OPENING BALANCE " FUNCTION TRIM(WS-OPENING-DISPLAY)
            DELIMITED BY SIZE INTO WS-STATEMENT-LINE
        WRITE STATEMENTS-RECORD FROM WS-STATEMENT-LINE

        MOVE WS-ACCOUNT-ROWS(WS-ACCOUNT-IDX) TO WS-COUNT-DISPLAY
        MOVE SPACES TO WS-MAIL-TEXT
        STRING "Statement " WS-PERIOD-FROM-TEXT " to "
            WS-PERIOD-TO-TEXT ": opening balance "
            FUNCTION TRIM(WS-OPENING-DISPLAY) ", closing balance "
            FUNCTION TRIM(WS-CLOSING-DISPLAY) ", "
            FUNCTION TRIM(WS-COUNT-DISPLAY) " transactions"
            DELIMITED BY SIZE INTO WS-MAIL-TEXT
        IF WS-INCOMPLETE-FLAG = "N"
            CALL "Mail-Send" USING WS-MAIL-KIND WS-SERVER-HEX
                WS-SERVER-NAME WS-ACCOUNT-HEX(WS-ACCOUNT-IDX) WS-MAIL-TEXT
        END-IF
        MOVE SPACES TO WS-MAIL-TEXT
        MOVE 1 TO WS-MAIL-POINTER

        PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                UNTIL WS-ROW-IDX > WS-ROW-COUNT
            IF WS-ROW-FROM-IDX(WS-ROW-IDX) = WS-ACCOUNT-IDX
                    OR WS-ROW-TO-IDX(WS-ROW-IDX) = WS-ACCOUNT-IDX
                PERFORM Write-Statement-Row
            END-IF
        END-PERFORM
        IF WS-MAIL-POINTER > 1 AND WS-INCOMPLETE-FLAG = "N"
            CALL "Mail-Send" USING WS-MAIL-KIND WS-SERVER-HEX
                WS-SERVER-NAME WS-ACCOUNT-HEX(WS-ACCOUNT-IDX)
                WS-MAIL-TEXT
        END-IF

        MOVE SPACES TO WS-STATEMENT-LINE
        STRING "  CLOSING BALANCE " FUNCTION TRIM(WS-CLOSING-DISPLAY)
            DELIMITED BY SIZE INTO WS-STATEMENT-LINE
        WRITE STATEMENTS-RECORD FROM WS-STATEMENT-LINE
        MOVE SPACES TO STATEMENTS-RECORD
        WRITE STATEMENTS-RECORD.

    *> Signed from the statement holder's side: money out is negative
    *> and names who it went to, money in names who it came from.
    Write-Statement-Row.
        IF WS-ROW-FROM-IDX(WS-ROW-IDX) = WS-ACCOUNT-IDX
            COMPUTE WS-SIGNED-AMOUNT = 0 - WS-ROW-AMOUNT(WS-ROW-IDX)
            MOVE WS-ROW-TO-IDX(WS-ROW-IDX) TO WS-COUNTER-IDX
            MOVE "to" TO WS-DIRECTION
        ELSE
            MOVE WS-ROW-AMOUNT(WS-ROW-IDX) TO WS-SIGNED-AMOUNT
            MOVE WS-ROW-FROM-IDX(WS-ROW-IDX) TO WS-COUNTER-IDX
            MOVE "from" TO WS-DIRECTION
        END-IF
        IF WS-ROW-KIND(WS-ROW-IDX) = "TRADE"
            MOVE "with" TO WS-DIRECTION
        END-IF
        MOVE WS-ROW-TIMESTAMP(WS-ROW-IDX) TO WS-DATE-SECONDS
        PERFORM Format-Date

        MOVE WS-DATE-TEXT TO WS-ROW-LINE-DATE
        MOVE WS-ROW-KIND(WS-ROW-IDX) TO WS-ROW-LINE-KIND
        MOVE WS-SIGNED-AMOUNT TO WS-ROW-LINE-AMOUNT
        MOVE WS-DIRECTION TO WS-ROW-LINE-DIRECTION
        MOVE WS-ACCOUNT-NAME(WS-COUNTER-IDX) TO WS-ROW-LINE-NAME
        MOVE WS-ROW-MEMO(WS-ROW-IDX) TO WS-ROW-LINE-MEMO
        WRITE STATEMENTS-RECORD FROM WS-ROW-LINE

        MOVE WS-SIGNED-AMOUNT TO WS-MONEY-DISPLAY
        MOVE SPACES TO WS-MAIL-PIECE
        STRING WS-DATE-TEXT(6:5) " "
            FUNCTION TRIM(WS-ROW-KIND(WS-ROW-IDX)) " "
            FUNCTION TRIM(WS-MONEY-DISPLAY) " "
            FUNCTION TRIM(WS-DIRECTION) " "
            FUNCTION TRIM(WS-ACCOUNT-NAME(WS-COUNTER-IDX)) "; "
            DELIMITED BY SIZE INTO WS-MAIL-PIECE
        *> The trailing "; " must survive the trim for the length
        COMPUTE WS-MAIL-PIECE-LEN =
            FUNCTION STORED-CHAR-LENGTH(WS-MAIL-PIECE) + 1
        IF WS-MAIL-POINTER + WS-MAIL-PIECE-LEN > 201
            IF WS-INCOMPLETE-FLAG = "N"
                CALL "Mail-Send" USING WS-MAIL-KIND WS-SERVER-HEX
                    WS-SERVER-NAME WS-ACCOUNT-HEX(WS-ACCOUNT-IDX)
                    WS-MAIL-TEXT
            END-IF
            MOVE SPACES TO WS-MAIL-TEXT
            MOVE 1 TO WS-MAIL-POINTER
        END-IF
        STRING WS-MAIL-PIECE(1:WS-MAIL-PIECE-LEN) DELIMITED BY SIZE
            INTO WS-MAIL-TEXT WITH POINTER WS-MAIL-POINTER.

    *> WS-DATE-SECONDS (unix) to WS-DATE-TEXT as YYYY-MM-DD, UTC
    Format-Date.
        COMPUTE WS-DAY-NUMBER = WS-DATE-SECONDS / 86400
        COMPUTE WS-DATE-NUMBER =
            FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER + WS-EPOCH-DAY)
        MOVE SPACES TO WS-DATE-TEXT
        STRING WS-DATE-YEAR "-" WS-DATE-MONTH "-" WS-DATE-DAY
            DELIMITED BY SIZE INTO WS-DATE-TEXT.

END PROGRAM EconomyStatements-Run.
