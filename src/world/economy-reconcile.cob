       >>SOURCE FORMAT FREE
*> --- EconomyReconcile-Run ---
*> Nightly batch job, scheduled in the same window as BlockCensus-Run
*> and before LogRotation-Run, that checks the per-UUID balance files
*> under world/balances/ against the ledger they are supposed to
*> follow. Every account starts on the configured starting-balance;
*> every transactions.log row (the live file and each rotated
*> logs/archive/<timestamp>/transactions.log) moves its amount from
*> one side to the other; the result is the balance each file ought
*> to hold. The report lists matched accounts, drifted accounts with
*> expected, actual and delta, and the money created (files holding
*> more than the ledger explains) or destroyed in total. Any drift
*> goes through Alert-Raise - a dupe or a half-finished transfer is
*> caught the next morning, not weeks later.
*>
*> Archive retention trims old rotation directories, so the job
*> carries its own opening position: after folding the archived
*> segments it writes the expected balances as of the newest archive
*> to world/ledger-baseline.dat (inside the world so backups carry it
*> with the balances), and the next run starts from there and only
*> reads archives newer than that stamp.
*>
*> Completion code 0 when the report was written in full; 8 when the
*> report could not be opened, the baseline could not be saved, or
*> more accounts turned up than the table holds (the baseline is then
*> left as it was rather than rewritten without the omitted accounts).
IDENTIFICATION DIVISION.
PROGRAM-ID. EconomyReconcile-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LEDGER-FILE ASSIGN TO WS-LEDGER-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEDGER-STATUS.
    SELECT LIST-FILE ASSIGN TO WS-LIST-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIST-STATUS.
    SELECT BASELINE-FILE ASSIGN TO WS-BASELINE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BASELINE-STATUS.
    SELECT RECONCILE-REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD LEDGER-FILE.
01 LEDGER-RECORD               PIC X(160).
FD LIST-FILE.
01 LIST-RECORD                 PIC X(128).
FD BASELINE-FILE.
01 BASELINE-RECORD             PIC X(48).
FD RECONCILE-REPORT-FILE.
01 RECONCILE-REPORT-RECORD     PIC X(128).

WORKING-STORAGE SECTION.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-LEDGER-STATUS         PIC X(2).
    01 WS-LIST-STATUS           PIC X(2).
    01 WS-BASELINE-STATUS       PIC X(2).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-NOW-DISPLAY           PIC 9(10).
    01 WS-LEDGER-FILE-NAME      PIC X(128).
    01 WS-LIST-FILE-NAME        PIC X(128).
    01 WS-BASELINE-FILE-NAME    PIC X(128).
    01 WS-REPORT-FILE-NAME      PIC X(128).
    01 WS-COMMAND-LINE          PIC X(256).

    01 WS-STARTING-KEY          PIC X(32) VALUE "starting-balance".
    01 WS-STARTING-DEFAULT      BINARY-LONG VALUE 0.
    01 WS-STARTING-BALANCE      BINARY-LONG.

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
    01 WS-AMOUNT                BINARY-LONG.

    *> --- world/ledger-baseline.dat: cutoff line, then one account
    *> per line ---
    01 WS-BASELINE-CUTOFF       BINARY-LONG UNSIGNED.
    01 WS-BASELINE-STAMP-LINE   PIC 9(10).
    01 WS-BASELINE-LINE.
        02 WS-BASELINE-HEX      PIC X(32).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-BASELINE-EXPECTED PIC -(12)9.
    01 WS-ARCHIVE-STAMP-TEXT    PIC X(10).
    01 WS-ARCHIVE-STAMP         BINARY-LONG UNSIGNED.
    01 WS-NEWEST-ARCHIVE        BINARY-LONG UNSIGNED.
    01 WS-ARCHIVE-FOLDED        BINARY-LONG UNSIGNED.

    *> --- per-account accumulator table ---
    01 WS-ACCOUNT-MAX           BINARY-LONG UNSIGNED VALUE 1024.
    01 WS-ACCOUNT-COUNT         BINARY-LONG UNSIGNED VALUE 0.
    01 WS-ACCOUNT-OVERFLOW-WARNED PIC X(1) VALUE "N".
    01 WS-BASELINE-SAVE-FAILED  PIC X(1) VALUE "N".
    01 WS-ACCOUNT-TABLE.
        02 WS-ACCOUNT-ENTRY OCCURS 1024 TIMES.
            03 WS-ACCOUNT-HEX       PIC X(32).
            03 WS-ACCOUNT-EXPECTED  BINARY-DOUBLE.
            03 WS-ACCOUNT-HAS-FILE  PIC X(1).
    01 WS-ACCOUNT-IDX            BINARY-LONG UNSIGNED.
    01 WS-LOOKUP-HEX             PIC X(32).

    COPY DD-PLAYER-STATS REPLACING LEADING ==PREFIX== BY ==WS==.
    01 WS-ACTUAL                 BINARY-LONG.
    01 WS-DELTA                  BINARY-DOUBLE.
    01 WS-MATCHED-COUNT          BINARY-LONG UNSIGNED.
    01 WS-DRIFTED-COUNT          BINARY-LONG UNSIGNED.
    01 WS-ROW-COUNT              BINARY-LONG UNSIGNED.
    01 WS-TOTAL-CREATED          BINARY-DOUBLE.
    01 WS-TOTAL-DESTROYED        BINARY-DOUBLE.
    01 WS-TOTAL-NET              BINARY-DOUBLE.
    01 WS-COUNT-DISPLAY          PIC Z(8)9.
    01 WS-MONEY-DISPLAY          PIC -(12)9.
    01 WS-ALERT-TEXT             PIC X(200).

    01 WS-REPORT-LINE.
        02 WS-REPORT-STATUS      PIC X(8).
        02 FILLER                PIC X VALUE SPACE.
        02 WS-REPORT-HEX         PIC X(32).
        02 FILLER                PIC X VALUE SPACE.
        02 WS-REPORT-USERNAME    PIC X(16).
        02 FILLER                PIC X VALUE SPACE.
        02 WS-REPORT-EXPECTED    PIC -(11)9.
        02 FILLER                PIC X VALUE SPACE.
        02 WS-REPORT-ACTUAL      PIC -(11)9.
        02 FILLER                PIC X VALUE SPACE.
        02 WS-REPORT-DELTA       PIC -(11)9.
    01 WS-REPORT-HEADER          PIC X(128) VALUE
        "STATUS   ACCOUNT                          USERNAME             EXPECTED       ACTUAL        DELTA".
    01 WS-SUMMARY-LINE           PIC X(128).

PROCEDURE DIVISION.
    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE WS-NOW TO WS-NOW-DISPLAY
    MOVE SPACES TO WS-REPORT-FILE-NAME
    STRING "reports/reconcile-" WS-NOW-DISPLAY ".log"
        DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME
    MOVE "world/ledger-baseline.dat" TO WS-BASELINE-FILE-NAME
    MOVE "cache/reconcile-list.tmp" TO WS-LIST-FILE-NAME
    CALL "ServerConfig-GetNumber" USING WS-STARTING-KEY
        WS-STARTING-DEFAULT WS-STARTING-BALANCE

    MOVE 0 TO WS-ROW-COUNT
    MOVE 0 TO WS-ACCOUNT-COUNT
    MOVE "N" TO WS-ACCOUNT-OVERFLOW-WARNED
    MOVE "N" TO WS-BASELINE-SAVE-FAILED
    PERFORM Load-Baseline
    PERFORM Fold-Archived-Ledgers
    *> A baseline written from a truncated table would lose the
    *> omitted accounts for good, so keep the old one and let the
    *> archives fold again once the table is big enough.
    IF WS-ARCHIVE-FOLDED > 0
        IF WS-ACCOUNT-OVERFLOW-WARNED = "Y"
            DISPLAY "[reconcile] account table overflowed; baseline not saved"
        ELSE
            PERFORM Save-Baseline
        END-IF
    END-IF

    *> The live ledger is never part of the baseline: tomorrow's run
    *> reads it again (or its archived segment, once rotated).
    MOVE "logs/transactions.log" TO WS-LEDGER-FILE-NAME
    PERFORM Fold-Ledger-File

    PERFORM Collect-Balance-Files
    PERFORM Write-Report

    IF WS-ACCOUNT-OVERFLOW-WARNED = "Y" OR WS-BASELINE-SAVE-FAILED = "Y"
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    GOBACK.

    Load-Baseline.
        MOVE 0 TO WS-BASELINE-CUTOFF
        OPEN INPUT BASELINE-FILE
        IF WS-BASELINE-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        READ BASELINE-FILE INTO WS-BASELINE-STAMP-LINE
        IF WS-BASELINE-STATUS = "00"
            MOVE WS-BASELINE-STAMP-LINE TO WS-BASELINE-CUTOFF
        END-IF
        PERFORM UNTIL WS-BASELINE-STATUS NOT = "00"
            READ BASELINE-FILE INTO WS-BASELINE-LINE
            IF WS-BASELINE-STATUS = "00"
                MOVE WS-BASELINE-HEX TO WS-LOOKUP-HEX
                PERFORM Find-Or-Add-Account
                IF WS-ACCOUNT-IDX NOT = 0
                    MOVE WS-BASELINE-EXPECTED
                        TO WS-ACCOUNT-EXPECTED(WS-ACCOUNT-IDX)
                END-IF
            END-IF
        END-PERFORM
        CLOSE BASELINE-FILE.

    *> Rotation directories are named by their unix timestamp, so the
    *> shell's sorted listing is already oldest first.
    Fold-Archived-Ledgers.
        MOVE 0 TO WS-ARCHIVE-FOLDED
        MOVE WS-BASELINE-CUTOFF TO WS-NEWEST-ARCHIVE
        CALL "SYSTEM" USING "mkdir -p cache reports && ls -1 logs/archive/*/transactions.log 2>/dev/null > cache/reconcile-list.tmp"
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
                    IF WS-ARCHIVE-STAMP > WS-BASELINE-CUTOFF
                        MOVE LIST-RECORD TO WS-LEDGER-FILE-NAME
                        PERFORM Fold-Ledger-File
                        ADD 1 TO WS-ARCHIVE-FOLDED
                        IF WS-ARCHIVE-STAMP > WS-NEWEST-ARCHIVE
                            MOVE WS-ARCHIVE-STAMP TO WS-NEWEST-ARCHIVE
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE LIST-FILE
        CALL "SYSTEM" USING "rm -f cache/reconcile-list.tmp".

    *> Every row debits its sender and credits its recipient; the
    *> zero-amount TRADE rows (items only) move nothing.
    Fold-Ledger-File.
        OPEN INPUT LEDGER-FILE
        IF WS-LEDGER-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-LEDGER-STATUS NOT = "00"
            READ LEDGER-FILE INTO WS-TX-LINE
            IF WS-LEDGER-STATUS = "00" AND WS-TX-TIMESTAMP IS NUMERIC
                MOVE WS-TX-AMOUNT TO WS-AMOUNT
                IF WS-AMOUNT NOT = 0
                    ADD 1 TO WS-ROW-COUNT
                    MOVE WS-TX-FROM TO WS-LOOKUP-HEX
                    PERFORM Find-Or-Add-Account
                    IF WS-ACCOUNT-IDX NOT = 0
                        SUBTRACT WS-AMOUNT
                            FROM WS-ACCOUNT-EXPECTED(WS-ACCOUNT-IDX)
                    END-IF
                    MOVE WS-TX-TO TO WS-LOOKUP-HEX
                    PERFORM Find-Or-Add-Account
                    IF WS-ACCOUNT-IDX NOT = 0
                        ADD WS-AMOUNT
                            TO WS-ACCOUNT-EXPECTED(WS-ACCOUNT-IDX)
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE LEDGER-FILE.

    Save-Baseline.
        MOVE "world/ledger-baseline.dat.new" TO WS-BASELINE-FILE-NAME
        OPEN OUTPUT BASELINE-FILE
        IF WS-BASELINE-STATUS NOT = "00"
            DISPLAY "[reconcile] unable to open " FUNCTION TRIM(WS-BASELINE-FILE-NAME) ", status=" WS-BASELINE-STATUS
            MOVE "world/ledger-baseline.dat" TO WS-BASELINE-FILE-NAME
            MOVE "Y" TO WS-BASELINE-SAVE-FAILED
            EXIT PARAGRAPH
        END-IF
        MOVE WS-NEWEST-ARCHIVE TO WS-BASELINE-STAMP-LINE
        WRITE BASELINE-RECORD FROM WS-BASELINE-STAMP-LINE
        PERFORM VARYING WS-ACCOUNT-IDX FROM 1 BY 1
                UNTIL WS-ACCOUNT-IDX > WS-ACCOUNT-COUNT
            MOVE WS-ACCOUNT-HEX(WS-ACCOUNT-IDX) TO WS-BASELINE-HEX
            MOVE WS-ACCOUNT-EXPECTED(WS-ACCOUNT-IDX)
                TO WS-BASELINE-EXPECTED
            WRITE BASELINE-RECORD FROM WS-BASELINE-LINE
        END-PERFORM
        CLOSE BASELINE-FILE
        CALL "SYSTEM" USING "mv world/ledger-baseline.dat.new world/ledger-baseline.dat"
        MOVE "world/ledger-baseline.dat" TO WS-BASELINE-FILE-NAME.

    *> Balance files with no ledger row at all still get checked: a
    *> file that appeared from nowhere is exactly the drift to catch.
    Collect-Balance-Files.
        CALL "SYSTEM" USING "mkdir -p cache && ls -1 world/balances 2>/dev/null | grep '[.]dat$' > cache/reconcile-list.tmp"
        OPEN INPUT LIST-FILE
        IF WS-LIST-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-LIST-STATUS NOT = "00"
            READ LIST-FILE
            IF WS-LIST-STATUS = "00" AND LIST-RECORD(33:4) = ".dat"
                MOVE LIST-RECORD(1:32) TO WS-LOOKUP-HEX
                PERFORM Find-Or-Add-Account
                IF WS-ACCOUNT-IDX NOT = 0
                    MOVE "Y" TO WS-ACCOUNT-HAS-FILE(WS-ACCOUNT-IDX)
                END-IF
            END-IF
        END-PERFORM
        CLOSE LIST-FILE
        CALL "SYSTEM" USING "rm -f cache/reconcile-list.tmp".

    *> Linear scan by UUID hex; a new account opens on the starting
    *> balance. Callers must check WS-ACCOUNT-IDX NOT = 0.
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
                MOVE WS-STARTING-BALANCE
                    TO WS-ACCOUNT-EXPECTED(WS-ACCOUNT-IDX)
                MOVE "N" TO WS-ACCOUNT-HAS-FILE(WS-ACCOUNT-IDX)
            ELSE
                IF WS-ACCOUNT-OVERFLOW-WARNED NOT = "Y"
                    DISPLAY "[reconcile] more than " WS-ACCOUNT-MAX
                        " accounts; excess accounts omitted"
                    MOVE "Y" TO WS-ACCOUNT-OVERFLOW-WARNED
                END-IF
                MOVE 0 TO WS-ACCOUNT-IDX
            END-IF
        END-IF.

    Write-Report.
        OPEN OUTPUT RECONCILE-REPORT-FILE
        IF WS-FILE-STATUS NOT = "00"
            CALL "SYSTEM" USING "mkdir -p reports"
            OPEN OUTPUT RECONCILE-REPORT-FILE
        END-IF
        IF WS-FILE-STATUS NOT = "00"
            DISPLAY "[reconcile] unable to open " FUNCTION TRIM(WS-REPORT-FILE-NAME) ", status=" WS-FILE-STATUS
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        MOVE WS-REPORT-HEADER TO RECONCILE-REPORT-RECORD
        WRITE RECONCILE-REPORT-RECORD

        MOVE 0 TO WS-MATCHED-COUNT
        MOVE 0 TO WS-DRIFTED-COUNT
        MOVE 0 TO WS-TOTAL-CREATED
        MOVE 0 TO WS-TOTAL-DESTROYED
        PERFORM VARYING WS-ACCOUNT-IDX FROM 1 BY 1
                UNTIL WS-ACCOUNT-IDX > WS-ACCOUNT-COUNT
            *> Balance-Get answers the starting balance for an account
            *> with no file, which is what the game itself would use.
            CALL "Balance-Get" USING WS-ACCOUNT-HEX(WS-ACCOUNT-IDX)
                WS-ACTUAL
            COMPUTE WS-DELTA = WS-ACTUAL
                - WS-ACCOUNT-EXPECTED(WS-ACCOUNT-IDX)
            IF WS-DELTA = 0
                ADD 1 TO WS-MATCHED-COUNT
                MOVE "MATCHED" TO WS-REPORT-STATUS
            ELSE
                ADD 1 TO WS-DRIFTED-COUNT
                MOVE "DRIFTED" TO WS-REPORT-STATUS
                IF WS-DELTA > 0
                    ADD WS-DELTA TO WS-TOTAL-CREATED
                ELSE
                    SUBTRACT WS-DELTA FROM WS-TOTAL-DESTROYED
                END-IF
            END-IF
            CALL "Stats-Get" USING WS-ACCOUNT-HEX(WS-ACCOUNT-IDX)
                WS-STATS
            MOVE WS-ACCOUNT-HEX(WS-ACCOUNT-IDX) TO WS-REPORT-HEX
            MOVE WS-STATS-USERNAME TO WS-REPORT-USERNAME
            MOVE WS-ACCOUNT-EXPECTED(WS-ACCOUNT-IDX)
                TO WS-REPORT-EXPECTED
            MOVE WS-ACTUAL TO WS-REPORT-ACTUAL
            MOVE WS-DELTA TO WS-REPORT-DELTA
            WRITE RECONCILE-REPORT-RECORD FROM WS-REPORT-LINE
        END-PERFORM

        COMPUTE WS-TOTAL-NET = WS-TOTAL-CREATED - WS-TOTAL-DESTROYED

        MOVE SPACES TO RECONCILE-REPORT-RECORD
        WRITE RECONCILE-REPORT-RECORD
        MOVE WS-ROW-COUNT TO WS-COUNT-DISPLAY
        MOVE SPACES TO WS-SUMMARY-LINE
        STRING "LEDGER ROWS FOLDED: " FUNCTION TRIM(WS-COUNT-DISPLAY)
            DELIMITED BY SIZE INTO WS-SUMMARY-LINE
        WRITE RECONCILE-REPORT-RECORD FROM WS-SUMMARY-LINE
        MOVE WS-MATCHED-COUNT TO WS-COUNT-DISPLAY
        MOVE SPACES TO WS-SUMMARY-LINE
        STRING "ACCOUNTS MATCHED: " FUNCTION TRIM(WS-COUNT-DISPLAY)
            DELIMITED BY SIZE INTO WS-SUMMARY-LINE
        WRITE RECONCILE-REPORT-RECORD FROM WS-SUMMARY-LINE
        MOVE WS-DRIFTED-COUNT TO WS-COUNT-DISPLAY
        MOVE SPACES TO WS-SUMMARY-LINE
        STRING "ACCOUNTS DRIFTED: " FUNCTION TRIM(WS-COUNT-DISPLAY)
            DELIMITED BY SIZE INTO WS-SUMMARY-LINE
        WRITE RECONCILE-REPORT-RECORD FROM WS-SUMMARY-LINE
        MOVE WS-TOTAL-CREATED TO WS-MONEY-DISPLAY
        MOVE SPACES TO WS-SUMMARY-LINE
        STRING "MONEY CREATED: " FUNCTION TRIM(WS-MONEY-DISPLAY)
            DELIMITED BY SIZE INTO WS-SUMMARY-LINE
        WRITE RECONCILE-REPORT-RECORD FROM WS-SUMMARY-LINE
        MOVE WS-TOTAL-DESTROYED TO WS-MONEY-DISPLAY
        MOVE SPACES TO WS-SUMMARY-LINE
        STRING "MONEY DESTROYED: " FUNCTION TRIM(WS-MONEY-DISPLAY)
            DELIMITED BY SIZE INTO WS-SUMMARY-LINE
        WRITE RECONCILE-REPORT-RECORD FROM WS-SUMMARY-LINE
        MOVE WS-TOTAL-NET TO WS-MONEY-DISPLAY
        MOVE SPACES TO WS-SUMMARY-LINE
        STRING "NET CHANGE: " FUNCTION TRIM(WS-MONEY-DISPLAY)
            DELIMITED BY SIZE INTO WS-SUMMARY-LINE
        WRITE RECONCILE-REPORT-RECORD FROM WS-SUMMARY-LINE
        IF WS-ACCOUNT-OVERFLOW-WARNED = "Y"
            MOVE WS-ACCOUNT-MAX TO WS-COUNT-DISPLAY
            MOVE SPACES TO WS-SUMMARY-LINE
            STRING "INCOMPLETE: ACCOUNTS BEYOND THE FIRST "
                FUNCTION TRIM(WS-COUNT-DISPLAY)
                " OMITTED, BASELINE NOT SAVED"
                DELIMITED BY SIZE INTO WS-SUMMARY-LINE
            WRITE RECONCILE-REPORT-RECORD FROM WS-SUMMARY-LINE
        END-IF
        CLOSE RECONCILE-REPORT-FILE

        IF WS-ACCOUNT-OVERFLOW-WARNED = "Y"
            MOVE WS-ACCOUNT-MAX TO WS-COUNT-DISPLAY
            MOVE SPACES TO WS-ALERT-TEXT
            STRING "more than " FUNCTION TRIM(WS-COUNT-DISPLAY)
                " accounts; reconciliation incomplete and baseline"
                " not saved - see " FUNCTION TRIM(WS-REPORT-FILE-NAME)
                DELIMITED BY SIZE INTO WS-ALERT-TEXT
            CALL "Alert-Raise" USING "CRIT    " "ECONOMY         "
                WS-ALERT-TEXT
        END-IF

        IF WS-DRIFTED-COUNT > 0
            MOVE WS-DRIFTED-COUNT TO WS-COUNT-DISPLAY
            MOVE WS-TOTAL-NET TO WS-MONEY-DISPLAY
            MOVE SPACES TO WS-ALERT-TEXT
            STRING FUNCTION TRIM(WS-COUNT-DISPLAY)
                " balance files drifted from the ledger (net "
                FUNCTION TRIM(WS-MONEY-DISPLAY) ") - see "
                FUNCTION TRIM(WS-REPORT-FILE-NAME)
                DELIMITED BY SIZE INTO WS-ALERT-TEXT
            CALL "Alert-Raise" USING "CRIT    " "ECONOMY         "
                WS-ALERT-TEXT
        ELSE
            DISPLAY "[reconcile] " FUNCTION TRIM(WS-REPORT-FILE-NAME)
                " written, all accounts match the ledger"
        END-IF.

END PROGRAM EconomyReconcile-Run.
