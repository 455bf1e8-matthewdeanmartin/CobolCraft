       >>SOURCE FORMAT FREE
*> --- ShopSales-Append ---
*> Appends one row to logs/shop-sales.log, the per-shop record of
*> chest-shop traffic that transactions.log (one SHOP row with a
*> free-text memo) cannot give owners: which sign, which item, how
*> many, for how much, to whom, and what stock the chest had left.
*> Outcome "SALE" is a completed purchase; "NOSTOCK" is a buyer turned
*> away because the chest could not cover one purchase (stock left is
*> then what the chest held). Timestamp-first like every other log,
*> so LogRotation-Run rolls it over with the rest.
IDENTIFICATION DIVISION.
PROGRAM-ID. ShopSales-Append.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SHOP-SALES-LOG-FILE ASSIGN TO "logs/shop-sales.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD SHOP-SALES-LOG-FILE.
01 SHOP-SALES-LOG-RECORD       PIC X(240).

WORKING-STORAGE SECTION.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-LOG-LINE.
        02 WS-LOG-TIMESTAMP     PIC 9(10).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-LOG-OUTCOME       PIC X(8).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-LOG-X             PIC -(9)9.
        02 FILLER               PIC X VALUE SPACE.
        02 WS-LOG-Y             PIC -(9)9.
        02 FILLER               PIC X VALUE SPACE.
        02 WS-LOG-Z             PIC -(9)9.
        02 FILLER               PIC X VALUE SPACE.
        02 WS-LOG-OWNER         PIC X(32).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-LOG-BUYER         PIC X(32).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-LOG-QUANTITY      PIC -(9)9.
        02 FILLER               PIC X VALUE SPACE.
        02 WS-LOG-PRICE         PIC -(9)9.
        02 FILLER               PIC X VALUE SPACE.
        02 WS-LOG-STOCK-LEFT    PIC -(9)9.
        02 FILLER               PIC X VALUE SPACE.
        02 WS-LOG-ITEM          PIC X(64).

LINKAGE SECTION.
    01 LK-OUTCOME               PIC X(8).
    01 LK-POSITION.
        02 LK-POSITION-X        BINARY-LONG.
        02 LK-POSITION-Y        BINARY-LONG.
        02 LK-POSITION-Z        BINARY-LONG.
    01 LK-OWNER-HEX             PIC X(32).
    01 LK-BUYER-HEX             PIC X(32).
    01 LK-ITEM-NAME             PIC X(64).
    01 LK-QUANTITY              BINARY-LONG.
    01 LK-PRICE                 BINARY-LONG.
    01 LK-STOCK-LEFT            BINARY-LONG.

PROCEDURE DIVISION USING LK-OUTCOME LK-POSITION LK-OWNER-HEX
        LK-BUYER-HEX LK-ITEM-NAME LK-QUANTITY LK-PRICE LK-STOCK-LEFT.
    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE WS-NOW TO WS-LOG-TIMESTAMP
    MOVE LK-OUTCOME TO WS-LOG-OUTCOME
    MOVE LK-POSITION-X TO WS-LOG-X
    MOVE LK-POSITION-Y TO WS-LOG-Y
    MOVE LK-POSITION-Z TO WS-LOG-Z
    MOVE LK-OWNER-HEX TO WS-LOG-OWNER
    MOVE LK-BUYER-HEX TO WS-LOG-BUYER
    MOVE LK-QUANTITY TO WS-LOG-QUANTITY
    MOVE LK-PRICE TO WS-LOG-PRICE
    MOVE LK-STOCK-LEFT TO WS-LOG-STOCK-LEFT
    MOVE LK-ITEM-NAME TO WS-LOG-ITEM

    OPEN EXTEND SHOP-SALES-LOG-FILE
    IF WS-FILE-STATUS NOT = "00"
        CALL "SYSTEM" USING "mkdir -p logs"
        OPEN OUTPUT SHOP-SALES-LOG-FILE
    END-IF
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "[shop-sales] unable to open logs/shop-sales.log, status=" WS-FILE-STATUS
        GOBACK
    END-IF
    WRITE SHOP-SALES-LOG-RECORD FROM WS-LOG-LINE
    CLOSE SHOP-SALES-LOG-FILE

    GOBACK.

END PROGRAM ShopSales-Append.

*> --- ShopSalesReport-Run ---
*> Weekly batch job: rolls the last seven days of logs/shop-sales.log
*> (the live file plus any rotated logs/archive/<timestamp>/ segment
*> inside the window) up per owner and per shop - a shop being one
*> sign position and item - into sales, units and revenue, and lists
*> every purchase turned away for lack of stock. The whole report goes
*> to reports/shop-sales-<timestamp>.log for staff; each owner gets
*> their own shops' lines through Mail-Send, one mail per shop, so the
*> numbers are waiting at their next login.
*> Not one of NightlyBatch-Run's steps - run nightly it would mail
*> every owner the same week seven times. The host's scheduler starts
*> it once a week, as it starts the nightly stream, and reads the same
*> completion code (0 done, 8 could not write the report).
IDENTIFICATION DIVISION.
PROGRAM-ID. ShopSalesReport-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SALES-FILE ASSIGN TO WS-SALES-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SALES-STATUS.
    SELECT LIST-FILE ASSIGN TO "cache/shop-sales-list.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIST-STATUS.
    SELECT SHOP-REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD SALES-FILE.
01 SALES-RECORD                PIC X(240).
FD LIST-FILE.
01 LIST-RECORD                 PIC X(128).
FD SHOP-REPORT-FILE.
01 SHOP-REPORT-RECORD          PIC X(160).

WORKING-STORAGE SECTION.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-SALES-STATUS          PIC X(2).
    01 WS-LIST-STATUS           PIC X(2).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-NOW-DISPLAY           PIC 9(10).
    01 WS-WINDOW-START          BINARY-LONG UNSIGNED.
    01 WS-SALES-FILE-NAME       PIC X(128).
    01 WS-REPORT-FILE-NAME      PIC X(128).
    01 WS-ARCHIVE-STAMP-TEXT    PIC X(10).
    01 WS-ARCHIVE-STAMP         BINARY-LONG UNSIGNED.

    *> --- shop-sales.log record layout (see ShopSales-Append) ---
    01 WS-SALE-LINE.
        02 WS-SALE-TIMESTAMP    PIC 9(10).
        02 FILLER               PIC X.
        02 WS-SALE-OUTCOME      PIC X(8).
        02 FILLER               PIC X.
        02 WS-SALE-X            PIC -(9)9.
        02 FILLER               PIC X.
        02 WS-SALE-Y            PIC -(9)9.
        02 FILLER               PIC X.
        02 WS-SALE-Z            PIC -(9)9.
        02 FILLER               PIC X.
        02 WS-SALE-OWNER        PIC X(32).
        02 FILLER               PIC X.
        02 WS-SALE-BUYER        PIC X(32).
        02 FILLER               PIC X.
        02 WS-SALE-QUANTITY     PIC -(9)9.
        02 FILLER               PIC X.
        02 WS-SALE-PRICE        PIC -(9)9.
        02 FILLER               PIC X.
        02 WS-SALE-STOCK-LEFT   PIC -(9)9.
        02 FILLER               PIC X.
        02 WS-SALE-ITEM         PIC X(64).
    01 WS-SALE-X-VALUE          BINARY-LONG.
    01 WS-SALE-Y-VALUE          BINARY-LONG.
    01 WS-SALE-Z-VALUE          BINARY-LONG.
    01 WS-SALE-QUANTITY-VALUE   BINARY-LONG.
    01 WS-SALE-PRICE-VALUE      BINARY-LONG.

    *> --- per-shop totals (a shop is owner + sign position + item) ---
    01 WS-SHOP-MAX              BINARY-LONG UNSIGNED VALUE 512.
    01 WS-SHOP-COUNT            BINARY-LONG UNSIGNED VALUE 0.
    01 WS-SHOP-OVERFLOW-WARNED  PIC X(1) VALUE "N".
    01 WS-SHOP-TABLE.
        02 WS-SHOP-ENTRY OCCURS 512 TIMES.
            03 WS-SHOP-OWNER        PIC X(32).
            03 WS-SHOP-X            BINARY-LONG.
            03 WS-SHOP-Y            BINARY-LONG.
            03 WS-SHOP-Z            BINARY-LONG.
            03 WS-SHOP-ITEM         PIC X(64).
            03 WS-SHOP-SALES        BINARY-LONG UNSIGNED.
            03 WS-SHOP-UNITS        BINARY-DOUBLE.
            03 WS-SHOP-REVENUE      BINARY-DOUBLE.
            03 WS-SHOP-MISSES       BINARY-LONG UNSIGNED.
            03 WS-SHOP-REPORTED     PIC X(1).
    01 WS-SHOP-IDX              BINARY-LONG UNSIGNED.
    01 WS-OWNER-IDX             BINARY-LONG UNSIGNED.

    *> --- purchases turned away for lack of stock, in log order ---
    01 WS-MISS-MAX              BINARY-LONG UNSIGNED VALUE 1024.
    01 WS-MISS-COUNT            BINARY-LONG UNSIGNED VALUE 0.
    01 WS-MISS-OVERFLOW-WARNED  PIC X(1) VALUE "N".
    01 WS-MISS-TABLE.
        02 WS-MISS-ENTRY OCCURS 1024 TIMES.
            03 WS-MISS-TIMESTAMP    BINARY-LONG UNSIGNED.
            03 WS-MISS-SHOP-IDX     BINARY-LONG UNSIGNED.
            03 WS-MISS-BUYER        PIC X(32).
            03 WS-MISS-STOCK-LEFT   BINARY-LONG.
    01 WS-MISS-IDX              BINARY-LONG UNSIGNED.

    COPY DD-PLAYER-STATS REPLACING LEADING ==PREFIX== BY ==WS==.
    01 WS-OWNER-HEX             PIC X(32).
    01 WS-OWNER-NAME            PIC X(16).
    01 WS-OWNER-UNITS           BINARY-DOUBLE.
    01 WS-OWNER-REVENUE         BINARY-DOUBLE.
    01 WS-OWNER-COUNT           BINARY-LONG UNSIGNED VALUE 0.
    01 WS-SERVER-HEX            PIC X(32) VALUE ALL "0".
    01 WS-SERVER-NAME           PIC X(16) VALUE "server".
    01 WS-MAIL-KIND             PIC X(1) VALUE "M".
    01 WS-MAIL-TEXT             PIC X(200).

    01 WS-X-DISPLAY             PIC -(9)9.
    01 WS-Y-DISPLAY             PIC -(9)9.
    01 WS-Z-DISPLAY             PIC -(9)9.
    01 WS-LOCATION-TEXT         PIC X(40).
    01 WS-COUNT-DISPLAY         PIC Z(8)9.
    01 WS-UNITS-DISPLAY         PIC Z(11)9.
    01 WS-MONEY-DISPLAY         PIC -(12)9.
    01 WS-STOCK-DISPLAY         PIC -(9)9.
    01 WS-AGE-DISPLAY           PIC Z(4)9.9.
    01 WS-AGE-HOURS             PIC S9(5)V9.
    01 WS-REPORT-LINE           PIC X(160).

PROCEDURE DIVISION.
    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE WS-NOW TO WS-NOW-DISPLAY
    COMPUTE WS-WINDOW-START = WS-NOW - 7 * 86400
    MOVE SPACES TO WS-REPORT-FILE-NAME
    STRING "reports/shop-sales-" WS-NOW-DISPLAY ".log"
        DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME
    MOVE 0 TO WS-SHOP-COUNT
    MOVE 0 TO WS-MISS-COUNT
    MOVE 0 TO WS-OWNER-COUNT
    MOVE "N" TO WS-SHOP-OVERFLOW-WARNED
    MOVE "N" TO WS-MISS-OVERFLOW-WARNED

    *> Rotated segments stamped after the window opened can still hold
    *> rows from inside it.
    CALL "SYSTEM" USING "mkdir -p cache && ls -1 logs/archive/*/shop-sales.log 2>/dev/null > cache/shop-sales-list.tmp"
    OPEN INPUT LIST-FILE
    IF WS-LIST-STATUS = "00"
        PERFORM UNTIL WS-LIST-STATUS NOT = "00"
            READ LIST-FILE
            IF WS-LIST-STATUS = "00"
                MOVE LIST-RECORD(14:10) TO WS-ARCHIVE-STAMP-TEXT
                IF WS-ARCHIVE-STAMP-TEXT IS NUMERIC
                    MOVE WS-ARCHIVE-STAMP-TEXT TO WS-ARCHIVE-STAMP
                    IF WS-ARCHIVE-STAMP > WS-WINDOW-START
                        MOVE LIST-RECORD TO WS-SALES-FILE-NAME
                        PERFORM Fold-Sales-File
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE LIST-FILE
    END-IF
    CALL "SYSTEM" USING "rm -f cache/shop-sales-list.tmp"
    MOVE "logs/shop-sales.log" TO WS-SALES-FILE-NAME
    PERFORM Fold-Sales-File

    OPEN OUTPUT SHOP-REPORT-FILE
    IF WS-FILE-STATUS NOT = "00"
        CALL "SYSTEM" USING "mkdir -p reports"
        OPEN OUTPUT SHOP-REPORT-FILE
    END-IF
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "[shop-sales] unable to open " FUNCTION TRIM(WS-REPORT-FILE-NAME) ", status=" WS-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE "CHEST-SHOP SALES, LAST 7 DAYS" TO SHOP-REPORT-RECORD
    WRITE SHOP-REPORT-RECORD

    *> One section per owner, in order of first appearance
    PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
            UNTIL WS-OWNER-IDX > WS-SHOP-COUNT
        IF WS-SHOP-REPORTED(WS-OWNER-IDX) NOT = "Y"
            PERFORM Report-Owner
        END-IF
    END-PERFORM

    MOVE SPACES TO SHOP-REPORT-RECORD
    WRITE SHOP-REPORT-RECORD
    MOVE WS-OWNER-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO WS-REPORT-LINE
    STRING "OWNERS: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE SHOP-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE WS-SHOP-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO WS-REPORT-LINE
    STRING "SHOPS: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE SHOP-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE WS-MISS-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO WS-REPORT-LINE
    STRING "OUT-OF-STOCK MISSES: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE SHOP-REPORT-RECORD FROM WS-REPORT-LINE
    CLOSE SHOP-REPORT-FILE

    DISPLAY "[shop-sales] " FUNCTION TRIM(WS-REPORT-FILE-NAME)
        " written"

    MOVE 0 TO RETURN-CODE
    GOBACK.

    Fold-Sales-File.
        OPEN INPUT SALES-FILE
        IF WS-SALES-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-SALES-STATUS NOT = "00"
            READ SALES-FILE INTO WS-SALE-LINE
            IF WS-SALES-STATUS = "00" AND WS-SALE-TIMESTAMP IS NUMERIC
                    AND WS-SALE-TIMESTAMP > WS-WINDOW-START
                PERFORM Fold-Sale-Row
            END-IF
        END-PERFORM
        CLOSE SALES-FILE.

    Fold-Sale-Row.
        MOVE WS-SALE-X TO WS-SALE-X-VALUE
        MOVE WS-SALE-Y TO WS-SALE-Y-VALUE
        MOVE WS-SALE-Z TO WS-SALE-Z-VALUE
        MOVE WS-SALE-QUANTITY TO WS-SALE-QUANTITY-VALUE
        MOVE WS-SALE-PRICE TO WS-SALE-PRICE-VALUE
        PERFORM Find-Or-Add-Shop
        IF WS-SHOP-IDX = 0
            EXIT PARAGRAPH
        END-IF
        EVALUATE WS-SALE-OUTCOME
            WHEN "SALE"
                ADD 1 TO WS-SHOP-SALES(WS-SHOP-IDX)
                ADD WS-SALE-QUANTITY-VALUE TO WS-SHOP-UNITS(WS-SHOP-IDX)
                ADD WS-SALE-PRICE-VALUE TO WS-SHOP-REVENUE(WS-SHOP-IDX)
            WHEN "NOSTOCK"
                ADD 1 TO WS-SHOP-MISSES(WS-SHOP-IDX)
                IF WS-MISS-COUNT < WS-MISS-MAX
                    ADD 1 TO WS-MISS-COUNT
                    MOVE WS-SALE-TIMESTAMP
                        TO WS-MISS-TIMESTAMP(WS-MISS-COUNT)
                    MOVE WS-SHOP-IDX TO WS-MISS-SHOP-IDX(WS-MISS-COUNT)
                    MOVE WS-SALE-BUYER TO WS-MISS-BUYER(WS-MISS-COUNT)
                    MOVE WS-SALE-STOCK-LEFT
                        TO WS-MISS-STOCK-LEFT(WS-MISS-COUNT)
                ELSE
                    IF WS-MISS-OVERFLOW-WARNED NOT = "Y"
                        DISPLAY "[shop-sales] more than " WS-MISS-MAX
                            " out-of-stock misses; excess omitted from the list"
                        MOVE "Y" TO WS-MISS-OVERFLOW-WARNED
                    END-IF
                END-IF
        END-EVALUATE.

    *> Callers must check WS-SHOP-IDX NOT = 0.
    Find-Or-Add-Shop.
        PERFORM VARYING WS-SHOP-IDX FROM 1 BY 1
                UNTIL WS-SHOP-IDX > WS-SHOP-COUNT
            IF WS-SHOP-OWNER(WS-SHOP-IDX) = WS-SALE-OWNER
                    AND WS-SHOP-X(WS-SHOP-IDX) = WS-SALE-X-VALUE
                    AND WS-SHOP-Y(WS-SHOP-IDX) = WS-SALE-Y-VALUE
                    AND WS-SHOP-Z(WS-SHOP-IDX) = WS-SALE-Z-VALUE
                    AND WS-SHOP-ITEM(WS-SHOP-IDX) = WS-SALE-ITEM
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF WS-SHOP-IDX > WS-SHOP-COUNT
            IF WS-SHOP-COUNT < WS-SHOP-MAX
                ADD 1 TO WS-SHOP-COUNT
                MOVE WS-SHOP-COUNT TO WS-SHOP-IDX
                MOVE WS-SALE-OWNER TO WS-SHOP-OWNER(WS-SHOP-IDX)
                MOVE WS-SALE-X-VALUE TO WS-SHOP-X(WS-SHOP-IDX)
                MOVE WS-SALE-Y-VALUE TO WS-SHOP-Y(WS-SHOP-IDX)
                MOVE WS-SALE-Z-VALUE TO WS-SHOP-Z(WS-SHOP-IDX)
                MOVE WS-SALE-ITEM TO WS-SHOP-ITEM(WS-SHOP-IDX)
                MOVE 0 TO WS-SHOP-SALES(WS-SHOP-IDX)
                MOVE 0 TO WS-SHOP-UNITS(WS-SHOP-IDX)
                MOVE 0 TO WS-SHOP-REVENUE(WS-SHOP-IDX)
                MOVE 0 TO WS-SHOP-MISSES(WS-SHOP-IDX)
                MOVE "N" TO WS-SHOP-REPORTED(WS-SHOP-IDX)
            ELSE
                IF WS-SHOP-OVERFLOW-WARNED NOT = "Y"
                    DISPLAY "[shop-sales] more than " WS-SHOP-MAX
                        " shops; excess shops omitted"
                    MOVE "Y" TO WS-SHOP-OVERFLOW-WARNED
                END-IF
                MOVE 0 TO WS-SHOP-IDX
            END-IF
        END-IF.

    *> Every shop of the owner of entry WS-OWNER-IDX, then their misses
    Report-Owner.
        MOVE WS-SHOP-OWNER(WS-OWNER-IDX) TO WS-OWNER-HEX
        CALL "Stats-Get" USING WS-OWNER-HEX WS-STATS
        MOVE WS-STATS-USERNAME TO WS-OWNER-NAME
        ADD 1 TO WS-OWNER-COUNT
        MOVE 0 TO WS-OWNER-UNITS
        MOVE 0 TO WS-OWNER-REVENUE

        MOVE SPACES TO SHOP-REPORT-RECORD
        WRITE SHOP-REPORT-RECORD
        MOVE SPACES TO WS-REPORT-LINE
        STRING "OWNER " WS-OWNER-HEX " " WS-OWNER-NAME
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE SHOP-REPORT-RECORD FROM WS-REPORT-LINE

        PERFORM VARYING WS-SHOP-IDX FROM WS-OWNER-IDX BY 1
                UNTIL WS-SHOP-IDX > WS-SHOP-COUNT
            IF WS-SHOP-OWNER(WS-SHOP-IDX) = WS-OWNER-HEX
                PERFORM Report-Shop
            END-IF
        END-PERFORM

        MOVE WS-OWNER-UNITS TO WS-UNITS-DISPLAY
        MOVE WS-OWNER-REVENUE TO WS-MONEY-DISPLAY
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  TOTAL units " FUNCTION TRIM(WS-UNITS-DISPLAY)
            " revenue " FUNCTION TRIM(WS-MONEY-DISPLAY)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE SHOP-REPORT-RECORD FROM WS-REPORT-LINE

        PERFORM VARYING WS-MISS-IDX FROM 1 BY 1
                UNTIL WS-MISS-IDX > WS-MISS-COUNT
            IF WS-SHOP-OWNER(WS-MISS-SHOP-IDX(WS-MISS-IDX))
                    = WS-OWNER-HEX
                PERFORM Report-Miss
            END-IF
        END-PERFORM.

    Report-Shop.
        MOVE "Y" TO WS-SHOP-REPORTED(WS-SHOP-IDX)
        ADD WS-SHOP-UNITS(WS-SHOP-IDX) TO WS-OWNER-UNITS
        ADD WS-SHOP-REVENUE(WS-SHOP-IDX) TO WS-OWNER-REVENUE
        PERFORM Format-Location

        MOVE WS-SHOP-SALES(WS-SHOP-IDX) TO WS-COUNT-DISPLAY
        MOVE WS-SHOP-UNITS(WS-SHOP-IDX) TO WS-UNITS-DISPLAY
        MOVE WS-SHOP-REVENUE(WS-SHOP-IDX) TO WS-MONEY-DISPLAY
        MOVE WS-SHOP-MISSES(WS-SHOP-IDX) TO WS-STOCK-DISPLAY
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  SHOP " FUNCTION TRIM(WS-LOCATION-TEXT) " "
            FUNCTION TRIM(WS-SHOP-ITEM(WS-SHOP-IDX))
            " sales " FUNCTION TRIM(WS-COUNT-DISPLAY)
            " units " FUNCTION TRIM(WS-UNITS-DISPLAY)
            " revenue " FUNCTION TRIM(WS-MONEY-DISPLAY)
            " out-of-stock " FUNCTION TRIM(WS-STOCK-DISPLAY)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE SHOP-REPORT-RECORD FROM WS-REPORT-LINE

        MOVE SPACES TO WS-MAIL-TEXT
        STRING "Weekly sales, shop at " FUNCTION TRIM(WS-LOCATION-TEXT)
            " (" FUNCTION TRIM(WS-SHOP-ITEM(WS-SHOP-IDX)) "): "
            FUNCTION TRIM(WS-COUNT-DISPLAY) " sales, "
            FUNCTION TRIM(WS-UNITS-DISPLAY) " units, revenue "
            FUNCTION TRIM(WS-MONEY-DISPLAY) ", "
            FUNCTION TRIM(WS-STOCK-DISPLAY)
            " buyers turned away for no stock"
            DELIMITED BY SIZE INTO WS-MAIL-TEXT
        CALL "Mail-Send" USING WS-MAIL-KIND WS-SERVER-HEX WS-SERVER-NAME
            WS-OWNER-HEX WS-MAIL-TEXT.

    Report-Miss.
        MOVE WS-MISS-SHOP-IDX(WS-MISS-IDX) TO WS-SHOP-IDX
        PERFORM Format-Location
        CALL "Stats-Get" USING WS-MISS-BUYER(WS-MISS-IDX) WS-STATS
        COMPUTE WS-AGE-HOURS =
            (WS-NOW - WS-MISS-TIMESTAMP(WS-MISS-IDX)) / 3600
        MOVE WS-AGE-HOURS TO WS-AGE-DISPLAY
        MOVE WS-MISS-STOCK-LEFT(WS-MISS-IDX) TO WS-STOCK-DISPLAY
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  NO STOCK " FUNCTION TRIM(WS-LOCATION-TEXT) " "
            FUNCTION TRIM(WS-SHOP-ITEM(WS-SHOP-IDX))
            " buyer " FUNCTION TRIM(WS-STATS-USERNAME)
            " stock " FUNCTION TRIM(WS-STOCK-DISPLAY)
            " " FUNCTION TRIM(WS-AGE-DISPLAY) "h ago"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE SHOP-REPORT-RECORD FROM WS-REPORT-LINE.

    Format-Location.
        MOVE WS-SHOP-X(WS-SHOP-IDX) TO WS-X-DISPLAY
        MOVE WS-SHOP-Y(WS-SHOP-IDX) TO WS-Y-DISPLAY
        MOVE WS-SHOP-Z(WS-SHOP-IDX) TO WS-Z-DISPLAY
        MOVE SPACES TO WS-LOCATION-TEXT
        STRING "(" FUNCTION TRIM(WS-X-DISPLAY) " "
            FUNCTION TRIM(WS-Y-DISPLAY) " "
            FUNCTION TRIM(WS-Z-DISPLAY) ")"
            DELIMITED BY SIZE INTO WS-LOCATION-TEXT.

END PROGRAM ShopSalesReport-Run.
