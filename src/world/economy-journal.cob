       >>SOURCE FORMAT FREE
*> --- Journal-NewId ---
*> Hands out the id that ties one economic operation's journal rows
*> and staged images together: the unix timestamp followed by a
*> six-digit per-process sequence, so two operations in the same
*> second still differ and ids sort in the order they were issued.
*> The sequence lives in this program's WORKING-STORAGE across CALLs,
*> like every other GnuCOBOL subprogram counter.
IDENTIFICATION DIVISION.
PROGRAM-ID. Journal-NewId.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-SEQUENCE              BINARY-LONG UNSIGNED VALUE 0.
    01 WS-ID-TEXT.
        02 WS-ID-TIMESTAMP      PIC 9(10).
        02 WS-ID-SEQUENCE       PIC 9(6).

LINKAGE SECTION.
    01 LK-JOURNAL-ID            PIC X(16).

PROCEDURE DIVISION USING LK-JOURNAL-ID.
    CALL "Time-UnixSeconds" USING WS-NOW
    ADD 1 TO WS-SEQUENCE
    IF WS-SEQUENCE > 999999
        MOVE 1 TO WS-SEQUENCE
    END-IF
    MOVE WS-NOW TO WS-ID-TIMESTAMP
    MOVE WS-SEQUENCE TO WS-ID-SEQUENCE
    MOVE WS-ID-TEXT TO LK-JOURNAL-ID
    GOBACK.

END PROGRAM Journal-NewId.

*> --- Journal-Begin ---
*> The write-ahead half of the economy journal: one "B" row in
*> world/journal/economy.journal recording an operation's intent
*> BEFORE any of its steps touch a file. Kinds and what the fields
*> carry:
*>
*>   XFER   a Balance-Transfer: FROM/TO/AMOUNT, VALUE-1/VALUE-2 the
*>          sender's and recipient's balances AFTER the transfer, and
*>          the ledger kind ("PAY", "SHOP", ...) in DETAIL;
*>   SHOP   a chest-shop sale: FROM the buyer, TO the owner, AMOUNT
*>          the price, VALUE-1/VALUE-2 item id and quantity, and the
*>          backing chest's container file name in DETAIL (its
*>          contents staged as world/journal/<id>.chest, the buyer's
*>          inventory as world/journal/<id>-buyer.inv);
*>   TRADE  a confirmed trade: FROM/TO the A and B parties, VALUE-1/
*>          VALUE-2 the stack counts each side gave, with both
*>          inventories and the escrow staged under world/journal/.
*>
*> Journal-Complete closes the entry; whatever is still open at boot
*> is settled by JournalRecovery-Run. The journal lives in the world
*> directory with the files it protects and is emptied by every boot's
*> recovery pass, so it never needs rotating.
IDENTIFICATION DIVISION.
PROGRAM-ID. Journal-Begin.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOURNAL-FILE ASSIGN TO "world/journal/economy.journal"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD JOURNAL-FILE.
01 JOURNAL-RECORD              PIC X(256).

WORKING-STORAGE SECTION.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-JOURNAL-LINE.
        02 WS-JOURNAL-TIMESTAMP PIC 9(10).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-JOURNAL-ID        PIC X(16).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-JOURNAL-PHASE     PIC X(1).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-JOURNAL-KIND      PIC X(8).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-JOURNAL-FROM      PIC X(32).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-JOURNAL-TO        PIC X(32).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-JOURNAL-AMOUNT    PIC -(9)9.
        02 FILLER               PIC X VALUE SPACE.
        02 WS-JOURNAL-VALUE-1   PIC -(9)9.
        02 FILLER               PIC X VALUE SPACE.
        02 WS-JOURNAL-VALUE-2   PIC -(9)9.
        02 FILLER               PIC X VALUE SPACE.
        02 WS-JOURNAL-DETAIL    PIC X(64).

LINKAGE SECTION.
    01 LK-JOURNAL-ID            PIC X(16).
    01 LK-KIND                  PIC X(8).
    01 LK-FROM-HEX              PIC X(32).
    01 LK-TO-HEX                PIC X(32).
    01 LK-AMOUNT                BINARY-LONG.
    01 LK-VALUE-1               BINARY-LONG.
    01 LK-VALUE-2               BINARY-LONG.
    01 LK-DETAIL                PIC X(64).

PROCEDURE DIVISION USING LK-JOURNAL-ID LK-KIND LK-FROM-HEX LK-TO-HEX
        LK-AMOUNT LK-VALUE-1 LK-VALUE-2 LK-DETAIL.
    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE WS-NOW TO WS-JOURNAL-TIMESTAMP
    MOVE LK-JOURNAL-ID TO WS-JOURNAL-ID
    MOVE "B" TO WS-JOURNAL-PHASE
    MOVE LK-KIND TO WS-JOURNAL-KIND
    MOVE LK-FROM-HEX TO WS-JOURNAL-FROM
    MOVE LK-TO-HEX TO WS-JOURNAL-TO
    MOVE LK-AMOUNT TO WS-JOURNAL-AMOUNT
    MOVE LK-VALUE-1 TO WS-JOURNAL-VALUE-1
    MOVE LK-VALUE-2 TO WS-JOURNAL-VALUE-2
    MOVE LK-DETAIL TO WS-JOURNAL-DETAIL

    OPEN EXTEND JOURNAL-FILE
    IF WS-FILE-STATUS NOT = "00"
        CALL "SYSTEM" USING "mkdir -p world/journal"
        OPEN OUTPUT JOURNAL-FILE
    END-IF
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "[journal] unable to open world/journal/economy.journal, status=" WS-FILE-STATUS
        GOBACK
    END-IF
    WRITE JOURNAL-RECORD FROM WS-JOURNAL-LINE
    CLOSE JOURNAL-FILE

    GOBACK.

END PROGRAM Journal-Begin.

*> --- Journal-Complete ---
*> Closes a journal entry with a "C" row once every step of the
*> operation has landed. An entry with no "C" row at boot is exactly
*> the half-finished operation recovery exists for.
IDENTIFICATION DIVISION.
PROGRAM-ID. Journal-Complete.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOURNAL-FILE ASSIGN TO "world/journal/economy.journal"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD JOURNAL-FILE.
01 JOURNAL-RECORD              PIC X(256).

WORKING-STORAGE SECTION.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-JOURNAL-LINE.
        02 WS-JOURNAL-TIMESTAMP PIC 9(10).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-JOURNAL-ID        PIC X(16).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-JOURNAL-PHASE     PIC X(1).

LINKAGE SECTION.
    01 LK-JOURNAL-ID            PIC X(16).

PROCEDURE DIVISION USING LK-JOURNAL-ID.
    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE WS-NOW TO WS-JOURNAL-TIMESTAMP
    MOVE LK-JOURNAL-ID TO WS-JOURNAL-ID
    MOVE "C" TO WS-JOURNAL-PHASE

    OPEN EXTEND JOURNAL-FILE
    IF WS-FILE-STATUS NOT = "00"
        CALL "SYSTEM" USING "mkdir -p world/journal"
        OPEN OUTPUT JOURNAL-FILE
    END-IF
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "[journal] unable to open world/journal/economy.journal, status=" WS-FILE-STATUS
        GOBACK
    END-IF
    WRITE JOURNAL-RECORD FROM WS-JOURNAL-LINE
    CLOSE JOURNAL-FILE

    GOBACK.

END PROGRAM Journal-Complete.

*> --- Journal-DiscardImages ---
*> Removes the staged images (world/journal/<id>.*, <id>-*.inv) of a
*> closed entry. Only called after Journal-Complete: an image must
*> outlive its entry's open window, never the other way round.
IDENTIFICATION DIVISION.
PROGRAM-ID. Journal-DiscardImages.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 WS-DELETE-COMMAND        PIC X(160).

LINKAGE SECTION.
    01 LK-JOURNAL-ID            PIC X(16).

PROCEDURE DIVISION USING LK-JOURNAL-ID.
    MOVE SPACES TO WS-DELETE-COMMAND
    STRING "rm -f world/journal/" LK-JOURNAL-ID ".*"
        " world/journal/" LK-JOURNAL-ID "-*"
        DELIMITED BY SIZE INTO WS-DELETE-COMMAND
    CALL "SYSTEM" USING WS-DELETE-COMMAND
    GOBACK.

END PROGRAM Journal-DiscardImages.

*> --- Journal-SaveInventoryImage ---
*> Stages one online player's inventory, exactly as it stands in
*> memory, into a journal image file - the same slot-record shape
*> PlayerInventory-Save writes, but to the named file and never over
*> the player's real inventory file, so staging can't itself open a
*> crash window.
IDENTIFICATION DIVISION.
PROGRAM-ID. Journal-SaveInventoryImage.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT IMAGE-FILE ASSIGN TO WS-IMAGE-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD IMAGE-FILE.
01 IMAGE-RECORD.
    02 IMAGE-SLOT-NUMBER        BINARY-LONG UNSIGNED.
    02 IMAGE-SLOT-PAYLOAD.
        COPY DD-INVENTORY-SLOT
            REPLACING LEADING ==PREFIX== BY ==IMAGE==
                      ==02== BY ==03==.

WORKING-STORAGE SECTION.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-IMAGE-FILE-NAME       PIC X(128).
    01 WS-SLOT-MAX              BINARY-LONG UNSIGNED VALUE 45.
    01 WS-SLOT-NUMBER           BINARY-LONG UNSIGNED.
    01 WS-SLOT.
        COPY DD-INVENTORY-SLOT REPLACING LEADING ==PREFIX== BY ==WS==.

LINKAGE SECTION.
    01 LK-PLAYER                BINARY-LONG UNSIGNED.
    01 LK-FILE-NAME             PIC X(128).

PROCEDURE DIVISION USING LK-PLAYER LK-FILE-NAME.
    MOVE LK-FILE-NAME TO WS-IMAGE-FILE-NAME
    OPEN OUTPUT IMAGE-FILE
    IF WS-FILE-STATUS NOT = "00"
        CALL "SYSTEM" USING "mkdir -p world/journal"
        OPEN OUTPUT IMAGE-FILE
    END-IF
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "[journal] unable to open " FUNCTION TRIM(WS-IMAGE-FILE-NAME) ", status=" WS-FILE-STATUS
        GOBACK
    END-IF

    PERFORM VARYING WS-SLOT-NUMBER FROM 0 BY 1
            UNTIL WS-SLOT-NUMBER > WS-SLOT-MAX
        CALL "Player-GetInventorySlot" USING LK-PLAYER WS-SLOT-NUMBER
            WS-SLOT
        IF WS-SLOT-ID >= 0 AND WS-SLOT-COUNT > 0
            MOVE WS-SLOT-NUMBER TO IMAGE-SLOT-NUMBER
            MOVE WS-SLOT TO IMAGE-SLOT-PAYLOAD
            WRITE IMAGE-RECORD
        END-IF
    END-PERFORM
    CLOSE IMAGE-FILE

    GOBACK.

END PROGRAM Journal-SaveInventoryImage.

*> --- Journal-SaveTradeEscrow ---
*> Stages a trade session's escrowed stacks into a journal image file,
*> one record per stack tagged with the side that gave it ("A" or
*> "B"). The escrow otherwise exists only in the shared trade table,
*> which a crash takes with it.
IDENTIFICATION DIVISION.
PROGRAM-ID. Journal-SaveTradeEscrow.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ESCROW-FILE ASSIGN TO WS-ESCROW-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD ESCROW-FILE.
01 ESCROW-RECORD.
    02 ESCROW-SIDE              PIC X(1).
    02 ESCROW-SLOT-PAYLOAD.
        COPY DD-INVENTORY-SLOT
            REPLACING LEADING ==PREFIX== BY ==ESCROW==
                      ==02== BY ==03==.

WORKING-STORAGE SECTION.
    COPY DD-TRADES.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-ESCROW-FILE-NAME      PIC X(128).
    01 WS-OFFER-INDEX           BINARY-LONG UNSIGNED.

LINKAGE SECTION.
    01 LK-TRADE-INDEX           BINARY-LONG UNSIGNED.
    01 LK-FILE-NAME             PIC X(128).

PROCEDURE DIVISION USING LK-TRADE-INDEX LK-FILE-NAME.
    MOVE LK-FILE-NAME TO WS-ESCROW-FILE-NAME
    OPEN OUTPUT ESCROW-FILE
    IF WS-FILE-STATUS NOT = "00"
        CALL "SYSTEM" USING "mkdir -p world/journal"
        OPEN OUTPUT ESCROW-FILE
    END-IF
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "[journal] unable to open " FUNCTION TRIM(WS-ESCROW-FILE-NAME) ", status=" WS-FILE-STATUS
        GOBACK
    END-IF

    PERFORM VARYING WS-OFFER-INDEX FROM 1 BY 1
            UNTIL WS-OFFER-INDEX > TRADE-OFFER-A-COUNT(LK-TRADE-INDEX)
        MOVE "A" TO ESCROW-SIDE
        MOVE TRADE-OFFER-A-SLOT(LK-TRADE-INDEX, WS-OFFER-INDEX)
            TO ESCROW-SLOT-PAYLOAD
        WRITE ESCROW-RECORD
    END-PERFORM
    PERFORM VARYING WS-OFFER-INDEX FROM 1 BY 1
            UNTIL WS-OFFER-INDEX > TRADE-OFFER-B-COUNT(LK-TRADE-INDEX)
        MOVE "B" TO ESCROW-SIDE
        MOVE TRADE-OFFER-B-SLOT(LK-TRADE-INDEX, WS-OFFER-INDEX)
            TO ESCROW-SLOT-PAYLOAD
        WRITE ESCROW-RECORD
    END-PERFORM
    CLOSE ESCROW-FILE

    GOBACK.

END PROGRAM Journal-SaveTradeEscrow.

*> --- JournalRecovery-Run ---
*> Boot-time settlement of the economy journal, called from
*> CrashRecovery-Run on every boot (after any block replay, so the
*> world is back where the crash left it). Every entry with a "B" row
*> and no "C" row was cut off mid-way, and is settled by kind - all
*> three settlements are idempotent, so a crash during recovery just
*> means the next boot settles the same entries again:
*>
*>   XFER   the ledger row is written before either balance, so a
*>          matching transactions.log row means the transfer was
*>          promised and is FINISHED (both balances set to the
*>          journaled after-values); no row means neither balance was
*>          touched and the entry is VOIDED.
*>   SHOP   the sale is REVERSED: a paid price is refunded through
*>          Balance-Transfer ("REFUND", once - an existing refund row
*>          is honoured), and both the chest and the buyer's inventory
*>          file are put back from their staged pre-sale images, so
*>          goods already saved to the buyer are taken back with it.
*>   TRADE  both sides had confirmed, so the trade is FINISHED: each
*>          party's staged inventory gets the other side's escrowed
*>          stacks and is written as their inventory file; stacks that
*>          do not fit are dropped at the player's last checkpoint, the
*>          way a live delivery drops at their feet. A missing TRADE
*>          ledger row is appended.
*>
*> Each settled entry is DISPLAYed and written to
*> reports/journal-recovery-<timestamp>.log, and a WARN goes through
*> Alert-Raise so staff look at the report; with everything settled
*> the journal and its images are emptied.
IDENTIFICATION DIVISION.
PROGRAM-ID. JournalRecovery-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOURNAL-FILE ASSIGN TO "world/journal/economy.journal"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    SELECT LEDGER-FILE ASSIGN TO "logs/transactions.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEDGER-STATUS.
    SELECT IMAGE-FILE ASSIGN TO WS-IMAGE-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-IMAGE-STATUS.
    SELECT ESCROW-FILE ASSIGN TO WS-ESCROW-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ESCROW-STATUS.
    SELECT CHECKPOINT-FILE ASSIGN TO WS-CHECKPOINT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHECKPOINT-STATUS.
    SELECT RECOVERY-REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD JOURNAL-FILE.
01 JOURNAL-RECORD              PIC X(256).
FD LEDGER-FILE.
01 LEDGER-RECORD               PIC X(160).
FD IMAGE-FILE.
01 IMAGE-RECORD.
    02 IMAGE-SLOT-NUMBER        BINARY-LONG UNSIGNED.
    02 IMAGE-SLOT-PAYLOAD.
        COPY DD-INVENTORY-SLOT
            REPLACING LEADING ==PREFIX== BY ==IMAGE==
                      ==02== BY ==03==.
FD ESCROW-FILE.
01 ESCROW-RECORD.
    02 ESCROW-SIDE              PIC X(1).
    02 ESCROW-SLOT-PAYLOAD.
        COPY DD-INVENTORY-SLOT
            REPLACING LEADING ==PREFIX== BY ==ESCROW==
                      ==02== BY ==03==.
FD CHECKPOINT-FILE.
01 CHECKPOINT-RECORD           PIC X(128).
FD RECOVERY-REPORT-FILE.
01 RECOVERY-REPORT-RECORD      PIC X(160).

WORKING-STORAGE SECTION.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-LEDGER-STATUS         PIC X(2).
    01 WS-IMAGE-STATUS          PIC X(2).
    01 WS-ESCROW-STATUS         PIC X(2).
    01 WS-CHECKPOINT-STATUS     PIC X(2).
    01 WS-REPORT-STATUS         PIC X(2).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-NOW-DISPLAY           PIC 9(10).
    01 WS-IMAGE-FILE-NAME       PIC X(128).
    01 WS-ESCROW-FILE-NAME      PIC X(128).
    01 WS-CHECKPOINT-FILE-NAME  PIC X(128).
    01 WS-REPORT-FILE-NAME      PIC X(128).
    01 WS-COMMAND-LINE          PIC X(280).

    *> --- journal row layout (see Journal-Begin) ---
    01 WS-JOURNAL-LINE.
        02 WS-JOURNAL-TIMESTAMP PIC 9(10).
        02 FILLER               PIC X.
        02 WS-JOURNAL-ID        PIC X(16).
        02 FILLER               PIC X.
        02 WS-JOURNAL-PHASE     PIC X(1).
        02 FILLER               PIC X.
        02 WS-JOURNAL-KIND      PIC X(8).
        02 FILLER               PIC X.
        02 WS-JOURNAL-FROM      PIC X(32).
        02 FILLER               PIC X.
        02 WS-JOURNAL-TO        PIC X(32).
        02 FILLER               PIC X.
        02 WS-JOURNAL-AMOUNT    PIC -(9)9.
        02 FILLER               PIC X.
        02 WS-JOURNAL-VALUE-1   PIC -(9)9.
        02 FILLER               PIC X.
        02 WS-JOURNAL-VALUE-2   PIC -(9)9.
        02 FILLER               PIC X.
        02 WS-JOURNAL-DETAIL    PIC X(64).

    *> --- open entries; a "C" row retires its entry on the spot, so
    *> only the handful cut off by the crash are ever held ---
    01 WS-OPEN-MAX              BINARY-LONG UNSIGNED VALUE 64.
    01 WS-OPEN-COUNT            BINARY-LONG UNSIGNED VALUE 0.
    01 WS-OPEN-TABLE.
        02 WS-OPEN-ENTRY OCCURS 64 TIMES.
            03 WS-OPEN-TIMESTAMP BINARY-LONG UNSIGNED.
            03 WS-OPEN-ID       PIC X(16).
            03 WS-OPEN-KIND     PIC X(8).
            03 WS-OPEN-FROM     PIC X(32).
            03 WS-OPEN-TO       PIC X(32).
            03 WS-OPEN-AMOUNT   BINARY-LONG.
            03 WS-OPEN-VALUE-1  BINARY-LONG.
            03 WS-OPEN-VALUE-2  BINARY-LONG.
            03 WS-OPEN-DETAIL   PIC X(64).
    01 WS-OPEN-IDX              BINARY-LONG UNSIGNED.
    01 WS-SETTLED-COUNT         BINARY-LONG UNSIGNED VALUE 0.
    01 WS-PASS-KIND             PIC X(8).

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
    01 WS-TX-AMOUNT-VALUE       BINARY-LONG.
    01 WS-FIND-KIND             PIC X(8).
    01 WS-FIND-FROM             PIC X(32).
    01 WS-FIND-TO               PIC X(32).
    01 WS-FIND-AMOUNT           BINARY-LONG.
    01 WS-FIND-SINCE            BINARY-LONG UNSIGNED.
    01 WS-LEDGER-FOUND-FLAG     PIC X(1).

    01 WS-BALANCE               BINARY-LONG.
    01 WS-REFUND-KIND           PIC X(8) VALUE "REFUND".
    01 WS-REFUND-MEMO           PIC X(64).
    01 WS-REFUND-OK-FLAG        PIC X(1).
    01 WS-TRADE-KIND            PIC X(8) VALUE "TRADE".
    01 WS-TRADE-MEMO            PIC X(64).
    01 WS-ZERO-AMOUNT           BINARY-LONG VALUE 0.
    01 WS-COUNT-A-DISPLAY       PIC 9(1).
    01 WS-COUNT-B-DISPLAY       PIC 9(1).

    *> --- one receiving player's inventory, rebuilt from its image ---
    01 WS-RECEIVER-HEX          PIC X(32).
    01 WS-RECEIVER-SUFFIX       PIC X(6).
    01 WS-GIVER-SIDE            PIC X(1).
    01 WS-INVENTORY.
        02 WS-INVENTORY-ENTRY OCCURS 46 TIMES.
            COPY DD-INVENTORY-SLOT
                REPLACING LEADING ==PREFIX== BY ==WS-INVENTORY==
                          ==02== BY ==03==.
    01 WS-SLOT-INDEX            BINARY-LONG UNSIGNED.
    01 WS-PLACED-FLAG           PIC X(1).
    01 WS-DROPPED-COUNT         BINARY-LONG UNSIGNED.
    01 WS-DROP-SLOT.
        COPY DD-INVENTORY-SLOT REPLACING LEADING ==PREFIX== BY ==DROP==.
    01 WS-DROP-POSITION.
        02 WS-DROP-X            BINARY-LONG.
        02 WS-DROP-Y            BINARY-LONG.
        02 WS-DROP-Z            BINARY-LONG.
    01 WS-SPAWN-POSITION.
        02 WS-SPAWN-X           FLOAT-LONG.
        02 WS-SPAWN-Y           FLOAT-LONG.
        02 WS-SPAWN-Z           FLOAT-LONG.
    *> --- checkpoint line layout (see SessionCheckpoint-Save) ---
    01 WS-CHECKPOINT-LINE.
        02 WS-CHECKPOINT-X      PIC -(6)9.9(6).
        02 FILLER               PIC X.
        02 WS-CHECKPOINT-Y      PIC -(6)9.9(6).
        02 FILLER               PIC X.
        02 WS-CHECKPOINT-Z      PIC -(6)9.9(6).
        02 FILLER               PIC X.
        02 WS-CHECKPOINT-MODE   PIC -(9).
    01 WS-FIXED-POSITION        PIC S9(7)V9(6).

    01 WS-AMOUNT-DISPLAY        PIC -(9)9.
    01 WS-COUNT-DISPLAY         PIC Z(8)9.
    01 WS-OUTCOME               PIC X(10).
    01 WS-NOTE                  PIC X(64).
    01 WS-REPORT-LINE           PIC X(160).
    01 WS-ALERT-TEXT            PIC X(200).

PROCEDURE DIVISION.
    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE WS-NOW TO WS-NOW-DISPLAY
    MOVE SPACES TO WS-REPORT-FILE-NAME
    STRING "reports/journal-recovery-" WS-NOW-DISPLAY ".log"
        DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME

    PERFORM Load-Open-Entries
    IF WS-OPEN-COUNT = 0
        *> Nothing cut off: just clear out the settled history
        CALL "SYSTEM" USING "rm -f world/journal/economy.journal world/journal/*.chest world/journal/*.escrow world/journal/*.inv"
        GOBACK
    END-IF

    DISPLAY "[journal] " WS-OPEN-COUNT " open journal entries to settle"
    OPEN OUTPUT RECOVERY-REPORT-FILE
    IF WS-REPORT-STATUS NOT = "00"
        CALL "SYSTEM" USING "mkdir -p reports"
        OPEN OUTPUT RECOVERY-REPORT-FILE
    END-IF

    *> Transfers first: a sale's payment is its own XFER entry, and
    *> the shop pass needs the ledger settled before it asks whether
    *> the buyer paid.
    MOVE "XFER" TO WS-PASS-KIND
    PERFORM Settle-Pass
    MOVE "SHOP" TO WS-PASS-KIND
    PERFORM Settle-Pass
    MOVE "TRADE" TO WS-PASS-KIND
    PERFORM Settle-Pass

    IF WS-REPORT-STATUS = "00"
        CLOSE RECOVERY-REPORT-FILE
    END-IF

    CALL "SYSTEM" USING "rm -f world/journal/economy.journal world/journal/*.chest world/journal/*.escrow world/journal/*.inv"

    MOVE WS-SETTLED-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO WS-ALERT-TEXT
    STRING FUNCTION TRIM(WS-COUNT-DISPLAY)
        " economy operations were cut off by the crash and settled - see "
        FUNCTION TRIM(WS-REPORT-FILE-NAME)
        DELIMITED BY SIZE INTO WS-ALERT-TEXT
    CALL "Alert-Raise" USING "WARN    " "ECONOMY         " WS-ALERT-TEXT

    GOBACK.

    Load-Open-Entries.
        MOVE 0 TO WS-OPEN-COUNT
        OPEN INPUT JOURNAL-FILE
        IF WS-FILE-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-FILE-STATUS NOT = "00"
            READ JOURNAL-FILE INTO WS-JOURNAL-LINE
            IF WS-FILE-STATUS = "00"
                EVALUATE WS-JOURNAL-PHASE
                    WHEN "B"
                        PERFORM Add-Open-Entry
                    WHEN "C"
                        PERFORM Retire-Open-Entry
                END-EVALUATE
            END-IF
        END-PERFORM
        CLOSE JOURNAL-FILE.

    Add-Open-Entry.
        IF WS-OPEN-COUNT >= WS-OPEN-MAX
            DISPLAY "[journal] more than " WS-OPEN-MAX
                " open entries; " WS-JOURNAL-ID " left unsettled"
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-OPEN-COUNT
        MOVE WS-JOURNAL-TIMESTAMP TO WS-OPEN-TIMESTAMP(WS-OPEN-COUNT)
        MOVE WS-JOURNAL-ID TO WS-OPEN-ID(WS-OPEN-COUNT)
        MOVE WS-JOURNAL-KIND TO WS-OPEN-KIND(WS-OPEN-COUNT)
        MOVE WS-JOURNAL-FROM TO WS-OPEN-FROM(WS-OPEN-COUNT)
        MOVE WS-JOURNAL-TO TO WS-OPEN-TO(WS-OPEN-COUNT)
        MOVE WS-JOURNAL-AMOUNT TO WS-OPEN-AMOUNT(WS-OPEN-COUNT)
        MOVE WS-JOURNAL-VALUE-1 TO WS-OPEN-VALUE-1(WS-OPEN-COUNT)
        MOVE WS-JOURNAL-VALUE-2 TO WS-OPEN-VALUE-2(WS-OPEN-COUNT)
        MOVE WS-JOURNAL-DETAIL TO WS-OPEN-DETAIL(WS-OPEN-COUNT).

    Retire-Open-Entry.
        PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
            IF WS-OPEN-ID(WS-OPEN-IDX) = WS-JOURNAL-ID
                MOVE WS-OPEN-ENTRY(WS-OPEN-COUNT)
                    TO WS-OPEN-ENTRY(WS-OPEN-IDX)
                SUBTRACT 1 FROM WS-OPEN-COUNT
                EXIT PERFORM
            END-IF
        END-PERFORM.

    Settle-Pass.
        PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
            IF WS-OPEN-KIND(WS-OPEN-IDX) = WS-PASS-KIND
                MOVE SPACES TO WS-NOTE
                EVALUATE WS-PASS-KIND
                    WHEN "XFER"
                        PERFORM Settle-Transfer
                    WHEN "SHOP"
                        PERFORM Settle-Shop-Sale
                    WHEN "TRADE"
                        PERFORM Settle-Trade
                END-EVALUATE
                ADD 1 TO WS-SETTLED-COUNT
                PERFORM Report-Settled-Entry
            END-IF
        END-PERFORM.

    Settle-Transfer.
        MOVE WS-OPEN-DETAIL(WS-OPEN-IDX)(1:8) TO WS-FIND-KIND
        MOVE WS-OPEN-FROM(WS-OPEN-IDX) TO WS-FIND-FROM
        MOVE WS-OPEN-TO(WS-OPEN-IDX) TO WS-FIND-TO
        MOVE WS-OPEN-AMOUNT(WS-OPEN-IDX) TO WS-FIND-AMOUNT
        MOVE WS-OPEN-TIMESTAMP(WS-OPEN-IDX) TO WS-FIND-SINCE
        PERFORM Find-Ledger-Row
        IF WS-LEDGER-FOUND-FLAG = "Y"
            MOVE WS-OPEN-VALUE-1(WS-OPEN-IDX) TO WS-BALANCE
            CALL "Balance-Set" USING WS-OPEN-FROM(WS-OPEN-IDX)
                WS-BALANCE
            MOVE WS-OPEN-VALUE-2(WS-OPEN-IDX) TO WS-BALANCE
            CALL "Balance-Set" USING WS-OPEN-TO(WS-OPEN-IDX)
                WS-BALANCE
            MOVE "FINISHED" TO WS-OUTCOME
            MOVE "ledger row found; both balances set" TO WS-NOTE
        ELSE
            MOVE "VOIDED" TO WS-OUTCOME
            MOVE "no ledger row; no balance was touched" TO WS-NOTE
        END-IF.

    Settle-Shop-Sale.
        MOVE "REVERSED" TO WS-OUTCOME
        MOVE "SHOP" TO WS-FIND-KIND
        MOVE WS-OPEN-FROM(WS-OPEN-IDX) TO WS-FIND-FROM
        MOVE WS-OPEN-TO(WS-OPEN-IDX) TO WS-FIND-TO
        MOVE WS-OPEN-AMOUNT(WS-OPEN-IDX) TO WS-FIND-AMOUNT
        MOVE WS-OPEN-TIMESTAMP(WS-OPEN-IDX) TO WS-FIND-SINCE
        PERFORM Find-Ledger-Row
        IF WS-LEDGER-FOUND-FLAG = "Y"
            *> Paid: refund once, unless a previous recovery already did
            MOVE "REFUND" TO WS-FIND-KIND
            MOVE WS-OPEN-TO(WS-OPEN-IDX) TO WS-FIND-FROM
            MOVE WS-OPEN-FROM(WS-OPEN-IDX) TO WS-FIND-TO
            PERFORM Find-Ledger-Row
            IF WS-LEDGER-FOUND-FLAG = "Y"
                MOVE "price already refunded; chest and inventory restored" TO WS-NOTE
            ELSE
                MOVE SPACES TO WS-REFUND-MEMO
                STRING "refund of interrupted sale "
                    WS-OPEN-ID(WS-OPEN-IDX)
                    DELIMITED BY SIZE INTO WS-REFUND-MEMO
                CALL "Balance-Transfer" USING WS-OPEN-TO(WS-OPEN-IDX)
                    WS-OPEN-FROM(WS-OPEN-IDX) WS-OPEN-AMOUNT(WS-OPEN-IDX)
                    WS-REFUND-KIND WS-REFUND-MEMO WS-REFUND-OK-FLAG
                IF WS-REFUND-OK-FLAG = "Y"
                    MOVE "price refunded; chest and buyer inventory restored" TO WS-NOTE
                ELSE
                    MOVE "REFUND FAILED (owner short); chest, inventory restored" TO WS-NOTE
                END-IF
            END-IF
        ELSE
            MOVE "buyer never paid; chest and inventory restored" TO WS-NOTE
        END-IF

        *> The staged chest image is the pre-sale contents; copying it
        *> back is a no-op when the stock was never saved. No image
        *> means the crash came before staging: the chest is untouched.
        MOVE SPACES TO WS-COMMAND-LINE
        STRING "test -f world/journal/" WS-OPEN-ID(WS-OPEN-IDX)
            ".chest && cp world/journal/" WS-OPEN-ID(WS-OPEN-IDX)
            ".chest " FUNCTION TRIM(WS-OPEN-DETAIL(WS-OPEN-IDX))
            DELIMITED BY SIZE INTO WS-COMMAND-LINE
        CALL "SYSTEM" USING WS-COMMAND-LINE

        *> Likewise the buyer's pre-sale inventory, staged in the same
        *> slot format as their inventory file: whatever of the goods
        *> a save had already written is taken back with the refund.
        MOVE SPACES TO WS-COMMAND-LINE
        STRING "test -f world/journal/" WS-OPEN-ID(WS-OPEN-IDX)
            "-buyer.inv && mkdir -p inventories && cp world/journal/"
            WS-OPEN-ID(WS-OPEN-IDX) "-buyer.inv inventories/"
            WS-OPEN-FROM(WS-OPEN-IDX) ".dat.new && mv inventories/"
            WS-OPEN-FROM(WS-OPEN-IDX) ".dat.new inventories/"
            WS-OPEN-FROM(WS-OPEN-IDX) ".dat"
            DELIMITED BY SIZE INTO WS-COMMAND-LINE
        CALL "SYSTEM" USING WS-COMMAND-LINE.

    Settle-Trade.
        MOVE "FINISHED" TO WS-OUTCOME
        MOVE 0 TO WS-DROPPED-COUNT
        *> B receives what A gave, A receives what B gave
        MOVE WS-OPEN-TO(WS-OPEN-IDX) TO WS-RECEIVER-HEX
        MOVE "-b.inv" TO WS-RECEIVER-SUFFIX
        MOVE "A" TO WS-GIVER-SIDE
        PERFORM Deliver-To-Receiver
        MOVE WS-OPEN-FROM(WS-OPEN-IDX) TO WS-RECEIVER-HEX
        MOVE "-a.inv" TO WS-RECEIVER-SUFFIX
        MOVE "B" TO WS-GIVER-SIDE
        PERFORM Deliver-To-Receiver

        MOVE "TRADE" TO WS-FIND-KIND
        MOVE WS-OPEN-FROM(WS-OPEN-IDX) TO WS-FIND-FROM
        MOVE WS-OPEN-TO(WS-OPEN-IDX) TO WS-FIND-TO
        MOVE 0 TO WS-FIND-AMOUNT
        MOVE WS-OPEN-TIMESTAMP(WS-OPEN-IDX) TO WS-FIND-SINCE
        PERFORM Find-Ledger-Row
        IF WS-LEDGER-FOUND-FLAG NOT = "Y"
            MOVE WS-OPEN-VALUE-1(WS-OPEN-IDX) TO WS-COUNT-A-DISPLAY
            MOVE WS-OPEN-VALUE-2(WS-OPEN-IDX) TO WS-COUNT-B-DISPLAY
            MOVE SPACES TO WS-TRADE-MEMO
            STRING "trade: " WS-COUNT-A-DISPLAY " stacks for "
                WS-COUNT-B-DISPLAY " stacks"
                DELIMITED BY SIZE INTO WS-TRADE-MEMO
            CALL "TransactionLog-Append" USING WS-TRADE-KIND
                WS-OPEN-FROM(WS-OPEN-IDX) WS-OPEN-TO(WS-OPEN-IDX)
                WS-ZERO-AMOUNT WS-TRADE-MEMO
        END-IF

        IF WS-DROPPED-COUNT > 0
            MOVE WS-DROPPED-COUNT TO WS-COUNT-DISPLAY
            STRING "escrow delivered; " FUNCTION TRIM(WS-COUNT-DISPLAY)
                " stacks dropped at checkpoint (full inventory)"
                DELIMITED BY SIZE INTO WS-NOTE
        ELSE
            MOVE "escrow delivered to both inventories" TO WS-NOTE
        END-IF.

    *> Rebuilds one receiver's inventory file from the staged image
    *> plus the other side's escrow - always from the image, never
    *> from the live inventory file, which is what makes a second
    *> settlement of the same entry harmless.
    Deliver-To-Receiver.
        PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1 UNTIL WS-SLOT-INDEX > 46
            MOVE -1 TO WS-INVENTORY-SLOT-ID(WS-SLOT-INDEX)
            MOVE 0 TO WS-INVENTORY-SLOT-COUNT(WS-SLOT-INDEX)
            MOVE 0 TO WS-INVENTORY-SLOT-NBT-LENGTH(WS-SLOT-INDEX)
        END-PERFORM
        MOVE SPACES TO WS-IMAGE-FILE-NAME
        STRING "world/journal/" WS-OPEN-ID(WS-OPEN-IDX)
            WS-RECEIVER-SUFFIX DELIMITED BY SIZE INTO WS-IMAGE-FILE-NAME
        OPEN INPUT IMAGE-FILE
        IF WS-IMAGE-STATUS NOT = "00"
            MOVE "TRADE IMAGE MISSING; inventory left as saved" TO WS-NOTE
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-IMAGE-STATUS NOT = "00"
            READ IMAGE-FILE
            IF WS-IMAGE-STATUS = "00" AND IMAGE-SLOT-NUMBER < 46
                COMPUTE WS-SLOT-INDEX = IMAGE-SLOT-NUMBER + 1
                MOVE IMAGE-SLOT-PAYLOAD
                    TO WS-INVENTORY-ENTRY(WS-SLOT-INDEX)
            END-IF
        END-PERFORM
        CLOSE IMAGE-FILE

        MOVE SPACES TO WS-ESCROW-FILE-NAME
        STRING "world/journal/" WS-OPEN-ID(WS-OPEN-IDX) ".escrow"
            DELIMITED BY SIZE INTO WS-ESCROW-FILE-NAME
        OPEN INPUT ESCROW-FILE
        IF WS-ESCROW-STATUS = "00"
            PERFORM UNTIL WS-ESCROW-STATUS NOT = "00"
                READ ESCROW-FILE
                IF WS-ESCROW-STATUS = "00"
                        AND ESCROW-SIDE = WS-GIVER-SIDE
                    PERFORM Place-Escrowed-Stack
                END-IF
            END-PERFORM
            CLOSE ESCROW-FILE
        END-IF

        *> Written the way PlayerInventory-Save writes: .new, then mv
        MOVE SPACES TO WS-IMAGE-FILE-NAME
        STRING "inventories/" WS-RECEIVER-HEX ".dat.new"
            DELIMITED BY SIZE INTO WS-IMAGE-FILE-NAME
        OPEN OUTPUT IMAGE-FILE
        IF WS-IMAGE-STATUS NOT = "00"
            CALL "SYSTEM" USING "mkdir -p inventories"
            OPEN OUTPUT IMAGE-FILE
        END-IF
        IF WS-IMAGE-STATUS NOT = "00"
            DISPLAY "[journal] unable to open " FUNCTION TRIM(WS-IMAGE-FILE-NAME) ", status=" WS-IMAGE-STATUS
            EXIT PARAGRAPH
        END-IF
        PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1 UNTIL WS-SLOT-INDEX > 46
            IF WS-INVENTORY-SLOT-ID(WS-SLOT-INDEX) >= 0
                    AND WS-INVENTORY-SLOT-COUNT(WS-SLOT-INDEX) > 0
                COMPUTE IMAGE-SLOT-NUMBER = WS-SLOT-INDEX - 1
                MOVE WS-INVENTORY-ENTRY(WS-SLOT-INDEX)
                    TO IMAGE-SLOT-PAYLOAD
                WRITE IMAGE-RECORD
            END-IF
        END-PERFORM
        CLOSE IMAGE-FILE
        MOVE SPACES TO WS-COMMAND-LINE
        STRING "mv inventories/" WS-RECEIVER-HEX ".dat.new inventories/"
            WS-RECEIVER-HEX ".dat" DELIMITED BY SIZE INTO WS-COMMAND-LINE
        CALL "SYSTEM" USING WS-COMMAND-LINE.

    *> Main inventory and hotbar only (slots 9-44): a delivered stack
    *> never lands in the crafting grid or an armor slot.
    Place-Escrowed-Stack.
        MOVE "N" TO WS-PLACED-FLAG
        PERFORM VARYING WS-SLOT-INDEX FROM 10 BY 1
                UNTIL WS-SLOT-INDEX > 45 OR WS-PLACED-FLAG = "Y"
            IF WS-INVENTORY-SLOT-ID(WS-SLOT-INDEX) < 0
                    OR WS-INVENTORY-SLOT-COUNT(WS-SLOT-INDEX) = 0
                MOVE ESCROW-SLOT-PAYLOAD
                    TO WS-INVENTORY-ENTRY(WS-SLOT-INDEX)
                MOVE "Y" TO WS-PLACED-FLAG
            END-IF
        END-PERFORM
        IF WS-PLACED-FLAG NOT = "Y"
            MOVE ESCROW-SLOT-PAYLOAD TO WS-DROP-SLOT
            PERFORM Find-Drop-Position
            CALL "World-DropItem-FromBlock" USING WS-DROP-SLOT
                WS-DROP-POSITION
            ADD 1 TO WS-DROPPED-COUNT
        END-IF.

    Find-Drop-Position.
        MOVE SPACES TO WS-CHECKPOINT-FILE-NAME
        STRING "checkpoints/" WS-RECEIVER-HEX ".dat"
            DELIMITED BY SIZE INTO WS-CHECKPOINT-FILE-NAME
        OPEN INPUT CHECKPOINT-FILE
        IF WS-CHECKPOINT-STATUS = "00"
            READ CHECKPOINT-FILE INTO WS-CHECKPOINT-LINE
        END-IF
        IF WS-CHECKPOINT-STATUS = "00"
            *> De-edit through fixed point, as SessionCheckpoint-Load does
            MOVE WS-CHECKPOINT-X TO WS-FIXED-POSITION
            COMPUTE WS-DROP-X = FUNCTION INTEGER(WS-FIXED-POSITION)
            MOVE WS-CHECKPOINT-Y TO WS-FIXED-POSITION
            COMPUTE WS-DROP-Y = FUNCTION INTEGER(WS-FIXED-POSITION)
            MOVE WS-CHECKPOINT-Z TO WS-FIXED-POSITION
            COMPUTE WS-DROP-Z = FUNCTION INTEGER(WS-FIXED-POSITION)
            CLOSE CHECKPOINT-FILE
        ELSE
            IF WS-CHECKPOINT-STATUS NOT = "35"
                CLOSE CHECKPOINT-FILE
            END-IF
            CALL "WorldSpawn-Get" USING WS-SPAWN-POSITION
            COMPUTE WS-DROP-X = FUNCTION INTEGER(WS-SPAWN-X)
            COMPUTE WS-DROP-Y = FUNCTION INTEGER(WS-SPAWN-Y)
            COMPUTE WS-DROP-Z = FUNCTION INTEGER(WS-SPAWN-Z)
        END-IF.

    *> Looks for a ledger row of WS-FIND-KIND between the two parties
    *> for WS-FIND-AMOUNT, stamped no earlier than the journal entry.
    Find-Ledger-Row.
        MOVE "N" TO WS-LEDGER-FOUND-FLAG
        OPEN INPUT LEDGER-FILE
        IF WS-LEDGER-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-LEDGER-STATUS NOT = "00"
                OR WS-LEDGER-FOUND-FLAG = "Y"
            READ LEDGER-FILE INTO WS-TX-LINE
            IF WS-LEDGER-STATUS = "00" AND WS-TX-TIMESTAMP IS NUMERIC
                    AND WS-TX-TIMESTAMP >= WS-FIND-SINCE
                    AND WS-TX-KIND = WS-FIND-KIND
                    AND WS-TX-FROM = WS-FIND-FROM
                    AND WS-TX-TO = WS-FIND-TO
                MOVE WS-TX-AMOUNT TO WS-TX-AMOUNT-VALUE
                IF WS-TX-AMOUNT-VALUE = WS-FIND-AMOUNT
                    MOVE "Y" TO WS-LEDGER-FOUND-FLAG
                END-IF
            END-IF
        END-PERFORM
        CLOSE LEDGER-FILE.

    Report-Settled-Entry.
        MOVE WS-OPEN-AMOUNT(WS-OPEN-IDX) TO WS-AMOUNT-DISPLAY
        MOVE SPACES TO WS-REPORT-LINE
        STRING WS-OUTCOME " " WS-OPEN-KIND(WS-OPEN-IDX) " "
            WS-OPEN-ID(WS-OPEN-IDX) " "
            WS-OPEN-FROM(WS-OPEN-IDX) " -> " WS-OPEN-TO(WS-OPEN-IDX)
            " amount " FUNCTION TRIM(WS-AMOUNT-DISPLAY) ": "
            FUNCTION TRIM(WS-NOTE)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        DISPLAY "[journal] " FUNCTION TRIM(WS-REPORT-LINE)
        IF WS-REPORT-STATUS = "00"
            WRITE RECOVERY-REPORT-RECORD FROM WS-REPORT-LINE
        END-IF.

END PROGRAM JournalRecovery-Run.
