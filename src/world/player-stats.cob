*> --- Stats-Get ---
*> Reads one player's lifetime counters from their per-UUID file under
*> stats/ (one fixed line: the six counters, then the username for
*> human eyes, then the crafted counter - added after the username so
*> files written before it existed still read, as zero crafts - the
*> same per-UUID arrangement checkpoints and inventories use). A
*> player with no file yet reads as all zeros.
IDENTIFICATION DIVISION.
PROGRAM-ID. Stats-Get.

        02 WS-LINE-DISTANCE     PIC 9(12).
        02 FILLER               PIC X.
        02 WS-LINE-USERNAME     PIC X(16).
        02 FILLER               PIC X.
        02 WS-LINE-CRAFTED      PIC 9(12).

LINKAGE SECTION.
    01 LK-UUID-HEX              PIC X(32).
        MOVE WS-LINE-SECONDS TO LK-STATS-SECONDS
        MOVE WS-LINE-DISTANCE TO LK-STATS-DISTANCE
        MOVE WS-LINE-USERNAME TO LK-STATS-USERNAME
        IF WS-LINE-CRAFTED IS NUMERIC
            MOVE WS-LINE-CRAFTED TO LK-STATS-CRAFTED
        END-IF
    END-IF
    CLOSE STATS-FILE


*> --- Stats-Add ---
*> Adds LK-AMOUNT to one named lifetime counter ("BROKEN", "PLACED",
*> "MESSAGES", "SESSIONS", "SECONDS", "DISTANCE", "CRAFTED") in a
*> player's stats file, creating the file on first touch. Called live
*> from the places that already see the events: BlockChangeLog-Append,
*> RecvPacket-ChatMessage, PlayerSession-End, the movement handler's
*> distance flush and the crafting table's CraftingTable-CheckAt.
*> LK-USERNAME refreshes the stored name when non-blank, so /top
*> always shows whoever the UUID most recently logged in as. Once the
*> new counters are written, Achievements-Check is handed the
*> counter's value from before the add, so it can award any
*> achievement the add carried it across.
IDENTIFICATION DIVISION.
PROGRAM-ID. Stats-Add.

    01 WS-FILE-STATUS           PIC X(2).
    01 WS-STATS-FILE-NAME       PIC X(128).
    COPY DD-PLAYER-STATS REPLACING LEADING ==PREFIX== BY ==WS==.
    01 WS-OLD-VALUE             BINARY-DOUBLE UNSIGNED.
    01 WS-STATS-LINE.
        02 WS-LINE-BROKEN       PIC 9(12).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-LINE-DISTANCE     PIC 9(12).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-LINE-USERNAME     PIC X(16).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-LINE-CRAFTED      PIC 9(12).

LINKAGE SECTION.
    01 LK-UUID-HEX              PIC X(32).

    EVALUATE LK-STAT-NAME
        WHEN "BROKEN"
            MOVE WS-STATS-BROKEN TO WS-OLD-VALUE
            ADD LK-AMOUNT TO WS-STATS-BROKEN
        WHEN "PLACED"
            MOVE WS-STATS-PLACED TO WS-OLD-VALUE
            ADD LK-AMOUNT TO WS-STATS-PLACED
        WHEN "MESSAGES"
            MOVE WS-STATS-MESSAGES TO WS-OLD-VALUE
            ADD LK-AMOUNT TO WS-STATS-MESSAGES
        WHEN "SESSIONS"
            MOVE WS-STATS-SESSIONS TO WS-OLD-VALUE
            ADD LK-AMOUNT TO WS-STATS-SESSIONS
        WHEN "SECONDS"
            MOVE WS-STATS-SECONDS TO WS-OLD-VALUE
            ADD LK-AMOUNT TO WS-STATS-SECONDS
        WHEN "DISTANCE"
            MOVE WS-STATS-DISTANCE TO WS-OLD-VALUE
            ADD LK-AMOUNT TO WS-STATS-DISTANCE
        WHEN "CRAFTED"
            MOVE WS-STATS-CRAFTED TO WS-OLD-VALUE
            ADD LK-AMOUNT TO WS-STATS-CRAFTED
        WHEN OTHER
            GOBACK
    END-EVALUATE
    MOVE WS-STATS-SECONDS TO WS-LINE-SECONDS
    MOVE WS-STATS-DISTANCE TO WS-LINE-DISTANCE
    MOVE WS-STATS-USERNAME TO WS-LINE-USERNAME
    MOVE WS-STATS-CRAFTED TO WS-LINE-CRAFTED

    OPEN OUTPUT STATS-FILE
    IF WS-FILE-STATUS NOT = "00"
    WRITE STATS-RECORD FROM WS-STATS-LINE
    CLOSE STATS-FILE

    CALL "Achievements-Check" USING LK-UUID-HEX LK-STAT-NAME
        WS-OLD-VALUE WS-STATS

    GOBACK.

END PROGRAM Stats-Add.
