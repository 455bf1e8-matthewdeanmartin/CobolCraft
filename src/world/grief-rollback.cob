                04 WS-SIM-Z     BINARY-LONG.
            03 WS-SIM-STATE     BINARY-LONG.
    01 WS-SIM-INDEX             BINARY-LONG UNSIGNED.

    *> --- the staff-actions.log row for a real run ---
    01 WS-ACTION-KIND           PIC X(8) VALUE "ROLLBACK".
    01 WS-ACTION-DETAIL         PIC X(128).
    01 WS-ACTION-PLAYER         PIC X(32).
    01 WS-ACTION-FROM           PIC 9(10).
    01 WS-ACTION-TO             PIC 9(10).
    01 WS-ACTION-MIN-X          PIC -(9)9.
    01 WS-ACTION-MIN-Y          PIC -(9)9.
    01 WS-ACTION-MIN-Z          PIC -(9)9.
    01 WS-ACTION-MAX-X          PIC -(9)9.
    01 WS-ACTION-MAX-Y          PIC -(9)9.
    01 WS-ACTION-MAX-Z          PIC -(9)9.
    COPY DD-BLOCK-CHANGE-LOG-ENTRY REPLACING LEADING ==PREFIX== BY ==CHANGE==.

LINKAGE SECTION.
    ELSE
        DISPLAY "[rollback] undid " WS-UNDONE-COUNT " rows, "
            WS-SKIPPED-COUNT " skipped (changed since)"
        PERFORM Record-Staff-Action
    END-IF

    GOBACK.

    *> Which staff member ran it, and with what filter, for the weekly
    *> staff report; the undone rows themselves carry no player.
    Record-Staff-Action.
        IF LK-PLAYER-UUID-HEX = SPACES
            MOVE "any" TO WS-ACTION-PLAYER
        ELSE
            MOVE LK-PLAYER-UUID-HEX TO WS-ACTION-PLAYER
        END-IF
        MOVE LK-FROM-TS TO WS-ACTION-FROM
        MOVE WS-EFFECTIVE-TO-TS TO WS-ACTION-TO
        MOVE LK-BOX-MIN-X TO WS-ACTION-MIN-X
        MOVE LK-BOX-MIN-Y TO WS-ACTION-MIN-Y
        MOVE LK-BOX-MIN-Z TO WS-ACTION-MIN-Z
        MOVE LK-BOX-MAX-X TO WS-ACTION-MAX-X
        MOVE LK-BOX-MAX-Y TO WS-ACTION-MAX-Y
        MOVE LK-BOX-MAX-Z TO WS-ACTION-MAX-Z
        MOVE SPACES TO WS-ACTION-DETAIL
        STRING "player " FUNCTION TRIM(WS-ACTION-PLAYER)
            " " WS-ACTION-FROM "-" WS-ACTION-TO " box "
            FUNCTION TRIM(WS-ACTION-MIN-X) ","
            FUNCTION TRIM(WS-ACTION-MIN-Y) ","
            FUNCTION TRIM(WS-ACTION-MIN-Z) " "
            FUNCTION TRIM(WS-ACTION-MAX-X) ","
            FUNCTION TRIM(WS-ACTION-MAX-Y) ","
            FUNCTION TRIM(WS-ACTION-MAX-Z)
            DELIMITED BY SIZE INTO WS-ACTION-DETAIL
        CALL "StaffActionLog-Append" USING WS-ACTION-KIND WS-UNDONE-COUNT
            WS-ACTION-DETAIL.

    *> The live world state, except that in a dry run a position an
    *> earlier "would undo" touched reads as the state that undo would
    *> have left behind.
