*> alert log, and the monitoring outbox). The alert fires once per
*> degradation - it re-arms only after a sample back above the
*> threshold - so a long incident doesn't spam staff every minute.
*> Each sample also closes the lag profile's running minute
*> (LagProfile-CloseMinute), and the alert names the positions whose
*> tick work in that minute reached lag-alert-ops-per-minute (default
*> 600), with their claim owners - the hopper chain or clock behind
*> the dip, not just the dip.
IDENTIFICATION DIVISION.
PROGRAM-ID. PerformanceSampler-Record.

    01 WS-TPS-DISPLAY           PIC Z(4)9.99.
    01 WS-THRESHOLD-DISPLAY     PIC Z(4)9.
    01 WS-ALERT-LINE            PIC X(200).
    01 WS-LAG-KEY               PIC X(32) VALUE "lag-alert-ops-per-minute".
    01 WS-LAG-DEFAULT           BINARY-LONG VALUE 600.
    01 WS-LAG-THRESHOLD         BINARY-LONG.
    01 WS-LAG-SUSPECTS          PIC X(112).
    01 WS-LAG-SUSPECT-COUNT     BINARY-LONG UNSIGNED.
    01 WS-PING-SUM              BINARY-DOUBLE UNSIGNED.
    01 WS-PING-SAMPLES          BINARY-LONG UNSIGNED.
    01 WS-PING-AVG              BINARY-LONG UNSIGNED.
    CALL "Time-UnixSeconds" USING WS-NOW
    CALL "Server-GetTPS" USING WS-TPS
    CALL "World-GetLoadedChunkCount" USING WS-CHUNK-COUNT
    CALL "LagProfile-CloseMinute"

    MOVE 0 TO WS-ONLINE-COUNT
    PERFORM VARYING PLAYER-IDX FROM 1 BY 1 UNTIL PLAYER-IDX > PLAYER-COUNT
        MOVE WS-TPS TO WS-TPS-DISPLAY
        MOVE WS-THRESHOLD-NUMBER TO WS-THRESHOLD-DISPLAY
        MOVE SPACES TO WS-ALERT-LINE
        CALL "ServerConfig-GetNumber" USING WS-LAG-KEY WS-LAG-DEFAULT
            WS-LAG-THRESHOLD
        CALL "LagProfile-DipSuspects" USING WS-LAG-THRESHOLD
            WS-LAG-SUSPECTS WS-LAG-SUSPECT-COUNT
        IF WS-LAG-SUSPECT-COUNT = 0
            STRING "Server TPS has been below "
                FUNCTION TRIM(WS-THRESHOLD-DISPLAY) " for "
                "3 minutes (now " FUNCTION TRIM(WS-TPS-DISPLAY)
                ") - check /opstatus"
                DELIMITED BY SIZE INTO WS-ALERT-LINE
        ELSE
            STRING "TPS below " FUNCTION TRIM(WS-THRESHOLD-DISPLAY)
                " for 3 min (now " FUNCTION TRIM(WS-TPS-DISPLAY)
                "); lag: " FUNCTION TRIM(WS-LAG-SUSPECTS)
                DELIMITED BY SIZE INTO WS-ALERT-LINE
        END-IF
        CALL "Alert-Raise" USING "CRIT    " "TPS             "
            WS-ALERT-LINE.

