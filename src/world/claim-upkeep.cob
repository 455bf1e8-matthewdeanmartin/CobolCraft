       >>SOURCE FORMAT FREE
*> --- ClaimUpkeep-Run ---
*> Weekly batch job that bills every claim in config/regions.txt for
*> the land it holds, so claiming stops being free forever. The fee is
*> claim-upkeep-fee (default 1) per started claim-upkeep-area blocks
*> of footprint (default 256, one chunk column), moved from the owner
*> to the server account (all-zero hex) through Balance-Transfer under
*> its own transaction kind, UPKEEP, with the claim name as memo.
*>
*>   - an owner who cannot cover the bill is mailed a notice; the
*>     unpaid amount is carried in world/claim-upkeep.dat and added to
*>     the next week's bill;
*>   - a claim still unpaid claim-upkeep-grace-days (default 14) after
*>     its first shortfall is DELINQUENT: listed for staff in the
*>     report, raised once per run as a WARN alert, and mailed again -
*>     what happens to the land is staff's call;
*>   - paying the whole arrears clears the claim's record;
*>   - claims staff marked with "/claim exempt" and claims owned by the
*>     server account are not billed.
*>
*> The run is reported to reports/claim-upkeep-<timestamp>.log with
*> one line per charged, short, delinquent and exempt claim.
*> Not one of NightlyBatch-Run's steps - run nightly it would bill
*> every claim seven times a week. The host's scheduler starts it once
*> a week, as it starts the nightly stream, and reads the same
*> completion code (0 done, 8 could not write the report or its state
*> file).
IDENTIFICATION DIVISION.
PROGRAM-ID. ClaimUpkeep-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STATE-FILE ASSIGN TO WS-STATE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATE-STATUS.
    SELECT EXEMPT-FILE ASSIGN TO "config/regions-exempt.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXEMPT-STATUS.
    SELECT UPKEEP-REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD STATE-FILE.
01 STATE-RECORD                PIC X(96).
FD EXEMPT-FILE.
01 EXEMPT-RECORD               PIC X(80).
FD UPKEEP-REPORT-FILE.
01 UPKEEP-REPORT-RECORD        PIC X(160).

WORKING-STORAGE SECTION.
    COPY DD-REGION-ENTRY REPLACING LEADING ==PREFIX== BY ==WS==.
    COPY DD-PLAYER-STATS REPLACING LEADING ==PREFIX== BY ==WS==.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-STATE-STATUS          PIC X(2).
    01 WS-STATE-SAVE-FAILED     PIC X(1).
    01 WS-EXEMPT-STATUS         PIC X(2).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-NOW-DISPLAY           PIC 9(10).
    01 WS-STATE-FILE-NAME       PIC X(128).
    01 WS-REPORT-FILE-NAME      PIC X(128).

    01 WS-FEE-KEY               PIC X(32) VALUE "claim-upkeep-fee".
    01 WS-FEE-DEFAULT           BINARY-LONG VALUE 1.
    01 WS-FEE                   BINARY-LONG.
    01 WS-AREA-KEY              PIC X(32) VALUE "claim-upkeep-area".
    01 WS-AREA-DEFAULT          BINARY-LONG VALUE 256.
    01 WS-AREA-UNIT             BINARY-LONG.
    01 WS-GRACE-KEY             PIC X(32) VALUE "claim-upkeep-grace-days".
    01 WS-GRACE-DEFAULT         BINARY-LONG VALUE 14.
    01 WS-GRACE-DAYS            BINARY-LONG.
    01 WS-GRACE-SECONDS         BINARY-LONG UNSIGNED.

    *> --- every claim, as read from config/regions.txt ---
    01 WS-CLAIM-MAX             BINARY-LONG UNSIGNED VALUE 512.
    01 WS-CLAIM-COUNT           BINARY-LONG UNSIGNED VALUE 0.
    01 WS-CLAIM-TABLE.
        02 WS-CLAIM-ENTRY OCCURS 512 TIMES.
            03 WS-CLAIM-NAME        PIC X(32).
            03 WS-CLAIM-OWNER       PIC X(32).
            03 WS-CLAIM-AREA        BINARY-DOUBLE UNSIGNED.
            03 WS-CLAIM-EXEMPT      PIC X(1).
            03 WS-CLAIM-SHORT-SINCE BINARY-LONG UNSIGNED.
            03 WS-CLAIM-ARREARS     BINARY-LONG.
    01 WS-CLAIM-IDX             BINARY-LONG UNSIGNED.
    01 WS-REGION-INDEX          BINARY-LONG UNSIGNED.
    01 WS-REGION-FOUND-FLAG     PIC X(1).

    *> --- world/claim-upkeep.dat: one row per claim in arrears ---
    01 WS-STATE-LINE.
        02 WS-STATE-NAME        PIC X(32).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-STATE-OWNER       PIC X(32).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-STATE-SINCE       PIC 9(10).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-STATE-ARREARS     PIC 9(10).

    01 WS-UNITS                 BINARY-DOUBLE UNSIGNED.
    01 WS-BILL                  BINARY-LONG.
    01 WS-TRANSFER-KIND         PIC X(8) VALUE "UPKEEP".
    01 WS-TRANSFER-MEMO         PIC X(64).
    01 WS-TRANSFER-OK           PIC X(1).
    01 WS-SERVER-HEX            PIC X(32) VALUE ALL "0".
    01 WS-SERVER-NAME           PIC X(16) VALUE "server".
    01 WS-MAIL-KIND             PIC X(1) VALUE "M".
    01 WS-MAIL-TEXT             PIC X(200).
    01 WS-ALERT-TEXT            PIC X(200).

    01 WS-CHARGED-COUNT         BINARY-LONG UNSIGNED VALUE 0.
    01 WS-SHORT-COUNT           BINARY-LONG UNSIGNED VALUE 0.
    01 WS-DELINQUENT-COUNT      BINARY-LONG UNSIGNED VALUE 0.
    01 WS-EXEMPT-COUNT          BINARY-LONG UNSIGNED VALUE 0.
    01 WS-COLLECTED             BINARY-DOUBLE VALUE 0.
    01 WS-OUTSTANDING           BINARY-DOUBLE VALUE 0.
    01 WS-COUNT-DISPLAY         PIC Z(8)9.
    01 WS-MONEY-DISPLAY         PIC -(12)9.
    01 WS-BILL-DISPLAY          PIC Z(8)9.
    01 WS-GRACE-DISPLAY         PIC Z(5)9.
    01 WS-REPORT-LINE.
        02 WS-REPORT-STATUS     PIC X(10).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-REPORT-NAME       PIC X(32).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-REPORT-OWNER      PIC X(32).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-REPORT-USERNAME   PIC X(16).
        02 FILLER               PIC X(6) VALUE " area ".
        02 WS-REPORT-AREA       PIC Z(9)9.
        02 FILLER               PIC X(6) VALUE " bill ".
        02 WS-REPORT-BILL       PIC Z(9)9.

PROCEDURE DIVISION.
    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE WS-NOW TO WS-NOW-DISPLAY
    MOVE "N" TO WS-STATE-SAVE-FAILED
    MOVE 0 TO WS-CLAIM-COUNT
    MOVE 0 TO WS-CHARGED-COUNT
    MOVE 0 TO WS-SHORT-COUNT
    MOVE 0 TO WS-DELINQUENT-COUNT
    MOVE 0 TO WS-EXEMPT-COUNT
    MOVE 0 TO WS-COLLECTED
    MOVE 0 TO WS-OUTSTANDING
    CALL "ServerConfig-GetNumber" USING WS-FEE-KEY WS-FEE-DEFAULT WS-FEE
    CALL "ServerConfig-GetNumber" USING WS-AREA-KEY WS-AREA-DEFAULT
        WS-AREA-UNIT
    IF WS-AREA-UNIT < 1
        MOVE WS-AREA-DEFAULT TO WS-AREA-UNIT
    END-IF
    CALL "ServerConfig-GetNumber" USING WS-GRACE-KEY WS-GRACE-DEFAULT
        WS-GRACE-DAYS
    COMPUTE WS-GRACE-SECONDS = WS-GRACE-DAYS * 86400
    IF WS-FEE < 1
        DISPLAY "[claim-upkeep] claim-upkeep-fee is 0; nothing billed"
        MOVE 0 TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM Load-Claims
    IF WS-CLAIM-COUNT = 0
        DISPLAY "[claim-upkeep] no claims defined"
        MOVE 0 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM Load-Exempt-List
    PERFORM Load-Arrears

    MOVE SPACES TO WS-REPORT-FILE-NAME
    STRING "reports/claim-upkeep-" WS-NOW-DISPLAY ".log"
        DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME
    OPEN OUTPUT UPKEEP-REPORT-FILE
    IF WS-FILE-STATUS NOT = "00"
        CALL "SYSTEM" USING "mkdir -p reports"
        OPEN OUTPUT UPKEEP-REPORT-FILE
    END-IF
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "[claim-upkeep] unable to open " FUNCTION TRIM(WS-REPORT-FILE-NAME) ", status=" WS-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE WS-FEE TO WS-BILL-DISPLAY
    MOVE WS-AREA-UNIT TO WS-COUNT-DISPLAY
    MOVE WS-GRACE-DAYS TO WS-GRACE-DISPLAY
    MOVE SPACES TO UPKEEP-REPORT-RECORD
    STRING "CLAIM UPKEEP " WS-NOW-DISPLAY " - "
        FUNCTION TRIM(WS-BILL-DISPLAY) " per "
        FUNCTION TRIM(WS-COUNT-DISPLAY) " blocks of area, delinquent "
        FUNCTION TRIM(WS-GRACE-DISPLAY) " days after a shortfall"
        DELIMITED BY SIZE INTO UPKEEP-REPORT-RECORD
    WRITE UPKEEP-REPORT-RECORD

    PERFORM VARYING WS-CLAIM-IDX FROM 1 BY 1
            UNTIL WS-CLAIM-IDX > WS-CLAIM-COUNT
        PERFORM Bill-Claim
    END-PERFORM

    MOVE SPACES TO UPKEEP-REPORT-RECORD
    WRITE UPKEEP-REPORT-RECORD
    MOVE WS-CHARGED-COUNT TO WS-COUNT-DISPLAY
    MOVE WS-COLLECTED TO WS-MONEY-DISPLAY
    MOVE SPACES TO UPKEEP-REPORT-RECORD
    STRING "CHARGED: " FUNCTION TRIM(WS-COUNT-DISPLAY) " collected "
        FUNCTION TRIM(WS-MONEY-DISPLAY)
        DELIMITED BY SIZE INTO UPKEEP-REPORT-RECORD
    WRITE UPKEEP-REPORT-RECORD
    MOVE WS-SHORT-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO UPKEEP-REPORT-RECORD
    STRING "SHORT: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO UPKEEP-REPORT-RECORD
    WRITE UPKEEP-REPORT-RECORD
    MOVE WS-DELINQUENT-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO UPKEEP-REPORT-RECORD
    STRING "DELINQUENT: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO UPKEEP-REPORT-RECORD
    WRITE UPKEEP-REPORT-RECORD
    MOVE WS-OUTSTANDING TO WS-MONEY-DISPLAY
    MOVE SPACES TO UPKEEP-REPORT-RECORD
    STRING "OUTSTANDING: " FUNCTION TRIM(WS-MONEY-DISPLAY)
        DELIMITED BY SIZE INTO UPKEEP-REPORT-RECORD
    WRITE UPKEEP-REPORT-RECORD
    MOVE WS-EXEMPT-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO UPKEEP-REPORT-RECORD
    STRING "EXEMPT: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO UPKEEP-REPORT-RECORD
    WRITE UPKEEP-REPORT-RECORD
    CLOSE UPKEEP-REPORT-FILE

    PERFORM Save-Arrears

    IF WS-DELINQUENT-COUNT > 0
        MOVE WS-DELINQUENT-COUNT TO WS-COUNT-DISPLAY
        MOVE SPACES TO WS-ALERT-TEXT
        STRING FUNCTION TRIM(WS-COUNT-DISPLAY)
            " claims delinquent on upkeep - see "
            FUNCTION TRIM(WS-REPORT-FILE-NAME)
            DELIMITED BY SIZE INTO WS-ALERT-TEXT
        CALL "Alert-Raise" USING "WARN    " "UPKEEP          "
            WS-ALERT-TEXT
    END-IF
    DISPLAY "[claim-upkeep] wrote " FUNCTION TRIM(WS-REPORT-FILE-NAME)

    IF WS-STATE-SAVE-FAILED = "Y"
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    GOBACK.

    Load-Claims.
        MOVE 0 TO WS-REGION-INDEX
        MOVE "Y" TO WS-REGION-FOUND-FLAG
        PERFORM UNTIL WS-REGION-FOUND-FLAG NOT = "Y"
            ADD 1 TO WS-REGION-INDEX
            CALL "Regions-GetEntry" USING WS-REGION-INDEX WS-REGION
                WS-REGION-FOUND-FLAG
            IF WS-REGION-FOUND-FLAG = "Y"
                IF WS-CLAIM-COUNT >= WS-CLAIM-MAX
                    DISPLAY "[claim-upkeep] more than " WS-CLAIM-MAX
                        " claims; the rest wait for the next run"
                    EXIT PERFORM
                END-IF
                ADD 1 TO WS-CLAIM-COUNT
                MOVE WS-REGION-NAME TO WS-CLAIM-NAME(WS-CLAIM-COUNT)
                MOVE WS-REGION-OWNER-HEX TO WS-CLAIM-OWNER(WS-CLAIM-COUNT)
                COMPUTE WS-CLAIM-AREA(WS-CLAIM-COUNT) =
                    (WS-REGION-MAX-X - WS-REGION-MIN-X + 1)
                    * (WS-REGION-MAX-Z - WS-REGION-MIN-Z + 1)
                MOVE "N" TO WS-CLAIM-EXEMPT(WS-CLAIM-COUNT)
                MOVE 0 TO WS-CLAIM-SHORT-SINCE(WS-CLAIM-COUNT)
                MOVE 0 TO WS-CLAIM-ARREARS(WS-CLAIM-COUNT)
            END-IF
        END-PERFORM.

    Load-Exempt-List.
        OPEN INPUT EXEMPT-FILE
        IF WS-EXEMPT-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-EXEMPT-STATUS NOT = "00"
            READ EXEMPT-FILE
            IF WS-EXEMPT-STATUS = "00"
                PERFORM VARYING WS-CLAIM-IDX FROM 1 BY 1
                        UNTIL WS-CLAIM-IDX > WS-CLAIM-COUNT
                    IF WS-CLAIM-NAME(WS-CLAIM-IDX) = EXEMPT-RECORD(1:32)
                        MOVE "Y" TO WS-CLAIM-EXEMPT(WS-CLAIM-IDX)
                    END-IF
                END-PERFORM
            END-IF
        END-PERFORM
        CLOSE EXEMPT-FILE.

    *> Arrears only stand for the claim and owner they were run up on:
    *> a claim since deleted and recreated starts clean.
    Load-Arrears.
        MOVE "world/claim-upkeep.dat" TO WS-STATE-FILE-NAME
        OPEN INPUT STATE-FILE
        IF WS-STATE-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-STATE-STATUS NOT = "00"
            READ STATE-FILE INTO WS-STATE-LINE
            IF WS-STATE-STATUS = "00" AND WS-STATE-SINCE IS NUMERIC
                    AND WS-STATE-ARREARS IS NUMERIC
                PERFORM VARYING WS-CLAIM-IDX FROM 1 BY 1
                        UNTIL WS-CLAIM-IDX > WS-CLAIM-COUNT
                    IF WS-CLAIM-NAME(WS-CLAIM-IDX) = WS-STATE-NAME
                            AND WS-CLAIM-OWNER(WS-CLAIM-IDX)
                                = WS-STATE-OWNER
                        MOVE WS-STATE-SINCE
                            TO WS-CLAIM-SHORT-SINCE(WS-CLAIM-IDX)
                        MOVE WS-STATE-ARREARS
                            TO WS-CLAIM-ARREARS(WS-CLAIM-IDX)
                    END-IF
                END-PERFORM
            END-IF
        END-PERFORM
        CLOSE STATE-FILE.

    Bill-Claim.
        MOVE WS-CLAIM-NAME(WS-CLAIM-IDX) TO WS-REPORT-NAME
        MOVE WS-CLAIM-OWNER(WS-CLAIM-IDX) TO WS-REPORT-OWNER
        CALL "Stats-Get" USING WS-CLAIM-OWNER(WS-CLAIM-IDX) WS-STATS
        MOVE WS-STATS-USERNAME TO WS-REPORT-USERNAME
        MOVE WS-CLAIM-AREA(WS-CLAIM-IDX) TO WS-REPORT-AREA

        IF WS-CLAIM-EXEMPT(WS-CLAIM-IDX) = "Y"
                OR WS-CLAIM-OWNER(WS-CLAIM-IDX) = WS-SERVER-HEX
            MOVE 0 TO WS-CLAIM-SHORT-SINCE(WS-CLAIM-IDX)
            MOVE 0 TO WS-CLAIM-ARREARS(WS-CLAIM-IDX)
            MOVE 0 TO WS-REPORT-BILL
            ADD 1 TO WS-EXEMPT-COUNT
            MOVE "EXEMPT" TO WS-REPORT-STATUS
            WRITE UPKEEP-REPORT-RECORD FROM WS-REPORT-LINE
            EXIT PARAGRAPH
        END-IF

        *> Every started area unit is billed in full
        COMPUTE WS-UNITS = (WS-CLAIM-AREA(WS-CLAIM-IDX) + WS-AREA-UNIT - 1)
            / WS-AREA-UNIT
        COMPUTE WS-BILL = WS-UNITS * WS-FEE + WS-CLAIM-ARREARS(WS-CLAIM-IDX)
        MOVE WS-BILL TO WS-REPORT-BILL

        MOVE SPACES TO WS-TRANSFER-MEMO
        STRING "claim " FUNCTION TRIM(WS-CLAIM-NAME(WS-CLAIM-IDX))
            DELIMITED BY SIZE INTO WS-TRANSFER-MEMO
        CALL "Balance-Transfer" USING WS-CLAIM-OWNER(WS-CLAIM-IDX)
            WS-SERVER-HEX WS-BILL WS-TRANSFER-KIND WS-TRANSFER-MEMO
            WS-TRANSFER-OK
        IF WS-TRANSFER-OK = "Y"
            MOVE 0 TO WS-CLAIM-SHORT-SINCE(WS-CLAIM-IDX)
            MOVE 0 TO WS-CLAIM-ARREARS(WS-CLAIM-IDX)
            ADD WS-BILL TO WS-COLLECTED
            ADD 1 TO WS-CHARGED-COUNT
            MOVE "CHARGED" TO WS-REPORT-STATUS
            WRITE UPKEEP-REPORT-RECORD FROM WS-REPORT-LINE
            EXIT PARAGRAPH
        END-IF

        *> Short: the whole bill rolls over to next week
        MOVE WS-BILL TO WS-CLAIM-ARREARS(WS-CLAIM-IDX)
        ADD WS-BILL TO WS-OUTSTANDING
        IF WS-CLAIM-SHORT-SINCE(WS-CLAIM-IDX) = 0
            MOVE WS-NOW TO WS-CLAIM-SHORT-SINCE(WS-CLAIM-IDX)
        END-IF
        MOVE WS-BILL TO WS-BILL-DISPLAY
        MOVE WS-GRACE-DAYS TO WS-GRACE-DISPLAY
        MOVE SPACES TO WS-MAIL-TEXT
        IF WS-NOW - WS-CLAIM-SHORT-SINCE(WS-CLAIM-IDX) >= WS-GRACE-SECONDS
            STRING "Your claim " FUNCTION TRIM(WS-CLAIM-NAME(WS-CLAIM-IDX))
                " is delinquent: " FUNCTION TRIM(WS-BILL-DISPLAY)
                " upkeep is unpaid past the grace period and staff have"
                " been told. Pay it off to keep the land."
                DELIMITED BY SIZE INTO WS-MAIL-TEXT
            ADD 1 TO WS-DELINQUENT-COUNT
            MOVE "DELINQUENT" TO WS-REPORT-STATUS
        ELSE
            STRING "Upkeep of " FUNCTION TRIM(WS-BILL-DISPLAY)
                " for your claim " FUNCTION TRIM(WS-CLAIM-NAME(WS-CLAIM-IDX))
                " could not be paid. It is added to next week's bill;"
                " unpaid after " FUNCTION TRIM(WS-GRACE-DISPLAY)
                " days the claim goes to staff as delinquent."
                DELIMITED BY SIZE INTO WS-MAIL-TEXT
            ADD 1 TO WS-SHORT-COUNT
            MOVE "SHORT" TO WS-REPORT-STATUS
        END-IF
        CALL "Mail-Send" USING WS-MAIL-KIND WS-SERVER-HEX WS-SERVER-NAME
            WS-CLAIM-OWNER(WS-CLAIM-IDX) WS-MAIL-TEXT
        WRITE UPKEEP-REPORT-RECORD FROM WS-REPORT-LINE.

    Save-Arrears.
        MOVE "world/claim-upkeep.dat.new" TO WS-STATE-FILE-NAME
        OPEN OUTPUT STATE-FILE
        IF WS-STATE-STATUS NOT = "00"
            CALL "SYSTEM" USING "mkdir -p world"
            OPEN OUTPUT STATE-FILE
        END-IF
        IF WS-STATE-STATUS NOT = "00"
            DISPLAY "[claim-upkeep] unable to open " FUNCTION TRIM(WS-STATE-FILE-NAME) ", status=" WS-STATE-STATUS
            MOVE "Y" TO WS-STATE-SAVE-FAILED
            EXIT PARAGRAPH
        END-IF
        PERFORM VARYING WS-CLAIM-IDX FROM 1 BY 1
                UNTIL WS-CLAIM-IDX > WS-CLAIM-COUNT
            IF WS-CLAIM-ARREARS(WS-CLAIM-IDX) > 0
                MOVE WS-CLAIM-NAME(WS-CLAIM-IDX) TO WS-STATE-NAME
                MOVE WS-CLAIM-OWNER(WS-CLAIM-IDX) TO WS-STATE-OWNER
                MOVE WS-CLAIM-SHORT-SINCE(WS-CLAIM-IDX) TO WS-STATE-SINCE
                MOVE WS-CLAIM-ARREARS(WS-CLAIM-IDX) TO WS-STATE-ARREARS
                WRITE STATE-RECORD FROM WS-STATE-LINE
            END-IF
        END-PERFORM
        CLOSE STATE-FILE
        CALL "SYSTEM" USING "mv world/claim-upkeep.dat.new world/claim-upkeep.dat".

END PROGRAM ClaimUpkeep-Run.
