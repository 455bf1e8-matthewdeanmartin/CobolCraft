       >>SOURCE FORMAT FREE
*> --- BanList-LoadActive ---
*> The UUID hex of every ban in config/banned-players.txt that still
*> holds right now - permanent rows, pre-expiry-stamp rows, and timed
*> rows not yet past their expiry - for the address checks that need
*> the whole list in memory rather than one BanList-IsBanned call per
*> account. Rows past LK-BANNED-MAX are dropped with a console note.
IDENTIFICATION DIVISION.
PROGRAM-ID. BanList-LoadActive.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BAN-LIST-FILE ASSIGN TO "config/banned-players.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD BAN-LIST-FILE.
01 BAN-LIST-RECORD         PIC X(192).

WORKING-STORAGE SECTION.
    01 WS-FILE-STATUS       PIC X(2).
    01 WS-NOW               BINARY-LONG UNSIGNED.
    01 WS-LINE.
        02 WS-LINE-UUID-HEX  PIC X(32).
        02 FILLER            PIC X.
        02 WS-LINE-EXPIRY    PIC X(10).
        02 FILLER            PIC X(149).
    01 WS-EXPIRY-NUMERIC    BINARY-LONG UNSIGNED.

LINKAGE SECTION.
    01 LK-BANNED-MAX         BINARY-LONG UNSIGNED.
    01 LK-BANNED-COUNT       BINARY-LONG UNSIGNED.
    01 LK-BANNED-TABLE.
        02 LK-BANNED-HEX     PIC X(32) OCCURS 512 TIMES.

PROCEDURE DIVISION USING LK-BANNED-MAX LK-BANNED-COUNT LK-BANNED-TABLE.
    MOVE 0 TO LK-BANNED-COUNT
    CALL "Time-UnixSeconds" USING WS-NOW

    OPEN INPUT BAN-LIST-FILE
    IF WS-FILE-STATUS NOT = "00"
        GOBACK
    END-IF

    PERFORM UNTIL WS-FILE-STATUS NOT = "00"
        READ BAN-LIST-FILE INTO WS-LINE
        IF WS-FILE-STATUS = "00" AND WS-LINE-UUID-HEX NOT = SPACES
            MOVE 0 TO WS-EXPIRY-NUMERIC
            IF WS-LINE-EXPIRY IS NUMERIC
                MOVE WS-LINE-EXPIRY TO WS-EXPIRY-NUMERIC
            END-IF
            IF WS-EXPIRY-NUMERIC = 0 OR WS-EXPIRY-NUMERIC > WS-NOW
                IF LK-BANNED-COUNT < LK-BANNED-MAX
                    ADD 1 TO LK-BANNED-COUNT
                    MOVE WS-LINE-UUID-HEX TO LK-BANNED-HEX(LK-BANNED-COUNT)
                ELSE
                    DISPLAY "[ban-list] more than " LK-BANNED-MAX
                        " active bans, the rest are not checked"
                    MOVE "99" TO WS-FILE-STATUS
                END-IF
            END-IF
        END-IF
    END-PERFORM
    CLOSE BAN-LIST-FILE

    GOBACK.

END PROGRAM BanList-LoadActive.

*> --- AddressWatch-Check ---
*> Live ban-evasion check, called by Login-AdmitClient for every
*> admitted login: if the joining client's address appears in
*> logs/connections.log, or a rotated logs/archive/<timestamp>/
*> segment, within the last shared-address-days days (default 30)
*> under a different UUID that is banned right now, staff
*> hear about it at once through Alert-Raise (WARN, BAN-EVASION) - one
*> alert per banned account matched. The player is let in regardless;
*> a shared address is a lead for staff, not proof.
IDENTIFICATION DIVISION.
PROGRAM-ID. AddressWatch-Check.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONNECTION-LOG-FILE ASSIGN TO WS-CONN-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    SELECT LIST-FILE ASSIGN TO "cache/address-watch-list.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIST-STATUS.

DATA DIVISION.
FILE SECTION.
FD CONNECTION-LOG-FILE.
01 CONNECTION-LOG-RECORD       PIC X(128).
FD LIST-FILE.
01 LIST-RECORD                 PIC X(128).

WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-PLAYERS.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-LIST-STATUS           PIC X(2).
    01 WS-CONN-FILE-NAME        PIC X(128).
    01 WS-ARCHIVE-STAMP-TEXT    PIC X(10).
    01 WS-ARCHIVE-STAMP         BINARY-LONG UNSIGNED.
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-WINDOW-START          BINARY-LONG UNSIGNED.
    01 WS-DAYS-KEY              PIC X(32) VALUE "shared-address-days".
    01 WS-DAYS-DEFAULT          BINARY-LONG VALUE 30.
    01 WS-DAYS                  BINARY-LONG.
    01 WS-DAYS-DISPLAY          PIC Z(4)9.
    01 WS-PLAYER-UUID-HEX       PIC X(32).
    01 WS-ADDRESS               PIC X(46).

    *> --- connections.log record layout (see ConnectionLog-Append) ---
    01 WS-CONN-LINE.
        02 WS-CONN-TIMESTAMP    PIC 9(10).
        02 FILLER               PIC X.
        02 WS-CONN-CLIENT       PIC -(9).
        02 FILLER               PIC X.
        02 WS-CONN-PLAYER       PIC X(32).
        02 FILLER               PIC X.
        02 WS-CONN-USERNAME     PIC X(16).
        02 FILLER               PIC X.
        02 WS-CONN-ADDRESS      PIC X(46).

    01 WS-BANNED-MAX            BINARY-LONG UNSIGNED VALUE 512.
    01 WS-BANNED-COUNT          BINARY-LONG UNSIGNED.
    01 WS-BANNED-TABLE.
        02 WS-BANNED-HEX        PIC X(32) OCCURS 512 TIMES.
    01 WS-BANNED-IDX            BINARY-LONG UNSIGNED.
    *> a banned account already alerted on for this login
    01 WS-ALERTED-TABLE.
        02 WS-ALERTED-FLAG      PIC X(1) OCCURS 512 TIMES.
    01 WS-ALERT-TEXT            PIC X(200).

LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT.
    MOVE CLIENT-ADDRESS(LK-CLIENT) TO WS-ADDRESS
    IF WS-ADDRESS = SPACES
        GOBACK
    END-IF
    CALL "BanList-LoadActive" USING WS-BANNED-MAX WS-BANNED-COUNT
        WS-BANNED-TABLE
    IF WS-BANNED-COUNT = 0
        GOBACK
    END-IF

    CALL "Time-UnixSeconds" USING WS-NOW
    CALL "ServerConfig-GetNumber" USING WS-DAYS-KEY WS-DAYS-DEFAULT
        WS-DAYS
    IF WS-DAYS < 1
        MOVE WS-DAYS-DEFAULT TO WS-DAYS
    END-IF
    MOVE WS-DAYS TO WS-DAYS-DISPLAY
    COMPUTE WS-WINDOW-START = WS-NOW - WS-DAYS * 86400
    CALL "Util-BytesToHex" USING PLAYER-UUID(CLIENT-PLAYER(LK-CLIENT))
        WS-PLAYER-UUID-HEX
    MOVE ALL "N" TO WS-ALERTED-TABLE

    *> Rotated segments stamped after the window opened can still hold
    *> rows from inside it.
    CALL "SYSTEM" USING "mkdir -p cache && ls -1 logs/archive/*/connections.log 2>/dev/null > cache/address-watch-list.tmp"
    OPEN INPUT LIST-FILE
    IF WS-LIST-STATUS = "00"
        PERFORM UNTIL WS-LIST-STATUS NOT = "00"
            READ LIST-FILE
            IF WS-LIST-STATUS = "00"
                MOVE LIST-RECORD(14:10) TO WS-ARCHIVE-STAMP-TEXT
                IF WS-ARCHIVE-STAMP-TEXT IS NUMERIC
                    MOVE WS-ARCHIVE-STAMP-TEXT TO WS-ARCHIVE-STAMP
                    IF WS-ARCHIVE-STAMP > WS-WINDOW-START
                        MOVE LIST-RECORD TO WS-CONN-FILE-NAME
                        PERFORM Scan-Connection-File
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE LIST-FILE
    END-IF
    CALL "SYSTEM" USING "rm -f cache/address-watch-list.tmp"
    MOVE "logs/connections.log" TO WS-CONN-FILE-NAME
    PERFORM Scan-Connection-File

    GOBACK.

    Scan-Connection-File.
        OPEN INPUT CONNECTION-LOG-FILE
        IF WS-FILE-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-FILE-STATUS NOT = "00"
            READ CONNECTION-LOG-FILE INTO WS-CONN-LINE
            IF WS-FILE-STATUS = "00" AND WS-CONN-TIMESTAMP IS NUMERIC
                    AND WS-CONN-TIMESTAMP > WS-WINDOW-START
                    AND WS-CONN-ADDRESS = WS-ADDRESS
                    AND WS-CONN-PLAYER NOT = WS-PLAYER-UUID-HEX
                PERFORM Check-Connection-Row
            END-IF
        END-PERFORM
        CLOSE CONNECTION-LOG-FILE.

    Check-Connection-Row.
        PERFORM VARYING WS-BANNED-IDX FROM 1 BY 1
                UNTIL WS-BANNED-IDX > WS-BANNED-COUNT
            IF WS-BANNED-HEX(WS-BANNED-IDX) = WS-CONN-PLAYER
                IF WS-ALERTED-FLAG(WS-BANNED-IDX) = "N"
                    MOVE "Y" TO WS-ALERTED-FLAG(WS-BANNED-IDX)
                    MOVE SPACES TO WS-ALERT-TEXT
                    STRING FUNCTION TRIM(PLAYER-USERNAME(CLIENT-PLAYER(LK-CLIENT)))
                        " joined from " FUNCTION TRIM(WS-ADDRESS)
                        ", used by banned account "
                        FUNCTION TRIM(WS-CONN-USERNAME) " ("
                        WS-CONN-PLAYER ") in the last "
                        FUNCTION TRIM(WS-DAYS-DISPLAY) " days"
                        DELIMITED BY SIZE INTO WS-ALERT-TEXT
                    CALL "Alert-Raise" USING "WARN    "
                        "BAN-EVASION     " WS-ALERT-TEXT
                END-IF
                EXIT PARAGRAPH
            END-IF
        END-PERFORM.

END PROGRAM AddressWatch-Check.

*> --- SharedAddressReport-Run ---
*> Batch job: every address that more than one UUID has logged in
*> from over the last shared-address-days days (default 30), read from
*> logs/connections.log and any rotated logs/archive/<timestamp>/
*> segment inside the window. Each group lists its accounts with
*> username, login count and last login; a group holding an account
*> that is banned right now is marked BAN-EVASION? and counted, so
*> staff start with the groups that matter. Written to
*> reports/shared-addresses-<timestamp>.log.
IDENTIFICATION DIVISION.
PROGRAM-ID. SharedAddressReport-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONNECTION-LOG-FILE ASSIGN TO WS-CONN-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONN-STATUS.
    SELECT LIST-FILE ASSIGN TO "cache/shared-address-list.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIST-STATUS.
    SELECT ADDRESS-REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD CONNECTION-LOG-FILE.
01 CONNECTION-LOG-RECORD       PIC X(128).
FD LIST-FILE.
01 LIST-RECORD                 PIC X(128).
FD ADDRESS-REPORT-FILE.
01 ADDRESS-REPORT-RECORD       PIC X(160).

WORKING-STORAGE SECTION.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-CONN-STATUS           PIC X(2).
    01 WS-LIST-STATUS           PIC X(2).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-NOW-DISPLAY           PIC 9(10).
    01 WS-WINDOW-START          BINARY-LONG UNSIGNED.
    01 WS-DAYS-KEY              PIC X(32) VALUE "shared-address-days".
    01 WS-DAYS-DEFAULT          BINARY-LONG VALUE 30.
    01 WS-DAYS                  BINARY-LONG.
    01 WS-CONN-FILE-NAME        PIC X(128).
    01 WS-REPORT-FILE-NAME      PIC X(128).
    01 WS-ARCHIVE-STAMP-TEXT    PIC X(10).
    01 WS-ARCHIVE-STAMP         BINARY-LONG UNSIGNED.

    *> --- connections.log record layout (see ConnectionLog-Append) ---
    01 WS-CONN-LINE.
        02 WS-CONN-TIMESTAMP    PIC 9(10).
        02 FILLER               PIC X.
        02 WS-CONN-CLIENT       PIC -(9).
        02 FILLER               PIC X.
        02 WS-CONN-PLAYER       PIC X(32).
        02 FILLER               PIC X.
        02 WS-CONN-USERNAME     PIC X(16).
        02 FILLER               PIC X.
        02 WS-CONN-ADDRESS      PIC X(46).

    *> --- one entry per (address, UUID) seen in the window ---
    01 WS-SEEN-MAX              BINARY-LONG UNSIGNED VALUE 4096.
    01 WS-SEEN-COUNT            BINARY-LONG UNSIGNED VALUE 0.
    01 WS-SEEN-OVERFLOW-WARNED  PIC X(1) VALUE "N".
    01 WS-SEEN-TABLE.
        02 WS-SEEN-ENTRY OCCURS 4096 TIMES.
            03 WS-SEEN-ADDRESS      PIC X(46).
            03 WS-SEEN-PLAYER       PIC X(32).
            03 WS-SEEN-USERNAME     PIC X(16).
            03 WS-SEEN-LOGINS       BINARY-LONG UNSIGNED.
            03 WS-SEEN-LAST         PIC 9(10).
            03 WS-SEEN-REPORTED     PIC X(1).
    01 WS-SEEN-IDX              BINARY-LONG UNSIGNED.
    01 WS-GROUP-IDX             BINARY-LONG UNSIGNED.
    01 WS-GROUP-SIZE            BINARY-LONG UNSIGNED.
    01 WS-GROUP-BANNED          BINARY-LONG UNSIGNED.

    01 WS-BANNED-MAX            BINARY-LONG UNSIGNED VALUE 512.
    01 WS-BANNED-COUNT          BINARY-LONG UNSIGNED.
    01 WS-BANNED-TABLE.
        02 WS-BANNED-HEX        PIC X(32) OCCURS 512 TIMES.
    01 WS-BANNED-IDX            BINARY-LONG UNSIGNED.
    01 WS-BANNED-FLAG           PIC X(1).

    01 WS-ADDRESS-COUNT         BINARY-LONG UNSIGNED VALUE 0.
    01 WS-SHARED-COUNT          BINARY-LONG UNSIGNED VALUE 0.
    01 WS-FLAGGED-COUNT         BINARY-LONG UNSIGNED VALUE 0.
    01 WS-COUNT-DISPLAY         PIC Z(8)9.
    01 WS-LOGINS-DISPLAY        PIC Z(5)9.
    01 WS-BAN-MARK              PIC X(8).
    01 WS-REPORT-LINE           PIC X(160).

PROCEDURE DIVISION.
    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE WS-NOW TO WS-NOW-DISPLAY
    CALL "ServerConfig-GetNumber" USING WS-DAYS-KEY WS-DAYS-DEFAULT
        WS-DAYS
    IF WS-DAYS < 1
        MOVE WS-DAYS-DEFAULT TO WS-DAYS
    END-IF
    COMPUTE WS-WINDOW-START = WS-NOW - WS-DAYS * 86400
    MOVE SPACES TO WS-REPORT-FILE-NAME
    STRING "reports/shared-addresses-" WS-NOW-DISPLAY ".log"
        DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME
    MOVE 0 TO WS-SEEN-COUNT
    MOVE 0 TO WS-ADDRESS-COUNT
    MOVE 0 TO WS-SHARED-COUNT
    MOVE 0 TO WS-FLAGGED-COUNT
    MOVE "N" TO WS-SEEN-OVERFLOW-WARNED
    CALL "BanList-LoadActive" USING WS-BANNED-MAX WS-BANNED-COUNT
        WS-BANNED-TABLE

    *> Rotated segments stamped after the window opened can still hold
    *> rows from inside it.
    CALL "SYSTEM" USING "mkdir -p cache && ls -1 logs/archive/*/connections.log 2>/dev/null > cache/shared-address-list.tmp"
    OPEN INPUT LIST-FILE
    IF WS-LIST-STATUS = "00"
        PERFORM UNTIL WS-LIST-STATUS NOT = "00"
            READ LIST-FILE
            IF WS-LIST-STATUS = "00"
                MOVE LIST-RECORD(14:10) TO WS-ARCHIVE-STAMP-TEXT
                IF WS-ARCHIVE-STAMP-TEXT IS NUMERIC
                    MOVE WS-ARCHIVE-STAMP-TEXT TO WS-ARCHIVE-STAMP
                    IF WS-ARCHIVE-STAMP > WS-WINDOW-START
                        MOVE LIST-RECORD TO WS-CONN-FILE-NAME
                        PERFORM Fold-Connection-File
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE LIST-FILE
    END-IF
    CALL "SYSTEM" USING "rm -f cache/shared-address-list.tmp"
    MOVE "logs/connections.log" TO WS-CONN-FILE-NAME
    PERFORM Fold-Connection-File

    OPEN OUTPUT ADDRESS-REPORT-FILE
    IF WS-FILE-STATUS NOT = "00"
        CALL "SYSTEM" USING "mkdir -p reports"
        OPEN OUTPUT ADDRESS-REPORT-FILE
    END-IF
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "[shared-address] unable to open " FUNCTION TRIM(WS-REPORT-FILE-NAME) ", status=" WS-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE WS-DAYS TO WS-COUNT-DISPLAY
    MOVE SPACES TO WS-REPORT-LINE
    STRING "SHARED ADDRESSES, LAST " FUNCTION TRIM(WS-COUNT-DISPLAY)
        " DAYS" DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE ADDRESS-REPORT-RECORD FROM WS-REPORT-LINE

    *> One group per address, in order of first appearance
    PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
            UNTIL WS-GROUP-IDX > WS-SEEN-COUNT
        IF WS-SEEN-REPORTED(WS-GROUP-IDX) NOT = "Y"
            PERFORM Report-Address
        END-IF
    END-PERFORM

    MOVE SPACES TO ADDRESS-REPORT-RECORD
    WRITE ADDRESS-REPORT-RECORD
    MOVE WS-ADDRESS-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ADDRESSES: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE ADDRESS-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE WS-SHARED-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO WS-REPORT-LINE
    STRING "SHARED: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE ADDRESS-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE WS-FLAGGED-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO WS-REPORT-LINE
    STRING "WITH A BANNED ACCOUNT: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE ADDRESS-REPORT-RECORD FROM WS-REPORT-LINE
    CLOSE ADDRESS-REPORT-FILE

    DISPLAY "[shared-address] " FUNCTION TRIM(WS-REPORT-FILE-NAME)
        " written"

    MOVE 0 TO RETURN-CODE
    GOBACK.

    Fold-Connection-File.
        OPEN INPUT CONNECTION-LOG-FILE
        IF WS-CONN-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-CONN-STATUS NOT = "00"
            READ CONNECTION-LOG-FILE INTO WS-CONN-LINE
            IF WS-CONN-STATUS = "00" AND WS-CONN-TIMESTAMP IS NUMERIC
                    AND WS-CONN-TIMESTAMP > WS-WINDOW-START
                    AND WS-CONN-ADDRESS NOT = SPACES
                PERFORM Fold-Connection-Row
            END-IF
        END-PERFORM
        CLOSE CONNECTION-LOG-FILE.

    Fold-Connection-Row.
        PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
            IF WS-SEEN-ADDRESS(WS-SEEN-IDX) = WS-CONN-ADDRESS
                    AND WS-SEEN-PLAYER(WS-SEEN-IDX) = WS-CONN-PLAYER
                ADD 1 TO WS-SEEN-LOGINS(WS-SEEN-IDX)
                MOVE WS-CONN-USERNAME TO WS-SEEN-USERNAME(WS-SEEN-IDX)
                IF WS-CONN-TIMESTAMP > WS-SEEN-LAST(WS-SEEN-IDX)
                    MOVE WS-CONN-TIMESTAMP TO WS-SEEN-LAST(WS-SEEN-IDX)
                END-IF
                EXIT PARAGRAPH
            END-IF
        END-PERFORM
        IF WS-SEEN-COUNT >= WS-SEEN-MAX
            IF WS-SEEN-OVERFLOW-WARNED = "N"
                DISPLAY "[shared-address] more than " WS-SEEN-MAX
                    " address/account pairs, the rest are not reported"
                MOVE "Y" TO WS-SEEN-OVERFLOW-WARNED
            END-IF
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-SEEN-COUNT
        MOVE WS-CONN-ADDRESS TO WS-SEEN-ADDRESS(WS-SEEN-COUNT)
        MOVE WS-CONN-PLAYER TO WS-SEEN-PLAYER(WS-SEEN-COUNT)
        MOVE WS-CONN-USERNAME TO WS-SEEN-USERNAME(WS-SEEN-COUNT)
        MOVE 1 TO WS-SEEN-LOGINS(WS-SEEN-COUNT)
        MOVE WS-CONN-TIMESTAMP TO WS-SEEN-LAST(WS-SEEN-COUNT)
        MOVE "N" TO WS-SEEN-REPORTED(WS-SEEN-COUNT).

    Report-Address.
        ADD 1 TO WS-ADDRESS-COUNT
        MOVE 0 TO WS-GROUP-SIZE
        MOVE 0 TO WS-GROUP-BANNED
        PERFORM VARYING WS-SEEN-IDX FROM WS-GROUP-IDX BY 1
                UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
            IF WS-SEEN-ADDRESS(WS-SEEN-IDX) = WS-SEEN-ADDRESS(WS-GROUP-IDX)
                ADD 1 TO WS-GROUP-SIZE
                PERFORM Check-Banned
                IF WS-BANNED-FLAG = "Y"
                    ADD 1 TO WS-GROUP-BANNED
                END-IF
            END-IF
        END-PERFORM

        *> A single account on an address is nothing to report
        IF WS-GROUP-SIZE < 2
            MOVE "Y" TO WS-SEEN-REPORTED(WS-GROUP-IDX)
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-SHARED-COUNT

        MOVE SPACES TO ADDRESS-REPORT-RECORD
        WRITE ADDRESS-REPORT-RECORD
        MOVE WS-GROUP-SIZE TO WS-COUNT-DISPLAY
        MOVE SPACES TO WS-REPORT-LINE
        IF WS-GROUP-BANNED > 0
            ADD 1 TO WS-FLAGGED-COUNT
            STRING "ADDRESS " FUNCTION TRIM(WS-SEEN-ADDRESS(WS-GROUP-IDX))
                " " FUNCTION TRIM(WS-COUNT-DISPLAY)
                " accounts  BAN-EVASION?"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
        ELSE
            STRING "ADDRESS " FUNCTION TRIM(WS-SEEN-ADDRESS(WS-GROUP-IDX))
                " " FUNCTION TRIM(WS-COUNT-DISPLAY) " accounts"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
        END-IF
        WRITE ADDRESS-REPORT-RECORD FROM WS-REPORT-LINE

        PERFORM VARYING WS-SEEN-IDX FROM WS-GROUP-IDX BY 1
                UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
            IF WS-SEEN-ADDRESS(WS-SEEN-IDX) = WS-SEEN-ADDRESS(WS-GROUP-IDX)
                MOVE "Y" TO WS-SEEN-REPORTED(WS-SEEN-IDX)
                PERFORM Check-Banned
                IF WS-BANNED-FLAG = "Y"
                    MOVE "BANNED" TO WS-BAN-MARK
                ELSE
                    MOVE SPACES TO WS-BAN-MARK
                END-IF
                MOVE WS-SEEN-LOGINS(WS-SEEN-IDX) TO WS-LOGINS-DISPLAY
                MOVE SPACES TO WS-REPORT-LINE
                STRING "  " WS-SEEN-PLAYER(WS-SEEN-IDX) " "
                    WS-SEEN-USERNAME(WS-SEEN-IDX) " logins "
                    WS-LOGINS-DISPLAY " last " WS-SEEN-LAST(WS-SEEN-IDX)
                    " " WS-BAN-MARK
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                WRITE ADDRESS-REPORT-RECORD FROM WS-REPORT-LINE
            END-IF
        END-PERFORM.

    Check-Banned.
        MOVE "N" TO WS-BANNED-FLAG
        PERFORM VARYING WS-BANNED-IDX FROM 1 BY 1
                UNTIL WS-BANNED-IDX > WS-BANNED-COUNT
            IF WS-BANNED-HEX(WS-BANNED-IDX) = WS-SEEN-PLAYER(WS-SEEN-IDX)
                MOVE "Y" TO WS-BANNED-FLAG
                EXIT PARAGRAPH
            END-IF
        END-PERFORM.

END PROGRAM SharedAddressReport-Run.
