*> always effectively was. Rows up to the stamp are already in the
*> saved world; replaying is idempotent anyway since each row carries
*> the absolute new state. The flag is consumed either way so the next
*> boot starts from a known state. Every boot, clean or not, then puts
*> the scheduled-tick queue back from its saved copy
*> (ScheduledTick-Restore) - after a crash that copy is the last world
*> save's, and any entry that cannot be rebuilt is reported - and ends
*> with JournalRecovery-Run settling whatever the economy journal still
*> holds open (and emptying it), after the world is back in place.
IDENTIFICATION DIVISION.
PROGRAM-ID. CrashRecovery-Run.

        02 WS-REPLAY-Y          BINARY-LONG.
        02 WS-REPLAY-Z          BINARY-LONG.
    01 WS-REPLAY-STATE          BINARY-LONG.
    01 WS-UNCLEAN-FLAG          PIC X(1) VALUE "N".
    01 WS-TICKS-RESTORED        BINARY-LONG UNSIGNED.
    01 WS-TICKS-FAILED          BINARY-LONG UNSIGNED.
    01 WS-TICKS-RESTORED-DISPLAY PIC Z(9)9.
    01 WS-TICKS-FAILED-DISPLAY  PIC Z(9)9.
    01 WS-ALERT-TEXT            PIC X(200).

PROCEDURE DIVISION.
    OPEN INPUT FLAG-FILE
        *> flag so a crash from here on is detectable next boot.
        CLOSE FLAG-FILE
        CALL "SYSTEM" USING "rm -f world/clean-shutdown.flag"
        PERFORM Restore-Scheduled-Ticks
        CALL "JournalRecovery-Run"
        GOBACK
    END-IF

    DISPLAY "[recovery] unclean shutdown detected"
    MOVE "Y" TO WS-UNCLEAN-FLAG

    MOVE 0 TO WS-LAST-SAVE-TS
    OPEN INPUT STAMP-FILE
    OPEN INPUT BLOCK-CHANGE-LOG-FILE
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "[recovery] no block-change log; nothing to replay"
        PERFORM Restore-Scheduled-Ticks
        CALL "JournalRecovery-Run"
        GOBACK
    END-IF

    DISPLAY "[recovery] replayed " WS-REPLAYED-COUNT
        " block changes newer than save stamp " WS-LAST-SAVE-TS

    PERFORM Restore-Scheduled-Ticks
    CALL "JournalRecovery-Run"

    GOBACK.

    Restore-Scheduled-Ticks.
        CALL "ScheduledTick-Restore" USING WS-TICKS-RESTORED
            WS-TICKS-FAILED
        MOVE WS-TICKS-RESTORED TO WS-TICKS-RESTORED-DISPLAY
        MOVE WS-TICKS-FAILED TO WS-TICKS-FAILED-DISPLAY
        DISPLAY "[recovery] restored "
            FUNCTION TRIM(WS-TICKS-RESTORED-DISPLAY)
            " scheduled ticks, " FUNCTION TRIM(WS-TICKS-FAILED-DISPLAY)
            " could not be restored"
        *> After a crash, lost farm and hopper timers are staff's
        *> business: they stay frozen until someone touches them
        IF WS-UNCLEAN-FLAG = "Y" AND WS-TICKS-FAILED > 0
            MOVE SPACES TO WS-ALERT-TEXT
            STRING "Crash recovery could not restore "
                FUNCTION TRIM(WS-TICKS-FAILED-DISPLAY)
                " scheduled ticks - see the console for positions"
                DELIMITED BY SIZE INTO WS-ALERT-TEXT
            CALL "Alert-Raise" USING "WARN    " "RECOVERY        "
                WS-ALERT-TEXT
        END-IF.

END PROGRAM CrashRecovery-Run.

*> --- WorldSave-MarkComplete ---
*> world/last-save.stamp. The engine's save path calls this after the
*> save finishes (never before - a stamp ahead of the data would make
*> recovery skip real work), and the clean-shutdown path calls it after
*> the final save. The scheduled-tick queue is saved here first
*> (ScheduledTick-Save), so every completed save - periodic, restart or
*> quit - carries the queue as it stood.
IDENTIFICATION DIVISION.
PROGRAM-ID. WorldSave-MarkComplete.

    01 WS-STAMP-LINE        PIC 9(10).

PROCEDURE DIVISION.
    CALL "ScheduledTick-Save"

    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE WS-NOW TO WS-STAMP-LINE

