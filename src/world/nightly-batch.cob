       >>SOURCE FORMAT FREE
*> --- NightlyBatch-Run ---
*> The nightly job stream: one entry point for the maintenance window
*> instead of each batch job being started on its own. The steps and
*> their order come from config/nightly-steps.txt, one batch program
*> name per line (blank lines and "#" comments are ignored, as in
*> server.properties); with no control file the built-in order below is
*> used - ban and ticket sweeps, world backup, the block and item
*> censuses, the economy reconciliation, the end-of-day reports
*> (activity, performance, traffic, x-ray, shared addresses), and log
*> rotation last, after the reports have read the day's rows (see
*> LogRotation-Run).
*> The weekly, hourly and month-end jobs are not nightly steps; each
*> says in its own header how it is started.
*>
*> Each step's progress is kept in world/nightly-checkpoint.dat (see
*> DD-NIGHTLY-STEP), rewritten through a .new file before and after
*> every step, so the file always says how far the run got. A step
*> "fails" when it comes back with a non-zero completion code (the batch
*> jobs set 8 when they could not do their work), when its program
*> cannot be found, or when the checkpoint still shows it RUNNING at the
*> next start - the server died under it. A failure halts the stream,
*> raises a CRIT alert, and leaves the remaining steps PENDING; the next
*> NightlyBatch-Run sees the unfinished run and resumes it at the failed
*> step, in the checkpointed order, without repeating the steps that
*> already finished. Only when every step of a run is OK does the next
*> start read the control file again and begin a new run. Every start,
*> fresh or resumed, writes a summary to reports/nightly-<ts>.log.
IDENTIFICATION DIVISION.
PROGRAM-ID. NightlyBatch-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO "config/nightly-steps.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    SELECT CHECKPOINT-FILE ASSIGN TO "world/nightly-checkpoint.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    SELECT CHECKPOINT-NEW-FILE ASSIGN TO "world/nightly-checkpoint.dat.new"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHECKPOINT-STATUS.
    SELECT SUMMARY-FILE ASSIGN TO WS-SUMMARY-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD CONTROL-FILE.
01 CONTROL-RECORD               PIC X(128).
FD CHECKPOINT-FILE.
01 CHECKPOINT-RECORD            PIC X(85).
FD CHECKPOINT-NEW-FILE.
01 CHECKPOINT-NEW-RECORD        PIC X(85).
FD SUMMARY-FILE.
01 SUMMARY-RECORD               PIC X(100).

WORKING-STORAGE SECTION.
    COPY DD-NIGHTLY-STEP REPLACING LEADING ==PREFIX== BY ==WS==.
    01 WS-FILE-STATUS           PIC X(2).
    01 WS-CHECKPOINT-STATUS     PIC X(2).
    01 WS-NOW                   BINARY-LONG UNSIGNED.
    01 WS-NOW-DISPLAY           PIC 9(10).
    01 WS-RUN-ID                BINARY-LONG UNSIGNED.
    01 WS-SUMMARY-FILE-NAME     PIC X(128).
    01 WS-LINE                  PIC X(128).
    01 WS-PROGRAM-TOKEN         PIC X(32).
    01 WS-PROGRAM-NAME          PIC X(32).

    *> Checkpoint rows of the current run, in step order
    01 WS-STEP-MAX              BINARY-LONG UNSIGNED VALUE 32.
    01 WS-STEP-COUNT            BINARY-LONG UNSIGNED.
    01 WS-STEP-IDX              BINARY-LONG UNSIGNED.
    01 WS-STEPS.
        02 WS-STEP-ROW          PIC X(85) OCCURS 32 TIMES.
    01 WS-FIRST-STEP            BINARY-LONG UNSIGNED.
    01 WS-RESUMED-FLAG          PIC X(1).
    01 WS-HALTED-FLAG           PIC X(1).
    01 WS-MISSING-FLAG          PIC X(1).
    01 WS-STEP-RC               BINARY-LONG.
    01 WS-WRITE-IDX             BINARY-LONG UNSIGNED.
    01 WS-OK-COUNT              BINARY-LONG UNSIGNED.

    *> Built-in order, used when config/nightly-steps.txt is missing
    01 WS-DEFAULT-STEPS.
        02 FILLER               PIC X(32) VALUE "BanSweep-Run".
        02 FILLER               PIC X(32) VALUE "TicketSweep-Run".
        02 FILLER               PIC X(32) VALUE "WorldBackup-Run".
        02 FILLER               PIC X(32) VALUE "BlockCensus-Run".
        02 FILLER               PIC X(32) VALUE "ItemCensus-Run".
        02 FILLER               PIC X(32) VALUE "EconomyReconcile-Run".
        02 FILLER               PIC X(32) VALUE "DailyActivityReport-Run".
        02 FILLER               PIC X(32) VALUE "PerformanceReport-Run".
        02 FILLER               PIC X(32) VALUE "TrafficReport-Run".
        02 FILLER               PIC X(32) VALUE "XrayReport-Run".
        02 FILLER               PIC X(32) VALUE "SharedAddressReport-Run".
        02 FILLER               PIC X(32) VALUE "LogRotation-Run".
    01 WS-DEFAULT-TABLE REDEFINES WS-DEFAULT-STEPS.
        02 WS-DEFAULT-STEP      PIC X(32) OCCURS 12 TIMES.
    01 WS-DEFAULT-INDEX         BINARY-LONG UNSIGNED.

    01 WS-ALERT-TEXT            PIC X(200).
    01 WS-NUMBER-DISPLAY        PIC Z(3)9.
    01 WS-RC-DISPLAY            PIC Z(3)9.

    01 WS-SUMMARY-LINE.
        02 WS-SUMMARY-NUMBER    PIC Z9.
        02 FILLER               PIC X(2) VALUE SPACES.
        02 WS-SUMMARY-PROGRAM   PIC X(32).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-SUMMARY-STATUS    PIC X(8).
        02 FILLER               PIC X VALUE SPACE.
        02 WS-SUMMARY-ATTEMPTS  PIC Z9.
        02 FILLER               PIC X VALUE SPACE.
        02 WS-SUMMARY-STARTED   PIC Z(9)9.
        02 FILLER               PIC X VALUE SPACE.
        02 WS-SUMMARY-ENDED     PIC Z(9)9.
        02 FILLER               PIC X VALUE SPACE.
        02 WS-SUMMARY-SECONDS   PIC Z(5)9.
        02 FILLER               PIC X VALUE SPACE.
        02 WS-SUMMARY-RC        PIC Z(3)9.
        02 FILLER               PIC X VALUE SPACE.
        02 WS-SUMMARY-NOTE      PIC X(10).
    01 WS-SUMMARY-HEADER        PIC X(100) VALUE
        "NO  PROGRAM                          RESULT   TR    STARTED      ENDED   SECS   RC".
    01 WS-SUMMARY-TEXT          PIC X(100).

PROCEDURE DIVISION.
    CALL "Time-UnixSeconds" USING WS-NOW
    MOVE WS-NOW TO WS-NOW-DISPLAY
    MOVE "N" TO WS-RESUMED-FLAG
    MOVE "N" TO WS-HALTED-FLAG

    PERFORM Load-Checkpoint

    *> An unfinished run is resumed at its first step that is not OK;
    *> a finished (or absent) one means tonight is a new run.
    MOVE 0 TO WS-FIRST-STEP
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
            UNTIL WS-STEP-IDX > WS-STEP-COUNT OR WS-FIRST-STEP > 0
        MOVE WS-STEP-ROW(WS-STEP-IDX) TO WS-STEP
        IF WS-STEP-STATUS NOT = "OK"
            MOVE WS-STEP-IDX TO WS-FIRST-STEP
        END-IF
    END-PERFORM

    IF WS-FIRST-STEP > 0
        MOVE "Y" TO WS-RESUMED-FLAG
        MOVE WS-STEP-ROW(1) TO WS-STEP
        MOVE WS-STEP-RUN-ID TO WS-RUN-ID
        MOVE WS-STEP-ROW(WS-FIRST-STEP) TO WS-STEP
        DISPLAY "[nightly] resuming run " WS-STEP-RUN-ID " at step "
            WS-STEP-NUMBER " " FUNCTION TRIM(WS-STEP-PROGRAM)
            " (last " FUNCTION TRIM(WS-STEP-STATUS) ")"
        IF WS-STEP-STATUS = "RUNNING"
            PERFORM Record-Interrupted-Step
        END-IF
    ELSE
        MOVE WS-NOW TO WS-RUN-ID
        PERFORM Load-Control-File
        MOVE 1 TO WS-FIRST-STEP
        DISPLAY "[nightly] starting run " WS-NOW-DISPLAY " with "
            WS-STEP-COUNT " steps"
    END-IF
    PERFORM Write-Checkpoint

    PERFORM VARYING WS-STEP-IDX FROM WS-FIRST-STEP BY 1
            UNTIL WS-STEP-IDX > WS-STEP-COUNT OR WS-HALTED-FLAG = "Y"
        PERFORM Run-One-Step
    END-PERFORM

    PERFORM Write-Summary

    *> Completion code, as for the steps: 0 done, 8 halted.
    IF WS-HALTED-FLAG = "Y"
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    GOBACK.

    Load-Checkpoint.
        MOVE 0 TO WS-STEP-COUNT
        OPEN INPUT CHECKPOINT-FILE
        IF WS-FILE-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-FILE-STATUS NOT = "00"
            READ CHECKPOINT-FILE INTO WS-STEP
            IF WS-FILE-STATUS = "00"
                    AND WS-STEP-RUN-ID IS NUMERIC
                    AND WS-STEP-COUNT < WS-STEP-MAX
                ADD 1 TO WS-STEP-COUNT
                MOVE WS-STEP TO WS-STEP-ROW(WS-STEP-COUNT)
            END-IF
        END-PERFORM
        CLOSE CHECKPOINT-FILE.

    Load-Control-File.
        MOVE 0 TO WS-STEP-COUNT
        OPEN INPUT CONTROL-FILE
        IF WS-FILE-STATUS NOT = "00"
            PERFORM VARYING WS-DEFAULT-INDEX FROM 1 BY 1
                    UNTIL WS-DEFAULT-INDEX > 12
                MOVE WS-DEFAULT-STEP(WS-DEFAULT-INDEX) TO WS-PROGRAM-NAME
                PERFORM Add-Step
            END-PERFORM
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-FILE-STATUS NOT = "00"
            READ CONTROL-FILE INTO WS-LINE
            IF WS-FILE-STATUS = "00"
                MOVE FUNCTION TRIM(WS-LINE LEADING) TO WS-LINE
                IF WS-LINE NOT = SPACES AND WS-LINE(1:1) NOT = "#"
                    MOVE SPACES TO WS-PROGRAM-TOKEN
                    UNSTRING WS-LINE DELIMITED BY ALL SPACE
                        INTO WS-PROGRAM-TOKEN
                    MOVE WS-PROGRAM-TOKEN TO WS-PROGRAM-NAME
                    PERFORM Add-Step
                END-IF
            END-IF
        END-PERFORM
        CLOSE CONTROL-FILE.

    Add-Step.
        *> The stream must not call itself
        IF WS-PROGRAM-NAME = "NightlyBatch-Run"
            DISPLAY "[nightly] ignoring NightlyBatch-Run in nightly-steps.txt"
            EXIT PARAGRAPH
        END-IF
        IF WS-STEP-COUNT >= WS-STEP-MAX
            DISPLAY "[nightly] more than " WS-STEP-MAX
                " steps, ignoring " FUNCTION TRIM(WS-PROGRAM-NAME)
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-STEP-COUNT
        MOVE SPACES TO WS-STEP
        MOVE WS-RUN-ID TO WS-STEP-RUN-ID
        MOVE WS-STEP-COUNT TO WS-STEP-NUMBER
        MOVE WS-PROGRAM-NAME TO WS-STEP-PROGRAM
        MOVE "PENDING" TO WS-STEP-STATUS
        MOVE 0 TO WS-STEP-ATTEMPTS
        MOVE 0 TO WS-STEP-STARTED
        MOVE 0 TO WS-STEP-ENDED
        MOVE 0 TO WS-STEP-RESULT
        MOVE WS-STEP TO WS-STEP-ROW(WS-STEP-COUNT).

    Run-One-Step.
        MOVE WS-STEP-ROW(WS-STEP-IDX) TO WS-STEP
        IF WS-STEP-STATUS = "OK"
            EXIT PARAGRAPH
        END-IF
        CALL "Time-UnixSeconds" USING WS-NOW
        MOVE "RUNNING" TO WS-STEP-STATUS
        IF WS-STEP-ATTEMPTS < 99
            ADD 1 TO WS-STEP-ATTEMPTS
        END-IF
        MOVE WS-NOW TO WS-STEP-STARTED
        MOVE 0 TO WS-STEP-ENDED
        MOVE 0 TO WS-STEP-RESULT
        MOVE WS-STEP TO WS-STEP-ROW(WS-STEP-IDX)
        *> On disk before the call, so a crash inside the step is seen
        *> as that step failing
        PERFORM Write-Checkpoint
        DISPLAY "[nightly] step " WS-STEP-NUMBER " "
            FUNCTION TRIM(WS-STEP-PROGRAM) " started"

        MOVE WS-STEP-PROGRAM TO WS-PROGRAM-NAME
        MOVE "N" TO WS-MISSING-FLAG
        MOVE 0 TO RETURN-CODE
        CALL WS-PROGRAM-NAME
            ON EXCEPTION
                MOVE "Y" TO WS-MISSING-FLAG
        END-CALL
        MOVE RETURN-CODE TO WS-STEP-RC
        MOVE 0 TO RETURN-CODE
        IF WS-MISSING-FLAG = "Y"
            MOVE 9999 TO WS-STEP-RC
        END-IF
        IF WS-STEP-RC < 0 OR WS-STEP-RC > 9999
            MOVE 9999 TO WS-STEP-RC
        END-IF

        CALL "Time-UnixSeconds" USING WS-NOW
        MOVE WS-STEP-ROW(WS-STEP-IDX) TO WS-STEP
        MOVE WS-NOW TO WS-STEP-ENDED
        MOVE WS-STEP-RC TO WS-STEP-RESULT
        IF WS-STEP-RC = 0
            MOVE "OK" TO WS-STEP-STATUS
        ELSE
            MOVE "FAILED" TO WS-STEP-STATUS
            MOVE "Y" TO WS-HALTED-FLAG
        END-IF
        MOVE WS-STEP TO WS-STEP-ROW(WS-STEP-IDX)
        PERFORM Write-Checkpoint

        MOVE WS-STEP-RC TO WS-RC-DISPLAY
        DISPLAY "[nightly] step " WS-STEP-NUMBER " "
            FUNCTION TRIM(WS-STEP-PROGRAM) " "
            FUNCTION TRIM(WS-STEP-STATUS) ", rc="
            FUNCTION TRIM(WS-RC-DISPLAY)

        IF WS-HALTED-FLAG = "Y"
            MOVE WS-STEP-NUMBER TO WS-NUMBER-DISPLAY
            MOVE SPACES TO WS-ALERT-TEXT
            IF WS-MISSING-FLAG = "Y"
                STRING "nightly step " FUNCTION TRIM(WS-NUMBER-DISPLAY)
                    " " FUNCTION TRIM(WS-STEP-PROGRAM)
                    " not found; job stream halted, next run resumes there"
                    DELIMITED BY SIZE INTO WS-ALERT-TEXT
            ELSE
                STRING "nightly step " FUNCTION TRIM(WS-NUMBER-DISPLAY)
                    " " FUNCTION TRIM(WS-STEP-PROGRAM)
                    " failed, rc=" FUNCTION TRIM(WS-RC-DISPLAY)
                    "; job stream halted, next run resumes there"
                    DELIMITED BY SIZE INTO WS-ALERT-TEXT
            END-IF
            CALL "Alert-Raise" USING "CRIT    " "NIGHTLY         "
                WS-ALERT-TEXT
        END-IF.

    Record-Interrupted-Step.
        *> The server went down under this step last time; nobody was
        *> told, so the failure is recorded and raised now.
        MOVE "FAILED" TO WS-STEP-STATUS
        MOVE WS-STEP TO WS-STEP-ROW(WS-FIRST-STEP)
        MOVE WS-STEP-NUMBER TO WS-NUMBER-DISPLAY
        MOVE SPACES TO WS-ALERT-TEXT
        STRING "nightly step " FUNCTION TRIM(WS-NUMBER-DISPLAY)
            " " FUNCTION TRIM(WS-STEP-PROGRAM)
            " was interrupted by a restart; resuming there"
            DELIMITED BY SIZE INTO WS-ALERT-TEXT
        CALL "Alert-Raise" USING "CRIT    " "NIGHTLY         "
            WS-ALERT-TEXT.

    Write-Checkpoint.
        OPEN OUTPUT CHECKPOINT-NEW-FILE
        IF WS-CHECKPOINT-STATUS NOT = "00"
            CALL "SYSTEM" USING "mkdir -p world"
            OPEN OUTPUT CHECKPOINT-NEW-FILE
        END-IF
        IF WS-CHECKPOINT-STATUS NOT = "00"
            DISPLAY "[nightly] unable to open world/nightly-checkpoint.dat.new, status=" WS-CHECKPOINT-STATUS
            EXIT PARAGRAPH
        END-IF
        PERFORM VARYING WS-WRITE-IDX FROM 1 BY 1
                UNTIL WS-WRITE-IDX > WS-STEP-COUNT
            WRITE CHECKPOINT-NEW-RECORD FROM WS-STEP-ROW(WS-WRITE-IDX)
        END-PERFORM
        CLOSE CHECKPOINT-NEW-FILE
        CALL "SYSTEM" USING "mv world/nightly-checkpoint.dat.new world/nightly-checkpoint.dat"
        *> The shell's status must not leak into a step's result
        MOVE 0 TO RETURN-CODE.

    Write-Summary.
        CALL "Time-UnixSeconds" USING WS-NOW
        MOVE WS-NOW TO WS-NOW-DISPLAY
        MOVE SPACES TO WS-SUMMARY-FILE-NAME
        STRING "reports/nightly-" WS-NOW-DISPLAY ".log"
            DELIMITED BY SIZE INTO WS-SUMMARY-FILE-NAME
        OPEN OUTPUT SUMMARY-FILE
        IF WS-FILE-STATUS NOT = "00"
            CALL "SYSTEM" USING "mkdir -p reports"
            OPEN OUTPUT SUMMARY-FILE
        END-IF
        IF WS-FILE-STATUS NOT = "00"
            DISPLAY "[nightly] unable to open " FUNCTION TRIM(WS-SUMMARY-FILE-NAME) ", status=" WS-FILE-STATUS
            EXIT PARAGRAPH
        END-IF

        MOVE WS-RUN-ID TO WS-STEP-RUN-ID
        MOVE SPACES TO WS-SUMMARY-TEXT
        IF WS-RESUMED-FLAG = "Y"
            MOVE WS-FIRST-STEP TO WS-NUMBER-DISPLAY
            STRING "NIGHTLY RUN " WS-STEP-RUN-ID " resumed at step "
                FUNCTION TRIM(WS-NUMBER-DISPLAY)
                DELIMITED BY SIZE INTO WS-SUMMARY-TEXT
        ELSE
            STRING "NIGHTLY RUN " WS-STEP-RUN-ID " started"
                DELIMITED BY SIZE INTO WS-SUMMARY-TEXT
        END-IF
        WRITE SUMMARY-RECORD FROM WS-SUMMARY-TEXT
        MOVE WS-SUMMARY-HEADER TO SUMMARY-RECORD
        WRITE SUMMARY-RECORD

        MOVE 0 TO WS-OK-COUNT
        PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                UNTIL WS-STEP-IDX > WS-STEP-COUNT
            MOVE WS-STEP-ROW(WS-STEP-IDX) TO WS-STEP
            MOVE SPACES TO WS-SUMMARY-LINE
            MOVE WS-STEP-NUMBER TO WS-SUMMARY-NUMBER
            MOVE WS-STEP-PROGRAM TO WS-SUMMARY-PROGRAM
            MOVE WS-STEP-STATUS TO WS-SUMMARY-STATUS
            MOVE WS-STEP-ATTEMPTS TO WS-SUMMARY-ATTEMPTS
            MOVE WS-STEP-STARTED TO WS-SUMMARY-STARTED
            MOVE WS-STEP-ENDED TO WS-SUMMARY-ENDED
            IF WS-STEP-ENDED >= WS-STEP-STARTED
                COMPUTE WS-SUMMARY-SECONDS =
                    WS-STEP-ENDED - WS-STEP-STARTED
            ELSE
                MOVE 0 TO WS-SUMMARY-SECONDS
            END-IF
            MOVE WS-STEP-RESULT TO WS-SUMMARY-RC
            *> Steps finished by an earlier start of this run
            IF WS-STEP-STATUS = "OK" AND WS-STEP-IDX < WS-FIRST-STEP
                MOVE "earlier" TO WS-SUMMARY-NOTE
            END-IF
            WRITE SUMMARY-RECORD FROM WS-SUMMARY-LINE
            IF WS-STEP-STATUS = "OK"
                ADD 1 TO WS-OK-COUNT
            END-IF
        END-PERFORM

        MOVE SPACES TO WS-SUMMARY-TEXT
        MOVE WS-OK-COUNT TO WS-NUMBER-DISPLAY
        IF WS-HALTED-FLAG = "Y"
            STRING "RESULT: HALTED - " FUNCTION TRIM(WS-NUMBER-DISPLAY)
                " steps OK, the next run resumes at the failed step"
                DELIMITED BY SIZE INTO WS-SUMMARY-TEXT
        ELSE
            STRING "RESULT: COMPLETE - " FUNCTION TRIM(WS-NUMBER-DISPLAY)
                " steps OK"
                DELIMITED BY SIZE INTO WS-SUMMARY-TEXT
        END-IF
        WRITE SUMMARY-RECORD FROM WS-SUMMARY-TEXT
        CLOSE SUMMARY-FILE
        DISPLAY "[nightly] " FUNCTION TRIM(WS-SUMMARY-TEXT)
        DISPLAY "[nightly] wrote " FUNCTION TRIM(WS-SUMMARY-FILE-NAME).

END PROGRAM NightlyBatch-Run.
