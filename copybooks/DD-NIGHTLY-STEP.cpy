    *> --- DD-NIGHTLY-STEP ---
    *> One row of the nightly job stream's checkpoint,
    *> world/nightly-checkpoint.dat: which run it belongs to (the run's
    *> start time, kept across restarts of that run), the step's place
    *> in the order, the batch program it calls, where it got to
    *> (PENDING, RUNNING, OK or FAILED - a RUNNING row found at startup
    *> means the server died under that step), how many times it has
    *> been started, when the last attempt started and ended, and the
    *> completion code it left. PREFIX is replaced per call site.
01 PREFIX-STEP.
    02 PREFIX-STEP-RUN-ID        PIC 9(10).
    02 FILLER                    PIC X VALUE SPACE.
    02 PREFIX-STEP-NUMBER        PIC 9(2).
    02 FILLER                    PIC X VALUE SPACE.
    02 PREFIX-STEP-PROGRAM       PIC X(32).
    02 FILLER                    PIC X VALUE SPACE.
    02 PREFIX-STEP-STATUS        PIC X(8).
    02 FILLER                    PIC X VALUE SPACE.
    02 PREFIX-STEP-ATTEMPTS      PIC 9(2).
    02 FILLER                    PIC X VALUE SPACE.
    02 PREFIX-STEP-STARTED       PIC 9(10).
    02 FILLER                    PIC X VALUE SPACE.
    02 PREFIX-STEP-ENDED         PIC 9(10).
    02 FILLER                    PIC X VALUE SPACE.
    02 PREFIX-STEP-RESULT        PIC 9(4).
