    *> --- DD-LAG-PROFILE ---
    *> Per-position tick work accounting: one entry per (position,
    *> action) that ScheduledTick-Drain fired (HOPPER-MOVE, CROP-GROW,
    *> FLUID-FLOW, ...) or RedstoneTick-Propagate recomputed
    *> (REDSTONE), counted by LagProfile-Record. Three counters per
    *> entry: the running minute (closed by PerformanceSampler-Record
    *> through LagProfile-CloseMinute into LAST-MINUTE, which is what a
    *> TPS alert names as suspects), the busiest closed minute of the
    *> window, and the window total since LagReport-Run last reported.
    *> Read by LagProfile-Dump (console "lagsources" and the hourly
    *> report). EXTERNAL so the tick passes, the sampler and the report
    *> share the one real table. A full table drops new positions and
    *> counts them in DROPPED rather than grow unbounded.
01 LAG-PROFILE EXTERNAL.
    02 LAG-PROFILE-COUNT         BINARY-LONG UNSIGNED.
    02 LAG-PROFILE-SINCE         BINARY-LONG UNSIGNED.
    02 LAG-PROFILE-DROPPED       BINARY-LONG UNSIGNED.
    02 LAG-PROFILE-LAST-HIT      BINARY-LONG UNSIGNED.
    02 LAG-PROFILE-ENTRY OCCURS 1024 TIMES.
        03 LAG-PROFILE-POSITION.
            04 LAG-PROFILE-X     BINARY-LONG.
            04 LAG-PROFILE-Y     BINARY-LONG.
            04 LAG-PROFILE-Z     BINARY-LONG.
        03 LAG-PROFILE-ACTION    PIC X(16).
        03 LAG-PROFILE-MINUTE    BINARY-LONG UNSIGNED.
        03 LAG-PROFILE-LAST-MINUTE BINARY-LONG UNSIGNED.
        03 LAG-PROFILE-PEAK-MINUTE BINARY-LONG UNSIGNED.
        03 LAG-PROFILE-WINDOW    BINARY-DOUBLE UNSIGNED.
