    *> --- DD-WARN-CASE-LINE ---
    *> One row of a player's discipline record, warnings/<uuid>.dat (see
    *> WarnCase-Add): a staff warning with its points, or a mute/tempban
    *> the escalation ladder handed out, with when it lifts. Shared by
    *> the writer, the points arithmetic, the join-time mute restore and
    *> /history. PREFIX is replaced per call site.
01 PREFIX-CASE-LINE.
    02 PREFIX-CASE-TIMESTAMP     PIC 9(10).
    02 FILLER                    PIC X.
    02 PREFIX-CASE-KIND          PIC X(8).
    02 FILLER                    PIC X.
    02 PREFIX-CASE-POINTS        PIC 9(3).
    02 FILLER                    PIC X.
    02 PREFIX-CASE-UNTIL         PIC 9(10).
    02 FILLER                    PIC X.
    02 PREFIX-CASE-ISSUER        PIC X(16).
    02 FILLER                    PIC X.
    02 PREFIX-CASE-REASON        PIC X(128).
