    *> --- DD-GRAVE-ENTRY ---
    *> One grave: the chest Grave-Place stood up where a player died,
    *> holding what they carried. One row per grave chest in
    *> world/graves.dat (a death that needed two chests has two rows,
    *> one per position): when it was placed, where, and whose it is
    *> (hex UUID, plus the username for the messages and the expiry
    *> report). The chest's items are in the container store like any
    *> chest's. PREFIX is replaced per call site.
01 PREFIX-GRAVE.
    02 PREFIX-GRAVE-CREATED      PIC 9(10).
    02 FILLER                    PIC X VALUE SPACE.
    02 PREFIX-GRAVE-X            PIC -(9)9.
    02 FILLER                    PIC X VALUE SPACE.
    02 PREFIX-GRAVE-Y            PIC -(9)9.
    02 FILLER                    PIC X VALUE SPACE.
    02 PREFIX-GRAVE-Z            PIC -(9)9.
    02 FILLER                    PIC X VALUE SPACE.
    02 PREFIX-GRAVE-OWNER-HEX    PIC X(32).
    02 FILLER                    PIC X VALUE SPACE.
    02 PREFIX-GRAVE-OWNER-NAME   PIC X(16).
