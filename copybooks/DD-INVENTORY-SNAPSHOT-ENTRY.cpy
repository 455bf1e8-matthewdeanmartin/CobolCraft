    *> --- DD-INVENTORY-SNAPSHOT-ENTRY ---
    *> One row of a player's snapshot index,
    *> inventories/snapshots/<uuid>.idx: the snapshot's number (rising,
    *> never reused, so "#12" means the same thing until it is pruned),
    *> when it was taken, why (LOGOUT, TRADE, DEATH, SAVE, or REPLACED
    *> for the inventory a restore overwrote), how many stacks it holds,
    *> and a cheap content signature that lets the save-cadence snapshot
    *> skip an inventory that has not changed since the last one. The
    *> items themselves are in inventories/snapshots/<uuid>-<id>.dat, in
    *> the same record format as inventories/<uuid>.dat. PREFIX is
    *> replaced per call site.
01 PREFIX-SNAPSHOT.
    02 PREFIX-SNAPSHOT-ID        PIC 9(6).
    02 FILLER                    PIC X VALUE SPACE.
    02 PREFIX-SNAPSHOT-TAKEN     PIC 9(10).
    02 FILLER                    PIC X VALUE SPACE.
    02 PREFIX-SNAPSHOT-REASON    PIC X(8).
    02 FILLER                    PIC X VALUE SPACE.
    02 PREFIX-SNAPSHOT-STACKS    PIC 9(2).
    02 FILLER                    PIC X VALUE SPACE.
    02 PREFIX-SNAPSHOT-SIGNATURE PIC 9(12).
