*> Callback-Destroy/Interact/Face via SetCallback-BlockRedstone). This is
*> how iron doors/trapdoors -- which have no Callback-Interact at all --
*> and wooden ones alike end up opening from a lever or a redstone pulse
*> instead of only from a hand click. Each recomputed position counts
*> as REDSTONE work in the lag profile, so a clock shows up by name.
IDENTIFICATION DIVISION.
PROGRAM-ID. RedstoneTick-Propagate.

    01 OLD-POWERED-FLAG           PIC X(1).
    01 NEW-POWERED-FLAG           PIC X(1).
    01 REDSTONE-PTR               PROGRAM-POINTER.
    01 PROFILE-ACTION             PIC X(16) VALUE "REDSTONE".

LINKAGE SECTION.


    PERFORM VARYING DIRTY-INDEX FROM 1 BY 1 UNTIL DIRTY-INDEX > DIRTY-COUNT
        CALL "World-GetRedstoneDirtyPosition" USING DIRTY-INDEX DIRTY-POSITION
        CALL "LagProfile-Record" USING DIRTY-POSITION PROFILE-ACTION

        CALL "Redstone-GetCachedPower" USING DIRTY-POSITION OLD-POWER-LEVEL
        CALL "Redstone-ComputePower" USING DIRTY-POSITION NEW-POWER-LEVEL
