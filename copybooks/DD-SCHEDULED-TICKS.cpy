    *> than each getting its own copy. ACTION is a short code the drain
    *> knows how to perform ("POWER-OFF", "PLATE-CHECK", ...), which is
    *> what lets any block family register delayed behavior without
    *> inventing its own timer. Persisted with every completed world
    *> save (ScheduledTick-Save) and put back at boot
    *> (ScheduledTick-Restore), so timers survive restarts.
    *> Sized for the crop era: a planted farm field is hundreds of
    *> pending growth ticks on its own, which is why this grew from
    *> the original 512 entries.
