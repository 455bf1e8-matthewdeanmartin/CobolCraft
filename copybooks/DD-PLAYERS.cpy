            *> the movement handler and finally by PlayerSession-End,
            *> so the per-packet path never does file I/O.
            03 PLAYER-DISTANCE-PENDING FLOAT-LONG.
            *> Food bar (0-20), its hidden saturation reserve (never
            *> above the food level) and the exhaustion running toward
            *> the next point of either - vanilla's hunger model.
            *> Drained by Hunger-Exert (movement, block breaking,
            *> healing), refilled by Hunger-Eat, stamped full at first
            *> login and on respawn, carried across sessions by the
            *> checkpoint.
            03 PLAYER-FOOD-LEVEL   BINARY-LONG.
            03 PLAYER-SATURATION   FLOAT-LONG.
            03 PLAYER-EXHAUSTION   FLOAT-LONG.
            *> Seconds since the last regeneration/starvation step; see
            *> Hunger-Second.
            03 PLAYER-FOOD-TIMER   BINARY-LONG UNSIGNED.
            *> Selected hotbar slot (0-8), from the client's held-item
            *> packet; inventory slot 36 + this is the main hand.
            03 PLAYER-HELD-SLOT    BINARY-LONG UNSIGNED.
