    *> --- DD-ACHIEVEMENTS ---
    *> The achievement definitions, loaded from config/achievements.txt
    *> by Achievements-Load: the lifetime counter each one watches (the
    *> /top name, and its place in DD-PLAYER-STATS order, 1 broken
    *> through 7 crafted), the threshold that earns it, the currency
    *> reward paid from the server account (0 for none) and the title
    *> players see. A definition is identified by its counter and
    *> threshold, so a title can be reworded without awarding it again.
    *> EXTERNAL so the loader, Achievements-Check, /achievements and the
    *> console reload share the one real table.
01 ACHIEVEMENTS EXTERNAL.
    02 ACHIEVE-LOADED            PIC X(1).
    02 ACHIEVE-COUNT             BINARY-LONG UNSIGNED.
    02 ACHIEVE-ENTRY OCCURS 64 TIMES.
        03 ACHIEVE-STAT-INDEX    BINARY-LONG UNSIGNED.
        03 ACHIEVE-STAT-NAME     PIC X(8).
        03 ACHIEVE-THRESHOLD     BINARY-DOUBLE UNSIGNED.
        03 ACHIEVE-REWARD        BINARY-LONG.
        03 ACHIEVE-TITLE         PIC X(48).
