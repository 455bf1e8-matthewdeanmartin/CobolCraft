    *> under stats/ (see Stats-Add / Stats-Get): everything the daily
    *> report can only answer for yesterday, accumulated forever. The
    *> username rides along purely for human eyes - /top would
    *> otherwise print UUID hex. CRAFTED follows the username because
    *> it was added later (see Stats-Get). PREFIX is replaced per call
    *> site.
01 PREFIX-STATS.
    02 PREFIX-STATS-BROKEN       BINARY-DOUBLE UNSIGNED.
    02 PREFIX-STATS-PLACED       BINARY-DOUBLE UNSIGNED.
    02 PREFIX-STATS-SECONDS      BINARY-DOUBLE UNSIGNED.
    02 PREFIX-STATS-DISTANCE     BINARY-DOUBLE UNSIGNED.
    02 PREFIX-STATS-USERNAME     PIC X(16).
    02 PREFIX-STATS-CRAFTED      BINARY-DOUBLE UNSIGNED.
