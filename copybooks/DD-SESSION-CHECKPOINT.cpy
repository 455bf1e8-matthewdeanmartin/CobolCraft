    02 PREFIX-CHECKPOINT-POSITION-Y   FLOAT-LONG.
    02 PREFIX-CHECKPOINT-POSITION-Z   FLOAT-LONG.
    02 PREFIX-CHECKPOINT-GAMEMODE     BINARY-LONG UNSIGNED.
    *> Food state rides along so hunger survives a logout or a crash;
    *> FOOD-LEVEL is -1 when the checkpoint predates it.
    02 PREFIX-CHECKPOINT-FOOD-LEVEL   BINARY-LONG.
    02 PREFIX-CHECKPOINT-SATURATION   FLOAT-LONG.
    02 PREFIX-CHECKPOINT-EXHAUSTION   FLOAT-LONG.
