
*> --- ServerConfig-GetNumber ---
*> Numeric convenience wrapper: a missing key or a value that is not a
*> whole number yields LK-DEFAULT. A leading minus is accepted - the
*> spawn and border coordinates are legitimately negative.
IDENTIFICATION DIVISION.
PROGRAM-ID. ServerConfig-GetNumber.

    01 CONFIG-VALUE         PIC X(128).
    01 CONFIG-FOUND-FLAG    PIC X(1).
    01 TRIMMED-VALUE        PIC X(32).
    01 DIGITS-VALUE         PIC X(32).

LINKAGE SECTION.
    01 LK-KEY               PIC X(32).
    CALL "ServerConfig-Get" USING LK-KEY CONFIG-VALUE CONFIG-FOUND-FLAG
    IF CONFIG-FOUND-FLAG = "Y"
        MOVE FUNCTION TRIM(CONFIG-VALUE) TO TRIMMED-VALUE
        IF TRIMMED-VALUE(1:1) = "-"
            MOVE TRIMMED-VALUE(2:31) TO DIGITS-VALUE
        ELSE
            MOVE TRIMMED-VALUE TO DIGITS-VALUE
        END-IF
        IF DIGITS-VALUE NOT = SPACES
                AND FUNCTION TRIM(DIGITS-VALUE) IS NUMERIC
            COMPUTE LK-NUMBER = FUNCTION NUMVAL(TRIMMED-VALUE)
        END-IF
    END-IF
