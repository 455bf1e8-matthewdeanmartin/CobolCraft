    *> --- DD-ACHIEVEMENTS-EARNED ---
    *> One player's earned achievements, as stored one row per award in
    *> achievements/<uuid>.dat (see Achievements-ReadEarned and
    *> Achievements-Check): the counter and threshold that identify the
    *> definition, when it was awarded, the reward it carried and
    *> whether that reward has been paid (Y, N while the server account
    *> could not cover it, P while a payment is in flight, "-" when
    *> there was none), the title as it read when earned - so a
    *> definition later dropped from the config still shows - and the
    *> id the payment went out under (blank on rows written before
    *> rewards carried one). PREFIX is replaced per call site.
01 PREFIX-EARNED.
    02 PREFIX-EARNED-COUNT       BINARY-LONG UNSIGNED.
    02 PREFIX-EARNED-ROW OCCURS 64 TIMES.
        03 PREFIX-EARNED-STAT        PIC X(8).
        03 FILLER                    PIC X.
        03 PREFIX-EARNED-THRESHOLD   PIC 9(12).
        03 FILLER                    PIC X.
        03 PREFIX-EARNED-AT          PIC 9(10).
        03 FILLER                    PIC X.
        03 PREFIX-EARNED-REWARD      PIC 9(9).
        03 FILLER                    PIC X.
        03 PREFIX-EARNED-PAID        PIC X(1).
        03 FILLER                    PIC X.
        03 PREFIX-EARNED-TITLE       PIC X(48).
        03 FILLER                    PIC X.
        03 PREFIX-EARNED-PAY-ID      PIC X(16).
