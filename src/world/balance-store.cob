*> window leaves a reconstructible state: a row with neither write
*> or with only the debit applied is visibly a payment to finish from
*> the journal, and no ordering can ever mint money, the failure mode
*> that actually splits a community. Around all three writes sits an
*> XFER entry in the economy journal carrying both after-balances, so
*> JournalRecovery-Run can finish a half-applied transfer at boot
*> without anyone reading the ledger by hand.
IDENTIFICATION DIVISION.
PROGRAM-ID. Balance-Transfer.

WORKING-STORAGE SECTION.
    01 WS-FROM-BALANCE          BINARY-LONG.
    01 WS-TO-BALANCE            BINARY-LONG.
    01 WS-JOURNAL-ID            PIC X(16).
    01 WS-JOURNAL-KIND          PIC X(8) VALUE "XFER".
    01 WS-JOURNAL-DETAIL        PIC X(64).

LINKAGE SECTION.
    01 LK-FROM-HEX              PIC X(32).

    *> Journal of intent first, then debit, then credit (see the
    *> header for why this order)
    MOVE SPACES TO WS-JOURNAL-DETAIL
    MOVE LK-KIND TO WS-JOURNAL-DETAIL(1:8)
    CALL "Journal-NewId" USING WS-JOURNAL-ID
    CALL "Journal-Begin" USING WS-JOURNAL-ID WS-JOURNAL-KIND LK-FROM-HEX
        LK-TO-HEX LK-AMOUNT WS-FROM-BALANCE WS-TO-BALANCE
        WS-JOURNAL-DETAIL
    CALL "TransactionLog-Append" USING LK-KIND LK-FROM-HEX LK-TO-HEX
        LK-AMOUNT LK-MEMO
    CALL "Balance-Set" USING LK-FROM-HEX WS-FROM-BALANCE
    CALL "Balance-Set" USING LK-TO-HEX WS-TO-BALANCE
    CALL "Journal-Complete" USING WS-JOURNAL-ID
    MOVE "Y" TO LK-OK-FLAG

    GOBACK.
