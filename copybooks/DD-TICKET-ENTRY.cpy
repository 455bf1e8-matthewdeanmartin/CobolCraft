    *> --- DD-TICKET-ENTRY ---
    *> One row of the report-ticket index, tickets/index.dat (see
    *> Ticket-Open): who reported whom and why, where the ticket stands
    *> (OPEN, CLAIMED, CLOSED), which staff member holds it, and whether
    *> the unclaimed-ticket alert has gone out. The evidence and the
    *> staff notes live in the ticket's own file, tickets/<id>.txt.
    *> PREFIX is replaced per call site.
01 PREFIX-TICKET.
    02 PREFIX-TICKET-ID          PIC 9(6).
    02 FILLER                    PIC X.
    02 PREFIX-TICKET-STATUS      PIC X(8).
    02 FILLER                    PIC X.
    02 PREFIX-TICKET-OPENED      PIC 9(10).
    02 FILLER                    PIC X.
    02 PREFIX-TICKET-REPORTER-HEX PIC X(32).
    02 FILLER                    PIC X.
    02 PREFIX-TICKET-REPORTER    PIC X(16).
    02 FILLER                    PIC X.
    02 PREFIX-TICKET-TARGET-HEX  PIC X(32).
    02 FILLER                    PIC X.
    02 PREFIX-TICKET-TARGET      PIC X(16).
    02 FILLER                    PIC X.
    02 PREFIX-TICKET-HANDLER     PIC X(16).
    02 FILLER                    PIC X.
    02 PREFIX-TICKET-UPDATED     PIC 9(10).
    02 FILLER                    PIC X.
    02 PREFIX-TICKET-ALERTED     PIC X(1).
    02 FILLER                    PIC X.
    02 PREFIX-TICKET-REASON      PIC X(96).
