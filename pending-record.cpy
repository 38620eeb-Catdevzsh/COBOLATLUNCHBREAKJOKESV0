*> and the rule maintenance program, carrying who asked for it and
*> when, and only the approval program moves an approved request into
*> the live rules file.  Keyed by a request number so a supervisor
*> can work the queue in the order it was raised.  A request raised
*> as an emergency carries the flag and its change ticket after the
*> rule image; the approval program lets such a request through an
*> emergency-only change freeze.  A request touching a port the
*> service registry classes as restricted carries the restricted
*> flag so the approver is warned.  A queue written before these
*> trailing fields were added is brought to this layout by
*> PEND-CONVERT.
01  PENDING-RECORD.
    05  PEND-REQUEST-ID         PIC 9(7).
    05  PEND-ACTION             PIC X(8).
        10  PEND-RULE-STATUS        PIC X.
        10  PEND-EFFECTIVE-DATE     PIC 9(8).
        10  PEND-EXPIRY-DATE        PIC 9(8).
    05  PEND-EMERGENCY-FLAG     PIC X.
        88  PEND-IS-EMERGENCY   VALUE 'Y'.
    05  PEND-CHANGE-TICKET      PIC X(12).
    05  PEND-PORT-CLASS         PIC X.
        88  PEND-PORT-RESTRICTED VALUE 'R'.
