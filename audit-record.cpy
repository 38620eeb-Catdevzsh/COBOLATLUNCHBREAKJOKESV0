*> Shared layout for one port-audit.log line.  Written by the port
*> forwarding tool when a rule is forwarded, and by the rule
*> maintenance program for each maintenance action, so every change
*> to the rules file carries the same audit trail.  The rule's status
*> and dates follow the addresses, so a point-in-time recovery can
*> rebuild a whole rule from its audit line; lines written before
*> those columns existed read back with them blank.
01  AUDIT-LOG-RECORD.
    05  LOG-DATE PIC X(10).
    05  FILLER PIC X VALUE SPACE.
    05  LOG-SERVER-IP-OUT PIC X(15).
    05  FILLER PIC X VALUE SPACE.
    05  LOG-CLIENT-IP PIC X(15).
    05  FILLER PIC X VALUE SPACE.
    05  LOG-RULE-STATUS PIC X.
    05  FILLER PIC X VALUE SPACE.
    05  LOG-EFFECTIVE-DATE PIC X(8).
    05  FILLER PIC X VALUE SPACE.
    05  LOG-EXPIRY-DATE PIC X(8).
