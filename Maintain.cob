*>   what decommissioning a server actually needs.  Files built
*>   before the alternate key must be re-indexed with RULE-REINDEX
*>   and reloaded with RULE-BACKUP first.
*> - A change, delete or inactivation can be raised as an emergency
*>   by entering the change ticket that authorises it (asked once for
*>   a destination-IP set).  The request is staged with the emergency
*>   flag and ticket so the approval program can let it through an
*>   emergency-only change freeze.
*> - Audit lines now carry the rule's status and effective/expiry
*>   dates after the addresses, so RULE-RECOVER can rebuild a rule
*>   from the audit trail.
*> - Rule displays now show the service name and owning team from
*>   the port service registry (port-services.dat) - the incoming
*>   port's entry, or the outgoing port's when the incoming port is
*>   not registered.  A change may not move a rule's outgoing port
*>   onto a prohibited port, and a change to a rule on a restricted
*>   port is staged with the restricted flag for the approver.
*> - A pending-requests file that will not open now points the
*>   operator at PEND-CONVERT, which brings a queue written before
*>   the pending layout change up to date.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PEND-REQUEST-ID
        FILE STATUS IS PENDING-FILE-STATUS.
    SELECT SERVICE-FILE ASSIGN TO 'port-services.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SVC-PORT-NUMBER
        FILE STATUS IS SERVICE-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PENDING-FILE.
    COPY "pending-record.cpy".

FD  SERVICE-FILE.
    COPY "service-record.cpy".

WORKING-STORAGE SECTION.
01 RULES-FILE-STATUS PIC XX.
01 AUDIT-LOG-STATUS PIC XX.
01 PENDING-FILE-STATUS PIC XX.
01 SERVICE-FILE-STATUS PIC XX.

01 REGISTRY-OPEN-FLAG PIC X VALUE 'N'.
    88 REGISTRY-OPEN VALUE 'Y'.
01 SERVICE-LOOKUP-FLAG PIC X VALUE 'N'.
    88 SERVICE-LOOKUP-FOUND VALUE 'Y'.
01 PORT-TO-CLASSIFY PIC 9(5).
01 PORT-CLASS-FLAG PIC X VALUE SPACE.
    88 PORT-IS-RESTRICTED VALUE 'R'.
01 CHANGED-PORT-OUT PIC 9(5).

01 REQUESTER-ID PIC X(8).
01 NEXT-REQUEST-ID PIC 9(7) VALUE 1.
01 PENDING-EOF-FLAG PIC X VALUE 'N'.
    88 PENDING-AT-EOF VALUE 'Y'.
01 STAGE-ACTION PIC X(8).
01 EMERGENCY-TICKET PIC X(12).
01 STAGE-OK-FLAG PIC X VALUE 'N'.
    88 STAGE-OK VALUE 'Y'.

    IF PENDING-FILE-STATUS NOT = '00'
        DISPLAY "Unable to open the pending-requests file - status "
            PENDING-FILE-STATUS
        DISPLAY "If the file predates the pending layout change, run "
            "PEND-CONVERT."
        STOP RUN
    END-IF.
    PERFORM FIND-NEXT-REQUEST-ID.
    OPEN INPUT SERVICE-FILE.
    IF SERVICE-FILE-STATUS = '00'
        MOVE 'Y' TO REGISTRY-OPEN-FLAG
    END-IF.

CLOSE-MAINT-FILES.
    CLOSE RULES-FILE.
    CLOSE AUDIT-LOG-FILE.
    CLOSE PENDING-FILE.
    IF REGISTRY-OPEN
        CLOSE SERVICE-FILE
    END-IF.

ASK-REQUESTER-ID.
    MOVE SPACES TO REQUESTER-ID.
    STRING TODAY-TIME(1:2) ':' TODAY-TIME(3:2) ':' TODAY-TIME(5:2)
        DELIMITED BY SIZE INTO PEND-REQUEST-TIME.
    MOVE RULE-RECORD TO PEND-RULE-IMAGE.
    IF EMERGENCY-TICKET NOT = SPACES
        MOVE 'Y' TO PEND-EMERGENCY-FLAG
        MOVE EMERGENCY-TICKET TO PEND-CHANGE-TICKET
    END-IF.
    IF STAGE-ACTION = 'CHANGE'
        MOVE PORT-CLASS-FLAG TO PEND-PORT-CLASS
    END-IF.
    MOVE 'Y' TO STAGE-OK-FLAG.
    WRITE PENDING-RECORD
        INVALID KEY
            " - awaiting supervisor approval."
    END-IF.

ASK-EMERGENCY-TICKET.
    DISPLAY "Enter the emergency change ticket (blank if not an "
        "emergency):".
    MOVE SPACES TO EMERGENCY-TICKET.
    ACCEPT EMERGENCY-TICKET.

LIST-ALL-RULES.
    MOVE ZERO TO LISTED-COUNT.
    MOVE ZERO TO RULE-PORT-NUMBER-IN.
    END-IF.
    DISPLAY "  Effective " RULE-EFFECTIVE-DATE
        " expires " RULE-EXPIRY-DATE.
    IF REGISTRY-OPEN
        PERFORM LOOK-UP-RULE-SERVICE
        IF SERVICE-LOOKUP-FOUND
            DISPLAY "  Service: " SVC-SERVICE-NAME
                " team " SVC-OWNING-TEAM
                " (port " SVC-PORT-NUMBER ")"
        ELSE
            DISPLAY "  Service: not in the service registry."
        END-IF
    END-IF.

LOOK-UP-RULE-SERVICE.
    MOVE RULE-PORT-NUMBER-IN TO PORT-TO-CLASSIFY.
    PERFORM READ-SERVICE-ENTRY.
    IF NOT SERVICE-LOOKUP-FOUND
        MOVE RULE-PORT-NUMBER-OUT TO PORT-TO-CLASSIFY
        PERFORM READ-SERVICE-ENTRY
    END-IF.

*> A retired registry entry no longer names or classifies a port.
READ-SERVICE-ENTRY.
    MOVE 'N' TO SERVICE-LOOKUP-FLAG.
    MOVE PORT-TO-CLASSIFY TO SVC-PORT-NUMBER.
    READ SERVICE-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF SVC-IS-CURRENT
                MOVE 'Y' TO SERVICE-LOOKUP-FLAG
            END-IF
    END-READ.

ASK-FOR-RULE.
    MOVE 'N' TO RULE-FOUND-FLAG.
        GO TO CHANGE-RULE-EXIT
    END-IF.
    PERFORM APPLY-CHANGES.
    PERFORM ASK-EMERGENCY-TICKET.
    MOVE 'CHANGE' TO STAGE-ACTION.
    PERFORM STAGE-PENDING-REQUEST.
CHANGE-RULE-EXIT.
            MOVE 'Y' TO CHANGE-ERROR-FLAG
        END-IF
    END-IF.
    MOVE SPACE TO PORT-CLASS-FLAG.
    IF CHANGE-OK AND REGISTRY-OPEN
        PERFORM CHECK-CHANGE-REGISTRY
    END-IF.

*> Only a new outgoing port can bring a prohibited service into a
*> rule - the incoming port is the rule's key and never changes
*> here.  Either end being restricted flags the change.
CHECK-CHANGE-REGISTRY.
    MOVE RULE-PORT-NUMBER-OUT TO CHANGED-PORT-OUT.
    IF NEW-PORT-OUT-TEXT NOT = SPACES
        MOVE NEW-PORT-OUT TO CHANGED-PORT-OUT
        MOVE NEW-PORT-OUT TO PORT-TO-CLASSIFY
        PERFORM READ-SERVICE-ENTRY
        IF SERVICE-LOOKUP-FOUND AND SVC-IS-PROHIBITED
            DISPLAY "Port " NEW-PORT-OUT " (" SVC-SERVICE-NAME
                ") is prohibited - " SVC-NOTE
            MOVE 'Y' TO CHANGE-ERROR-FLAG
        END-IF
    END-IF.
    MOVE RULE-PORT-NUMBER-IN TO PORT-TO-CLASSIFY.
    PERFORM READ-SERVICE-ENTRY.
    IF SERVICE-LOOKUP-FOUND AND SVC-IS-RESTRICTED
        MOVE 'R' TO PORT-CLASS-FLAG
    END-IF.
    MOVE CHANGED-PORT-OUT TO PORT-TO-CLASSIFY.
    PERFORM READ-SERVICE-ENTRY.
    IF SERVICE-LOOKUP-FOUND AND SVC-IS-RESTRICTED
        MOVE 'R' TO PORT-CLASS-FLAG
    END-IF.
    IF PORT-IS-RESTRICTED AND CHANGE-OK
        DISPLAY "A port on this rule is restricted - the change will "
            "be flagged for the approver."
    END-IF.

NORMALIZE-NEW-PORT.
    MOVE 5 TO NEW-PORT-OUT-LENGTH.
        DISPLAY "Rule not staged for deletion."
        GO TO DELETE-RULE-EXIT
    END-IF.
    PERFORM ASK-EMERGENCY-TICKET.
    MOVE 'DELETE' TO STAGE-ACTION.
    PERFORM STAGE-PENDING-REQUEST.
DELETE-RULE-EXIT.
            " is already inactive."
        GO TO INACTIVATE-RULE-EXIT
    END-IF.
    PERFORM ASK-EMERGENCY-TICKET.
    MOVE 'DEACTIV' TO STAGE-ACTION.
    PERFORM STAGE-PENDING-REQUEST.
INACTIVATE-RULE-EXIT.
        DISPLAY "Nothing staged."
        GO TO MAINTAIN-BY-DESTINATION-EXIT
    END-IF.
    PERFORM ASK-EMERGENCY-TICKET.
    MOVE ZERO TO DEST-STAGED-COUNT.
    PERFORM START-AT-DESTINATION.
    PERFORM STAGE-ONE-DEST-RULE UNTIL DEST-AT-EOF.
    MOVE RULE-PORT-NUMBER-OUT TO LOG-PORT-OUT.
    MOVE RULE-SERVER-IP-OUT TO LOG-SERVER-IP-OUT.
    MOVE RULE-CLIENT-IP TO LOG-CLIENT-IP.
    MOVE RULE-STATUS TO LOG-RULE-STATUS.
    MOVE RULE-EFFECTIVE-DATE TO LOG-EFFECTIVE-DATE.
    MOVE RULE-EXPIRY-DATE TO LOG-EXPIRY-DATE.
    WRITE AUDIT-LOG-RECORD.

VALIDATE-IP-FORMAT.
