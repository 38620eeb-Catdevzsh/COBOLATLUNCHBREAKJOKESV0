*>   it; a matching approver ID is refused and the request stays
*>   pending for another supervisor, so one operator cannot stage
*>   and immediately self-approve a forwarding change.
*> - The change-freeze calendar (change-freeze.dat) is now honoured.
*>   On a day inside a full freeze no request is applied; inside an
*>   emergency-only freeze only a request raised as an emergency with
*>   its own change ticket is applied.  A held request stays pending
*>   and writes a HOLDAPPR audit line and a HELD decision line; an
*>   emergency pushed through a freeze writes EMERGOVR in place of
*>   APPROVE, with the ticket on the decision line, so the post-freeze
*>   review can see exactly what was held and what went through.
*> - Audit lines now carry the rule's status and effective/expiry
*>   dates after the addresses, so RULE-RECOVER can rebuild a rule
*>   from the audit trail.
*> - A request staged against a port the service registry classes
*>   as restricted is now shown with a RESTRICTED PORT warning.
*> - A pending-requests file that will not open now points the
*>   operator at PEND-CONVERT, which brings a queue written before
*>   the pending layout change up to date.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT DECISION-LOG-FILE ASSIGN TO 'port-approval.log'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DECISION-LOG-STATUS.
    SELECT FREEZE-FILE ASSIGN TO 'change-freeze.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FREEZE-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
    05  FILLER PIC X VALUE SPACE.
    05  DEC-REASON PIC X(40).

FD  FREEZE-FILE.
    COPY "freeze-record.cpy".

WORKING-STORAGE SECTION.
01 PENDING-FILE-STATUS PIC XX.
01 RULES-FILE-STATUS PIC XX.
01 AUDIT-LOG-STATUS PIC XX.
01 TRON-FEED-STATUS PIC XX.
01 DECISION-LOG-STATUS PIC XX.
01 FREEZE-FILE-STATUS PIC XX.

01 APPROVER-ID PIC X(8).
01 LAST-REQUEST-ID PIC 9(7) VALUE ZERO.
01 APPROVED-COUNT PIC 9(5) VALUE ZERO.
01 REJECTED-COUNT PIC 9(5) VALUE ZERO.
01 SKIPPED-COUNT PIC 9(5) VALUE ZERO.
01 HELD-COUNT PIC 9(5) VALUE ZERO.
01 OVERRIDE-COUNT PIC 9(5) VALUE ZERO.

01 FREEZE-EOF-FLAG PIC X VALUE 'N'.
    88 FREEZE-AT-EOF VALUE 'Y'.
01 FREEZE-ACTIVE-FLAG PIC X VALUE 'N'.
    88 FREEZE-ACTIVE VALUE 'Y'.
01 ACTIVE-FREEZE-TYPE PIC X.
    88 ACTIVE-FREEZE-EMERGENCY-ONLY VALUE 'E'.
01 ACTIVE-FREEZE-END PIC 9(8).
01 ACTIVE-FREEZE-TICKET PIC X(12).
01 FREEZE-HOLD-FLAG PIC X VALUE 'N'.
    88 FREEZE-HOLD VALUE 'Y'.
01 EMERGENCY-OVERRIDE-FLAG PIC X VALUE 'N'.
    88 EMERGENCY-OVERRIDE VALUE 'Y'.

01 AUDIT-ACTION PIC X(8).

MAIN-PROGRAM.
    DISPLAY "Forwarding rule approval.".
    PERFORM OPEN-APPROVE-FILES.
    PERFORM LOAD-FREEZE-CALENDAR.
    PERFORM ASK-APPROVER-ID.
    MOVE ZERO TO LAST-REQUEST-ID.
    PERFORM REVIEW-NEXT-REQUEST THRU REVIEW-NEXT-REQUEST-EXIT
    PERFORM CLOSE-APPROVE-FILES.
    DISPLAY APPROVED-COUNT " approved, " REJECTED-COUNT
        " rejected, " SKIPPED-COUNT " left pending.".
    IF FREEZE-ACTIVE
        DISPLAY HELD-COUNT " held by the change freeze, "
            OVERRIDE-COUNT " applied as emergency overrides."
    END-IF.
    STOP RUN.

OPEN-APPROVE-FILES.
    IF PENDING-FILE-STATUS NOT = '00'
        DISPLAY "Unable to open the pending-requests file - status "
            PENDING-FILE-STATUS
        DISPLAY "If the file predates the pending layout change, run "
            "PEND-CONVERT."
        STOP RUN
    END-IF.
    OPEN I-O RULES-FILE.
        DISPLAY "An approver ID is needed on every decision."
        GO TO ASK-APPROVER-ID.

*> Find the freeze, if any, covering today.  Where two windows
*> overlap a full freeze wins over an emergency-only one, and a type
*> other than E is taken as a full freeze.
LOAD-FREEZE-CALENDAR.
    MOVE 'N' TO FREEZE-ACTIVE-FLAG.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
    OPEN INPUT FREEZE-FILE.
    IF FREEZE-FILE-STATUS = '00'
        MOVE 'N' TO FREEZE-EOF-FLAG
        PERFORM READ-ONE-FREEZE UNTIL FREEZE-AT-EOF
        CLOSE FREEZE-FILE
    END-IF.
    IF FREEZE-ACTIVE
        IF ACTIVE-FREEZE-EMERGENCY-ONLY
            DISPLAY "EMERGENCY-ONLY CHANGE FREEZE " ACTIVE-FREEZE-TICKET
                " in force to " ACTIVE-FREEZE-END
                " - only emergency requests with a ticket can be applied."
        ELSE
            DISPLAY "FULL CHANGE FREEZE " ACTIVE-FREEZE-TICKET
                " in force to " ACTIVE-FREEZE-END
                " - no request can be applied."
        END-IF
    END-IF.

READ-ONE-FREEZE.
    READ FREEZE-FILE
        AT END
            MOVE 'Y' TO FREEZE-EOF-FLAG
        NOT AT END
            PERFORM CHECK-ONE-FREEZE
    END-READ.

CHECK-ONE-FREEZE.
    IF FREEZE-RECORD = SPACES OR FREEZE-RECORD(1:1) = '*'
        CONTINUE
    ELSE
        IF FRZ-START-DATE IS NOT NUMERIC OR FRZ-END-DATE IS NOT NUMERIC
            DISPLAY "change-freeze.dat line ignored - dates not "
                "YYYYMMDD: " FREEZE-RECORD(1:30)
        ELSE
            IF FRZ-START-DATE NOT > TODAY-DATE
                    AND FRZ-END-DATE NOT < TODAY-DATE
                IF NOT FREEZE-ACTIVE OR ACTIVE-FREEZE-EMERGENCY-ONLY
                    MOVE 'Y' TO FREEZE-ACTIVE-FLAG
                    MOVE FRZ-TYPE TO ACTIVE-FREEZE-TYPE
                    MOVE FRZ-END-DATE TO ACTIVE-FREEZE-END
                    MOVE FRZ-TICKET TO ACTIVE-FREEZE-TICKET
                END-IF
            END-IF
        END-IF
    END-IF.

*> Walk the queue by request number.  The position is re-established
*> from the last request number each time round, so deleting the
*> record just decided never loses the place.
    END-IF.
    DISPLAY "  Effective " PEND-EFFECTIVE-DATE
        " expires " PEND-EXPIRY-DATE.
    IF PEND-IS-EMERGENCY
        DISPLAY "  EMERGENCY change - ticket " PEND-CHANGE-TICKET
    END-IF.
    IF PEND-PORT-RESTRICTED
        DISPLAY "  RESTRICTED PORT - the service registry classes a "
            "port on this rule as restricted."
    END-IF.

*> A request cannot be approved by the person who raised it - the
*> whole point of the queue is a second pair of eyes.  A matching
            PEND-REQUESTER " - it needs a second pair of eyes."
        MOVE 'Y' TO APPLY-ERROR-FLAG
    ELSE
        PERFORM CHECK-FREEZE-HOLD
        IF FREEZE-HOLD
            PERFORM HOLD-FOR-FREEZE
            MOVE 'Y' TO APPLY-ERROR-FLAG
        ELSE
            PERFORM APPLY-PENDING-ACTION
        END-IF
    END-IF.
    IF APPLY-ERROR
    ELSE
        ADD 1 TO APPROVED-COUNT
        PERFORM WRITE-APPLIED-AUDIT-LOG
        IF EMERGENCY-OVERRIDE
            ADD 1 TO OVERRIDE-COUNT
            MOVE 'EMERGOVR' TO AUDIT-ACTION
            PERFORM WRITE-AUDIT-LOG
            MOVE 'EMERGOV' TO DECISION-TEXT
            MOVE SPACES TO REJECT-REASON
            STRING 'TICKET ' PEND-CHANGE-TICKET
                ' FREEZE ' ACTIVE-FREEZE-TICKET
                DELIMITED BY SIZE INTO REJECT-REASON
        ELSE
            MOVE 'APPROVE' TO AUDIT-ACTION
            PERFORM WRITE-AUDIT-LOG
            MOVE 'APPROVE' TO DECISION-TEXT
            MOVE SPACES TO REJECT-REASON
        END-IF
        PERFORM WRITE-DECISION-LOG
        PERFORM REMOVE-PENDING-RECORD
        DISPLAY "Request " PEND-REQUEST-ID " approved and applied."
    END-IF.

APPLY-PENDING-ACTION.
    IF PEND-ACTION-ADD
        PERFORM APPLY-ADD
    ELSE
        IF PEND-ACTION-CHANGE
            PERFORM APPLY-CHANGE
        ELSE
            IF PEND-ACTION-DELETE
                PERFORM APPLY-DELETE
            ELSE
                IF PEND-ACTION-DEACTIV
                    PERFORM APPLY-DEACTIVATE
                ELSE
                    DISPLAY "Unrecognised action " PEND-ACTION
                        " - request left pending."
                    MOVE 'Y' TO APPLY-ERROR-FLAG
                END-IF
            END-IF
        END-IF
    END-IF.

*> Nothing is applied inside a full freeze.  Inside an emergency-only
*> freeze a request goes through only when it was raised as an
*> emergency and carries its own change ticket.
CHECK-FREEZE-HOLD.
    MOVE 'N' TO FREEZE-HOLD-FLAG.
    MOVE 'N' TO EMERGENCY-OVERRIDE-FLAG.
    IF FREEZE-ACTIVE
        IF ACTIVE-FREEZE-EMERGENCY-ONLY
                AND PEND-IS-EMERGENCY
                AND PEND-CHANGE-TICKET NOT = SPACES
            MOVE 'Y' TO EMERGENCY-OVERRIDE-FLAG
        ELSE
            MOVE 'Y' TO FREEZE-HOLD-FLAG
        END-IF
    END-IF.

*> A held request stays on the queue for after the freeze; the hold
*> itself is audited so the post-freeze review sees every attempt.
HOLD-FOR-FREEZE.
    ADD 1 TO HELD-COUNT.
    MOVE 'HOLDAPPR' TO AUDIT-ACTION.
    PERFORM WRITE-AUDIT-LOG.
    MOVE 'HELD' TO DECISION-TEXT.
    MOVE SPACES TO REJECT-REASON.
    STRING 'CHANGE FREEZE ' ACTIVE-FREEZE-TICKET
        ' TO ' ACTIVE-FREEZE-END
        DELIMITED BY SIZE INTO REJECT-REASON.
    PERFORM WRITE-DECISION-LOG.
    IF ACTIVE-FREEZE-EMERGENCY-ONLY
        DISPLAY "Request " PEND-REQUEST-ID " held - emergency-only "
            "change freeze " ACTIVE-FREEZE-TICKET " to "
            ACTIVE-FREEZE-END " and it is not an emergency with a "
            "ticket."
    ELSE
        DISPLAY "Request " PEND-REQUEST-ID " held - full change "
            "freeze " ACTIVE-FREEZE-TICKET " to " ACTIVE-FREEZE-END "."
    END-IF.

REJECT-REQUEST.
    DISPLAY "Enter the rejection reason:".
    MOVE SPACES TO REJECT-REASON.
                MOVE 'Y' TO APPLY-ERROR-FLAG
        END-REWRITE
    END-IF.
    IF NOT APPLY-ERROR
        MOVE RULE-STATUS TO PEND-RULE-STATUS
    END-IF.

*> The applied action goes to the audit log under its own name, an
*> approved add as the FORWARD it always was, so readers that tally
    MOVE PEND-PORT-NUMBER-OUT TO LOG-PORT-OUT.
    MOVE PEND-SERVER-IP-OUT TO LOG-SERVER-IP-OUT.
    MOVE PEND-CLIENT-IP TO LOG-CLIENT-IP.
    MOVE PEND-RULE-STATUS TO LOG-RULE-STATUS.
    MOVE PEND-EFFECTIVE-DATE TO LOG-EFFECTIVE-DATE.
    MOVE PEND-EXPIRY-DATE TO LOG-EXPIRY-DATE.
    WRITE AUDIT-LOG-RECORD.

WRITE-DECISION-LOG.
