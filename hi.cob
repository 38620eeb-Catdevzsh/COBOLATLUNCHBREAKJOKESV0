*>   reject file back in from port-batch-resubmit.dat - copy the
*>   reject file there, fix the bad fields, and rerun; the reason
*>   column is ignored on the way back in.
*> - An interactive rule can be raised as an emergency by entering
*>   the change ticket that authorises it; the request is staged with
*>   the emergency flag and ticket so the approval program can let it
*>   through an emergency-only change freeze.  Batch and resubmitted
*>   rules are never emergencies.
*> - Audit lines now carry the rule's status and effective/expiry
*>   dates after the addresses, so RULE-RECOVER can rebuild a rule
*>   from the audit trail.
*> - Each port is now checked against the port service registry
*>   (port-services.dat).  A rule whose incoming or outgoing port is
*>   registered as prohibited is refused, interactive or batch, with
*>   batch reject reason PROH; one on a restricted port is staged
*>   with the restricted flag so the approving supervisor sees it.
*>   Without a registry file the check is skipped.
*> - A pending-requests file that will not open now points the
*>   operator at PEND-CONVERT, which brings a queue written before
*>   the pending layout change up to date.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT RUN-CONTROL-FILE ASSIGN TO 'run-control.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RUN-CONTROL-STATUS.
    SELECT SERVICE-FILE ASSIGN TO 'port-services.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SVC-PORT-NUMBER
        FILE STATUS IS SERVICE-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RUN-CONTROL-FILE.
    COPY "run-control-record.cpy".

FD  SERVICE-FILE.
    COPY "service-record.cpy".

WORKING-STORAGE SECTION.
01 PORT-NUMBER-IN PIC 9(5).
01 PORT-NUMBER-OUT PIC 9(5).
01 BATCH-PARM-STATUS PIC XX.
01 REJECT-FILE-STATUS PIC XX.
01 PENDING-FILE-STATUS PIC XX.
01 SERVICE-FILE-STATUS PIC XX.

01 BATCH-INPUT-FILENAME PIC X(40).
01 EDIT-REASON-CODE PIC X(4).
01 RUN-CONTROL-STATUS PIC XX.

01 REQUESTER-ID PIC X(8).
01 EMERGENCY-TICKET PIC X(12).
01 NEXT-REQUEST-ID PIC 9(7) VALUE 1.
01 PENDING-EOF-FLAG PIC X VALUE 'N'.
    88 PENDING-AT-EOF VALUE 'Y'.
01 RULE-SAVE-FLAG PIC X VALUE 'N'.
    88 RULE-SAVE-OK VALUE 'Y'.

01 REGISTRY-OPEN-FLAG PIC X VALUE 'N'.
    88 REGISTRY-OPEN VALUE 'Y'.
01 PORT-TO-CLASSIFY PIC 9(5).
01 PORT-CLASS-FLAG PIC X VALUE SPACE.
    88 PORT-IS-RESTRICTED VALUE 'R'.

01 TODAY-DATE PIC 9(8).
01 TODAY-TIME PIC 9(8).

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
    ELSE
        DISPLAY "No port service registry - prohibited and restricted "
            "ports are not checked."
    END-IF.
    OPEN EXTEND RUN-CONTROL-FILE.
    IF RUN-CONTROL-STATUS NOT = '00'
        OPEN OUTPUT RUN-CONTROL-FILE
    CLOSE AUDIT-LOG-FILE.
    CLOSE PENDING-FILE.
    CLOSE RUN-CONTROL-FILE.
    IF REGISTRY-OPEN
        CLOSE SERVICE-FILE
    END-IF.

*> Sit the next request number one past the highest already staged,
*> so requests raised by different runs never collide.
            MOVE BATCH-CLIENT-IP TO CLIENT-IP
            MOVE BATCH-EFFECTIVE-DATE TO EFFECTIVE-DATE-TEXT
            MOVE BATCH-EXPIRY-DATE TO EXPIRY-DATE-TEXT
            MOVE SPACES TO EMERGENCY-TICKET
            PERFORM EDIT-INPUT
            IF EDIT-OK
                ADD 1 TO ACCEPTED-COUNT
    DISPLAY "Enter the expiry date YYYYMMDD (blank for no expiry):".
    MOVE SPACES TO EXPIRY-DATE-TEXT.
    ACCEPT EXPIRY-DATE-TEXT.
    DISPLAY "Enter the emergency change ticket (blank if not an emergency):".
    MOVE SPACES TO EMERGENCY-TICKET.
    ACCEPT EMERGENCY-TICKET.

EDIT-INPUT.
    MOVE 'N' TO EDIT-ERROR-FLAG.
    MOVE SPACES TO EDIT-REASON-CODE.
    MOVE SPACE TO PORT-CLASS-FLAG.
    IF PORT-NUMBER-IN < 1 OR PORT-NUMBER-IN > 65535
        DISPLAY "Invalid incoming port number - must be 1-65535. Please re-enter."
        MOVE 'Y' TO EDIT-ERROR-FLAG
        MOVE 'Y' TO EDIT-ERROR-FLAG
        MOVE 'PORT' TO EDIT-REASON-CODE
    END-IF.
    IF EDIT-OK AND REGISTRY-OPEN
        PERFORM CHECK-PORT-REGISTRY
    END-IF.
    IF EDIT-OK
        PERFORM CHECK-DUPLICATE-RULE
    END-IF.
            MOVE 'DUP' TO EDIT-REASON-CODE
    END-READ.

*> Both ends of the forward are checked: a prohibited service must
*> not be reachable whether it is the port exposed or the port
*> forwarded to.  Retired registry entries are ignored.
CHECK-PORT-REGISTRY.
    MOVE PORT-NUMBER-IN TO PORT-TO-CLASSIFY.
    PERFORM CLASSIFY-ONE-PORT.
    IF EDIT-OK AND PORT-NUMBER-OUT NOT = PORT-NUMBER-IN
        MOVE PORT-NUMBER-OUT TO PORT-TO-CLASSIFY
        PERFORM CLASSIFY-ONE-PORT
    END-IF.

CLASSIFY-ONE-PORT.
    MOVE PORT-TO-CLASSIFY TO SVC-PORT-NUMBER.
    READ SERVICE-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF SVC-IS-CURRENT AND SVC-IS-PROHIBITED
                DISPLAY "Port " PORT-TO-CLASSIFY " (" SVC-SERVICE-NAME
                    ") is prohibited - " SVC-NOTE
                MOVE 'Y' TO EDIT-ERROR-FLAG
                MOVE 'PROH' TO EDIT-REASON-CODE
            END-IF
            IF SVC-IS-CURRENT AND SVC-IS-RESTRICTED
                DISPLAY "Port " PORT-TO-CLASSIFY " (" SVC-SERVICE-NAME
                    ") is restricted - the request will be flagged "
                    "for the approver."
                MOVE 'R' TO PORT-CLASS-FLAG
            END-IF
    END-READ.

VALIDATE-IP-ADDRESSES.
    MOVE SERVER-IP-IN TO IP-TO-CHECK.
    PERFORM VALIDATE-IP-FORMAT.
    MOVE 'A' TO PEND-RULE-STATUS.
    MOVE EFFECTIVE-DATE TO PEND-EFFECTIVE-DATE.
    MOVE EXPIRY-DATE TO PEND-EXPIRY-DATE.
    IF EMERGENCY-TICKET NOT = SPACES
        MOVE 'Y' TO PEND-EMERGENCY-FLAG
        MOVE EMERGENCY-TICKET TO PEND-CHANGE-TICKET
    END-IF.
    MOVE PORT-CLASS-FLAG TO PEND-PORT-CLASS.
    MOVE 'Y' TO RULE-SAVE-FLAG.
    WRITE PENDING-RECORD
        INVALID KEY
    MOVE PORT-NUMBER-OUT TO LOG-PORT-OUT.
    MOVE SERVER-IP-OUT TO LOG-SERVER-IP-OUT.
    MOVE CLIENT-IP TO LOG-CLIENT-IP.
    MOVE 'A' TO LOG-RULE-STATUS.
    MOVE EFFECTIVE-DATE TO LOG-EFFECTIVE-DATE.
    MOVE EXPIRY-DATE TO LOG-EXPIRY-DATE.
    WRITE AUDIT-LOG-RECORD.

ASK-TO-CONTINUE.
