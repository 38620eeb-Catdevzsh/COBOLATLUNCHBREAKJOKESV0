IDENTIFICATION DIVISION.
PROGRAM-ID. SERVICE-MAINT.

*> Modification history:
*> - New program: maintenance for the port service registry
*>   (port-services.dat, keyed by port number).  Nothing said which
*>   application a port belonged to, and nothing stopped a forward
*>   of a port such as 23 or 3389 being staged.  Each registry entry
*>   carries the service name, owning team, a classification of
*>   allowed, restricted or prohibited, and a note.  The port
*>   forwarding tool refuses to stage a prohibited port and flags a
*>   restricted one for the approving supervisor; the rule list and
*>   the monthly statement show the service and team.  Entries are
*>   listed, added, changed and retired here - a retired entry is
*>   kept on file, marked retired with the date and operator, rather
*>   than deleted.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SERVICE-FILE ASSIGN TO 'port-services.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SVC-PORT-NUMBER
        FILE STATUS IS SERVICE-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SERVICE-FILE.
    COPY "service-record.cpy".

WORKING-STORAGE SECTION.
01 SERVICE-FILE-STATUS PIC XX.

01 OPERATOR-ID PIC X(8).
01 MENU-CHOICE PIC X.
01 CONFIRM-CHOICE PIC X.
01 PORT-NUMBER PIC 9(5).
01 LISTED-COUNT PIC 9(5).
01 RETIRED-LISTED-COUNT PIC 9(5).

01 SERVICE-FOUND-FLAG PIC X VALUE 'N'.
    88 SERVICE-FOUND VALUE 'Y'.
01 SERVICE-EOF-FLAG PIC X VALUE 'N'.
    88 SERVICE-AT-EOF VALUE 'Y'.
01 SHOW-RETIRED-FLAG PIC X VALUE 'N'.
    88 SHOW-RETIRED VALUE 'Y'.

01 NEW-SERVICE-NAME PIC X(20).
01 NEW-OWNING-TEAM PIC X(20).
01 NEW-CLASS PIC X.
01 NEW-NOTE PIC X(40).

01 ENTRY-ERROR-FLAG PIC X VALUE 'N'.
    88 ENTRY-ERROR VALUE 'Y'.
    88 ENTRY-OK VALUE 'N'.

01 CLASS-DISPLAY PIC X(10).
01 TODAY-DATE PIC 9(8).

PROCEDURE DIVISION.
MAIN-PROGRAM.
    DISPLAY "Port Service Registry Maintenance.".
    PERFORM OPEN-SERVICE-FILE.
    PERFORM ASK-OPERATOR-ID.
MENU-LOOP.
    DISPLAY " ".
    DISPLAY "(L)ist registry entries".
    DISPLAY "(A)dd an entry".
    DISPLAY "(C)hange an entry".
    DISPLAY "(R)etire an entry".
    DISPLAY "(Q)uit".
    DISPLAY "Enter choice:".
    ACCEPT MENU-CHOICE.
    IF MENU-CHOICE = 'L' OR MENU-CHOICE = 'l'
        PERFORM LIST-SERVICES
        GO TO MENU-LOOP
    END-IF.
    IF MENU-CHOICE = 'A' OR MENU-CHOICE = 'a'
        PERFORM ADD-SERVICE THRU ADD-SERVICE-EXIT
        GO TO MENU-LOOP
    END-IF.
    IF MENU-CHOICE = 'C' OR MENU-CHOICE = 'c'
        PERFORM CHANGE-SERVICE THRU CHANGE-SERVICE-EXIT
        GO TO MENU-LOOP
    END-IF.
    IF MENU-CHOICE = 'R' OR MENU-CHOICE = 'r'
        PERFORM RETIRE-SERVICE THRU RETIRE-SERVICE-EXIT
        GO TO MENU-LOOP
    END-IF.
    IF MENU-CHOICE = 'Q' OR MENU-CHOICE = 'q'
        CLOSE SERVICE-FILE
        STOP RUN
    END-IF.
    DISPLAY "Unrecognised choice - please re-enter.".
    GO TO MENU-LOOP.

OPEN-SERVICE-FILE.
    OPEN I-O SERVICE-FILE.
    IF SERVICE-FILE-STATUS = '35'
        OPEN OUTPUT SERVICE-FILE
        CLOSE SERVICE-FILE
        OPEN I-O SERVICE-FILE
    END-IF.
    IF SERVICE-FILE-STATUS NOT = '00'
        DISPLAY "Unable to open port-services.dat - status "
            SERVICE-FILE-STATUS
        STOP RUN
    END-IF.

ASK-OPERATOR-ID.
    MOVE SPACES TO OPERATOR-ID.
    DISPLAY "Enter your operator ID:".
    ACCEPT OPERATOR-ID.
    IF OPERATOR-ID = SPACES
        DISPLAY "An operator ID is needed on every registry change."
        GO TO ASK-OPERATOR-ID.

LIST-SERVICES.
    DISPLAY "Include retired entries? (Y/N)".
    ACCEPT CONFIRM-CHOICE.
    MOVE 'N' TO SHOW-RETIRED-FLAG.
    IF CONFIRM-CHOICE = 'Y' OR CONFIRM-CHOICE = 'y'
        MOVE 'Y' TO SHOW-RETIRED-FLAG
    END-IF.
    MOVE ZERO TO LISTED-COUNT.
    MOVE ZERO TO RETIRED-LISTED-COUNT.
    MOVE ZERO TO SVC-PORT-NUMBER.
    MOVE 'N' TO SERVICE-EOF-FLAG.
    START SERVICE-FILE KEY NOT < SVC-PORT-NUMBER
        INVALID KEY
            MOVE 'Y' TO SERVICE-EOF-FLAG
    END-START.
    PERFORM LIST-ONE-SERVICE UNTIL SERVICE-AT-EOF.
    DISPLAY LISTED-COUNT " current entr(ies) listed.".
    IF SHOW-RETIRED
        DISPLAY RETIRED-LISTED-COUNT " retired entr(ies) listed."
    END-IF.

LIST-ONE-SERVICE.
    READ SERVICE-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO SERVICE-EOF-FLAG
        NOT AT END
            IF SVC-IS-RETIRED
                IF SHOW-RETIRED
                    ADD 1 TO RETIRED-LISTED-COUNT
                    PERFORM DISPLAY-SERVICE-DETAIL
                END-IF
            ELSE
                ADD 1 TO LISTED-COUNT
                PERFORM DISPLAY-SERVICE-DETAIL
            END-IF
    END-READ.

DISPLAY-SERVICE-DETAIL.
    PERFORM SET-CLASS-DISPLAY.
    DISPLAY "Port " SVC-PORT-NUMBER " " SVC-SERVICE-NAME
        " team " SVC-OWNING-TEAM " " CLASS-DISPLAY.
    IF SVC-NOTE NOT = SPACES
        DISPLAY "  Note: " SVC-NOTE
    END-IF.
    IF SVC-IS-RETIRED
        DISPLAY "  RETIRED on " SVC-CHANGED-DATE " by " SVC-CHANGED-BY
    ELSE
        DISPLAY "  Last changed " SVC-CHANGED-DATE " by " SVC-CHANGED-BY
    END-IF.

SET-CLASS-DISPLAY.
    IF SVC-IS-PROHIBITED
        MOVE 'PROHIBITED' TO CLASS-DISPLAY
    ELSE
        IF SVC-IS-RESTRICTED
            MOVE 'RESTRICTED' TO CLASS-DISPLAY
        ELSE
            MOVE 'ALLOWED' TO CLASS-DISPLAY
        END-IF
    END-IF.

ASK-FOR-PORT.
    MOVE 'N' TO SERVICE-FOUND-FLAG.
    DISPLAY "Enter the port number:".
    ACCEPT PORT-NUMBER.
    MOVE PORT-NUMBER TO SVC-PORT-NUMBER.
    READ SERVICE-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO SERVICE-FOUND-FLAG
    END-READ.

*> Adding a port that has only a retired entry brings the entry back
*> into service with the new details.
ADD-SERVICE.
    PERFORM ASK-FOR-PORT.
    IF PORT-NUMBER < 1 OR PORT-NUMBER > 65535
        DISPLAY "Invalid port number - must be 1-65535."
        GO TO ADD-SERVICE-EXIT
    END-IF.
    IF SERVICE-FOUND AND SVC-IS-CURRENT
        DISPLAY "Port " PORT-NUMBER " is already registered - "
            "use (C)hange."
        GO TO ADD-SERVICE-EXIT
    END-IF.
    MOVE SPACES TO NEW-SERVICE-NAME.
    MOVE SPACES TO NEW-OWNING-TEAM.
    MOVE SPACES TO NEW-CLASS.
    MOVE SPACES TO NEW-NOTE.
    PERFORM ASK-SERVICE-DETAILS.
    PERFORM EDIT-SERVICE-DETAILS.
    IF ENTRY-ERROR
        DISPLAY "Entry not added - please re-enter."
        GO TO ADD-SERVICE-EXIT
    END-IF.
    MOVE SPACES TO SERVICE-RECORD.
    MOVE PORT-NUMBER TO SVC-PORT-NUMBER.
    PERFORM APPLY-SERVICE-DETAILS.
    IF SERVICE-FOUND
        REWRITE SERVICE-RECORD
            INVALID KEY
                DISPLAY "Unable to reinstate port " PORT-NUMBER
                    " - status " SERVICE-FILE-STATUS
                GO TO ADD-SERVICE-EXIT
        END-REWRITE
        DISPLAY "Retired entry for port " PORT-NUMBER " reinstated."
    ELSE
        WRITE SERVICE-RECORD
            INVALID KEY
                DISPLAY "Unable to add port " PORT-NUMBER
                    " - status " SERVICE-FILE-STATUS
                GO TO ADD-SERVICE-EXIT
        END-WRITE
        DISPLAY "Port " PORT-NUMBER " added to the registry."
    END-IF.
ADD-SERVICE-EXIT.
    EXIT.

CHANGE-SERVICE.
    PERFORM ASK-FOR-PORT.
    IF NOT SERVICE-FOUND OR SVC-IS-RETIRED
        DISPLAY "No current registry entry for port " PORT-NUMBER "."
        GO TO CHANGE-SERVICE-EXIT
    END-IF.
    PERFORM DISPLAY-SERVICE-DETAIL.
    DISPLAY "Blank entries keep the current value.".
    MOVE SPACES TO NEW-SERVICE-NAME.
    MOVE SPACES TO NEW-OWNING-TEAM.
    MOVE SPACES TO NEW-CLASS.
    MOVE SPACES TO NEW-NOTE.
    PERFORM ASK-SERVICE-DETAILS.
    IF NEW-SERVICE-NAME = SPACES
        MOVE SVC-SERVICE-NAME TO NEW-SERVICE-NAME
    END-IF.
    IF NEW-OWNING-TEAM = SPACES
        MOVE SVC-OWNING-TEAM TO NEW-OWNING-TEAM
    END-IF.
    IF NEW-CLASS = SPACE
        MOVE SVC-CLASS TO NEW-CLASS
    END-IF.
    IF NEW-NOTE = SPACES
        MOVE SVC-NOTE TO NEW-NOTE
    END-IF.
    PERFORM EDIT-SERVICE-DETAILS.
    IF ENTRY-ERROR
        DISPLAY "Entry not changed - please re-enter."
        GO TO CHANGE-SERVICE-EXIT
    END-IF.
    PERFORM APPLY-SERVICE-DETAILS.
    REWRITE SERVICE-RECORD
        INVALID KEY
            DISPLAY "Unable to change port " PORT-NUMBER
                " - status " SERVICE-FILE-STATUS
            GO TO CHANGE-SERVICE-EXIT
    END-REWRITE.
    DISPLAY "Registry entry for port " PORT-NUMBER " changed.".
CHANGE-SERVICE-EXIT.
    EXIT.

RETIRE-SERVICE.
    PERFORM ASK-FOR-PORT.
    IF NOT SERVICE-FOUND OR SVC-IS-RETIRED
        DISPLAY "No current registry entry for port " PORT-NUMBER "."
        GO TO RETIRE-SERVICE-EXIT
    END-IF.
    PERFORM DISPLAY-SERVICE-DETAIL.
    DISPLAY "Retire this entry? (Y/N)".
    ACCEPT CONFIRM-CHOICE.
    IF CONFIRM-CHOICE NOT = 'Y' AND CONFIRM-CHOICE NOT = 'y'
        DISPLAY "Entry not retired."
        GO TO RETIRE-SERVICE-EXIT
    END-IF.
    MOVE 'R' TO SVC-STATUS.
    MOVE OPERATOR-ID TO SVC-CHANGED-BY.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
    MOVE TODAY-DATE TO SVC-CHANGED-DATE.
    REWRITE SERVICE-RECORD
        INVALID KEY
            DISPLAY "Unable to retire port " PORT-NUMBER
                " - status " SERVICE-FILE-STATUS
            GO TO RETIRE-SERVICE-EXIT
    END-REWRITE.
    DISPLAY "Registry entry for port " PORT-NUMBER " retired.".
RETIRE-SERVICE-EXIT.
    EXIT.

ASK-SERVICE-DETAILS.
    DISPLAY "Enter the service name:".
    ACCEPT NEW-SERVICE-NAME.
    DISPLAY "Enter the owning team:".
    ACCEPT NEW-OWNING-TEAM.
    DISPLAY "Enter the classification - (A)llowed, (R)estricted, "
        "(P)rohibited:".
    ACCEPT NEW-CLASS.
    DISPLAY "Enter a note:".
    ACCEPT NEW-NOTE.

EDIT-SERVICE-DETAILS.
    MOVE 'N' TO ENTRY-ERROR-FLAG.
    INSPECT NEW-CLASS CONVERTING 'arp' TO 'ARP'.
    IF NEW-SERVICE-NAME = SPACES
        DISPLAY "A service name is required."
        MOVE 'Y' TO ENTRY-ERROR-FLAG
    END-IF.
    IF NEW-OWNING-TEAM = SPACES
        DISPLAY "An owning team is required."
        MOVE 'Y' TO ENTRY-ERROR-FLAG
    END-IF.
    IF NEW-CLASS NOT = 'A' AND NEW-CLASS NOT = 'R'
            AND NEW-CLASS NOT = 'P'
        DISPLAY "Invalid classification - must be A, R or P."
        MOVE 'Y' TO ENTRY-ERROR-FLAG
    END-IF.

APPLY-SERVICE-DETAILS.
    MOVE NEW-SERVICE-NAME TO SVC-SERVICE-NAME.
    MOVE NEW-OWNING-TEAM TO SVC-OWNING-TEAM.
    MOVE NEW-CLASS TO SVC-CLASS.
    MOVE NEW-NOTE TO SVC-NOTE.
    MOVE 'C' TO SVC-STATUS.
    MOVE OPERATOR-ID TO SVC-CHANGED-BY.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
    MOVE TODAY-DATE TO SVC-CHANGED-DATE.

END PROGRAM SERVICE-MAINT.
