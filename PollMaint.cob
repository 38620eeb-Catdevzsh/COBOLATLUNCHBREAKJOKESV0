IDENTIFICATION DIVISION.
PROGRAM-ID. POLL-MAINT.

*> Modification history:
*> - New program: maintenance for the endpoint polling schedule
*>   (poll-schedule.dat, keyed by destination IP and port).  Each
*>   entry sets how often TRON captures the endpoint - daily, weekly
*>   or monthly - and the capture filename to use; POLL-SCHEDULE
*>   builds the nightly web-catalog.dat from it.  The nightly run
*>   adds a daily entry for any live rule that has none, so this is
*>   mainly for changing frequencies and filenames, forcing an
*>   endpoint to be captured again tonight, and removing entries
*>   whose rule has gone.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT POLL-SCHEDULE-FILE ASSIGN TO 'poll-schedule.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS POLL-KEY
        FILE STATUS IS POLL-SCHEDULE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  POLL-SCHEDULE-FILE.
    COPY "poll-schedule-record.cpy".

WORKING-STORAGE SECTION.
01 POLL-SCHEDULE-STATUS PIC XX.

01 OPERATOR-ID PIC X(8).
01 MENU-CHOICE PIC X.
01 CONFIRM-CHOICE PIC X.
01 SERVER-IP-OUT PIC X(15).
01 PORT-NUMBER-OUT PIC 9(5).
01 PORT-DISPLAY PIC 9(5).
01 LISTED-COUNT PIC 9(5).

01 POLL-FOUND-FLAG PIC X VALUE 'N'.
    88 POLL-FOUND VALUE 'Y'.
01 POLL-EOF-FLAG PIC X VALUE 'N'.
    88 POLL-AT-EOF VALUE 'Y'.

01 NEW-FREQUENCY PIC X.
01 NEW-CAPTURE-FILENAME PIC X(40).

01 ENTRY-ERROR-FLAG PIC X VALUE 'N'.
    88 ENTRY-ERROR VALUE 'Y'.
    88 ENTRY-OK VALUE 'N'.

01 FREQUENCY-DISPLAY PIC X(7).
01 TODAY-DATE PIC 9(8).

PROCEDURE DIVISION.
MAIN-PROGRAM.
    DISPLAY "Endpoint Polling Schedule Maintenance.".
    PERFORM OPEN-POLL-SCHEDULE-FILE.
    PERFORM ASK-OPERATOR-ID.
MENU-LOOP.
    DISPLAY " ".
    DISPLAY "(L)ist schedule entries".
    DISPLAY "(A)dd an entry".
    DISPLAY "(C)hange an entry".
    DISPLAY "(P)oll an endpoint again tonight".
    DISPLAY "(R)emove an entry".
    DISPLAY "(Q)uit".
    DISPLAY "Enter choice:".
    ACCEPT MENU-CHOICE.
    IF MENU-CHOICE = 'L' OR MENU-CHOICE = 'l'
        PERFORM LIST-SCHEDULE
        GO TO MENU-LOOP
    END-IF.
    IF MENU-CHOICE = 'A' OR MENU-CHOICE = 'a'
        PERFORM ADD-SCHEDULE THRU ADD-SCHEDULE-EXIT
        GO TO MENU-LOOP
    END-IF.
    IF MENU-CHOICE = 'C' OR MENU-CHOICE = 'c'
        PERFORM CHANGE-SCHEDULE THRU CHANGE-SCHEDULE-EXIT
        GO TO MENU-LOOP
    END-IF.
    IF MENU-CHOICE = 'P' OR MENU-CHOICE = 'p'
        PERFORM REPOLL-SCHEDULE THRU REPOLL-SCHEDULE-EXIT
        GO TO MENU-LOOP
    END-IF.
    IF MENU-CHOICE = 'R' OR MENU-CHOICE = 'r'
        PERFORM REMOVE-SCHEDULE THRU REMOVE-SCHEDULE-EXIT
        GO TO MENU-LOOP
    END-IF.
    IF MENU-CHOICE = 'Q' OR MENU-CHOICE = 'q'
        CLOSE POLL-SCHEDULE-FILE
        STOP RUN
    END-IF.
    DISPLAY "Unrecognised choice - please re-enter.".
    GO TO MENU-LOOP.

OPEN-POLL-SCHEDULE-FILE.
    OPEN I-O POLL-SCHEDULE-FILE.
    IF POLL-SCHEDULE-STATUS = '35'
        OPEN OUTPUT POLL-SCHEDULE-FILE
        CLOSE POLL-SCHEDULE-FILE
        OPEN I-O POLL-SCHEDULE-FILE
    END-IF.
    IF POLL-SCHEDULE-STATUS NOT = '00'
        DISPLAY "Unable to open poll-schedule.dat - status "
            POLL-SCHEDULE-STATUS
        STOP RUN
    END-IF.

ASK-OPERATOR-ID.
    MOVE SPACES TO OPERATOR-ID.
    DISPLAY "Enter your operator ID:".
    ACCEPT OPERATOR-ID.
    IF OPERATOR-ID = SPACES
        DISPLAY "An operator ID is needed on every schedule change."
        GO TO ASK-OPERATOR-ID.

LIST-SCHEDULE.
    MOVE ZERO TO LISTED-COUNT.
    MOVE LOW-VALUES TO POLL-KEY.
    MOVE 'N' TO POLL-EOF-FLAG.
    START POLL-SCHEDULE-FILE KEY NOT < POLL-KEY
        INVALID KEY
            MOVE 'Y' TO POLL-EOF-FLAG
    END-START.
    PERFORM LIST-ONE-SCHEDULE UNTIL POLL-AT-EOF.
    DISPLAY LISTED-COUNT " schedule entr(ies) listed.".

LIST-ONE-SCHEDULE.
    READ POLL-SCHEDULE-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO POLL-EOF-FLAG
        NOT AT END
            ADD 1 TO LISTED-COUNT
            PERFORM DISPLAY-SCHEDULE-DETAIL
    END-READ.

DISPLAY-SCHEDULE-DETAIL.
    PERFORM SET-FREQUENCY-DISPLAY.
    DISPLAY POLL-SERVER-IP-OUT " port " POLL-PORT-NUMBER-OUT " "
        FREQUENCY-DISPLAY " " POLL-CAPTURE-FILENAME.
    IF POLL-LAST-POLLED-DATE = 0
        DISPLAY "  Never polled - last changed " POLL-CHANGED-DATE
            " by " POLL-CHANGED-BY
    ELSE
        DISPLAY "  Last polled " POLL-LAST-POLLED-DATE
            " - last changed " POLL-CHANGED-DATE " by " POLL-CHANGED-BY
    END-IF.

SET-FREQUENCY-DISPLAY.
    IF POLL-MONTHLY
        MOVE 'MONTHLY' TO FREQUENCY-DISPLAY
    ELSE
        IF POLL-WEEKLY
            MOVE 'WEEKLY' TO FREQUENCY-DISPLAY
        ELSE
            MOVE 'DAILY' TO FREQUENCY-DISPLAY
        END-IF
    END-IF.

ASK-FOR-DESTINATION.
    MOVE 'N' TO POLL-FOUND-FLAG.
    MOVE SPACES TO SERVER-IP-OUT.
    DISPLAY "Enter the destination server IP:".
    ACCEPT SERVER-IP-OUT.
    DISPLAY "Enter the destination port number:".
    ACCEPT PORT-NUMBER-OUT.
    MOVE SERVER-IP-OUT TO POLL-SERVER-IP-OUT.
    MOVE PORT-NUMBER-OUT TO POLL-PORT-NUMBER-OUT.
    READ POLL-SCHEDULE-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO POLL-FOUND-FLAG
    END-READ.

ADD-SCHEDULE.
    PERFORM ASK-FOR-DESTINATION.
    IF SERVER-IP-OUT = SPACES
        DISPLAY "A destination server IP is required."
        GO TO ADD-SCHEDULE-EXIT
    END-IF.
    IF PORT-NUMBER-OUT < 1 OR PORT-NUMBER-OUT > 65535
        DISPLAY "Invalid port number - must be 1-65535."
        GO TO ADD-SCHEDULE-EXIT
    END-IF.
    IF POLL-FOUND
        DISPLAY SERVER-IP-OUT " port " PORT-NUMBER-OUT
            " is already scheduled - use (C)hange."
        GO TO ADD-SCHEDULE-EXIT
    END-IF.
    MOVE SPACES TO NEW-FREQUENCY.
    MOVE SPACES TO NEW-CAPTURE-FILENAME.
    PERFORM ASK-SCHEDULE-DETAILS.
    IF NEW-FREQUENCY = SPACE
        MOVE 'D' TO NEW-FREQUENCY
    END-IF.
    IF NEW-CAPTURE-FILENAME = SPACES
        PERFORM BUILD-DEFAULT-FILENAME
    END-IF.
    PERFORM EDIT-SCHEDULE-DETAILS.
    IF ENTRY-ERROR
        DISPLAY "Entry not added - please re-enter."
        GO TO ADD-SCHEDULE-EXIT
    END-IF.
    MOVE SPACES TO POLL-SCHEDULE-RECORD.
    MOVE SERVER-IP-OUT TO POLL-SERVER-IP-OUT.
    MOVE PORT-NUMBER-OUT TO POLL-PORT-NUMBER-OUT.
    MOVE ZERO TO POLL-LAST-POLLED-DATE.
    PERFORM APPLY-SCHEDULE-DETAILS.
    WRITE POLL-SCHEDULE-RECORD
        INVALID KEY
            DISPLAY "Unable to add " SERVER-IP-OUT " port "
                PORT-NUMBER-OUT " - status " POLL-SCHEDULE-STATUS
            GO TO ADD-SCHEDULE-EXIT
    END-WRITE.
    DISPLAY SERVER-IP-OUT " port " PORT-NUMBER-OUT
        " added - it will be polled tonight.".
ADD-SCHEDULE-EXIT.
    EXIT.

CHANGE-SCHEDULE.
    PERFORM ASK-FOR-DESTINATION.
    IF NOT POLL-FOUND
        DISPLAY "No schedule entry for " SERVER-IP-OUT " port "
            PORT-NUMBER-OUT "."
        GO TO CHANGE-SCHEDULE-EXIT
    END-IF.
    PERFORM DISPLAY-SCHEDULE-DETAIL.
    DISPLAY "Blank entries keep the current value.".
    MOVE SPACES TO NEW-FREQUENCY.
    MOVE SPACES TO NEW-CAPTURE-FILENAME.
    PERFORM ASK-SCHEDULE-DETAILS.
    IF NEW-FREQUENCY = SPACE
        MOVE POLL-FREQUENCY TO NEW-FREQUENCY
    END-IF.
    IF NEW-CAPTURE-FILENAME = SPACES
        MOVE POLL-CAPTURE-FILENAME TO NEW-CAPTURE-FILENAME
    END-IF.
    PERFORM EDIT-SCHEDULE-DETAILS.
    IF ENTRY-ERROR
        DISPLAY "Entry not changed - please re-enter."
        GO TO CHANGE-SCHEDULE-EXIT
    END-IF.
    PERFORM APPLY-SCHEDULE-DETAILS.
    REWRITE POLL-SCHEDULE-RECORD
        INVALID KEY
            DISPLAY "Unable to change " SERVER-IP-OUT " port "
                PORT-NUMBER-OUT " - status " POLL-SCHEDULE-STATUS
            GO TO CHANGE-SCHEDULE-EXIT
    END-REWRITE.
    DISPLAY "Schedule entry for " SERVER-IP-OUT " port "
        PORT-NUMBER-OUT " changed.".
CHANGE-SCHEDULE-EXIT.
    EXIT.

*> Clearing the last-polled date makes the entry due again, so the
*> endpoint goes into tonight's catalog whatever its frequency.
REPOLL-SCHEDULE.
    PERFORM ASK-FOR-DESTINATION.
    IF NOT POLL-FOUND
        DISPLAY "No schedule entry for " SERVER-IP-OUT " port "
            PORT-NUMBER-OUT "."
        GO TO REPOLL-SCHEDULE-EXIT
    END-IF.
    MOVE ZERO TO POLL-LAST-POLLED-DATE.
    MOVE OPERATOR-ID TO POLL-CHANGED-BY.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
    MOVE TODAY-DATE TO POLL-CHANGED-DATE.
    REWRITE POLL-SCHEDULE-RECORD
        INVALID KEY
            DISPLAY "Unable to change " SERVER-IP-OUT " port "
                PORT-NUMBER-OUT " - status " POLL-SCHEDULE-STATUS
            GO TO REPOLL-SCHEDULE-EXIT
    END-REWRITE.
    DISPLAY SERVER-IP-OUT " port " PORT-NUMBER-OUT
        " will be polled tonight.".
REPOLL-SCHEDULE-EXIT.
    EXIT.

REMOVE-SCHEDULE.
    PERFORM ASK-FOR-DESTINATION.
    IF NOT POLL-FOUND
        DISPLAY "No schedule entry for " SERVER-IP-OUT " port "
            PORT-NUMBER-OUT "."
        GO TO REMOVE-SCHEDULE-EXIT
    END-IF.
    PERFORM DISPLAY-SCHEDULE-DETAIL.
    DISPLAY "Remove this entry? (Y/N)".
    ACCEPT CONFIRM-CHOICE.
    IF CONFIRM-CHOICE NOT = 'Y' AND CONFIRM-CHOICE NOT = 'y'
        DISPLAY "Entry not removed."
        GO TO REMOVE-SCHEDULE-EXIT
    END-IF.
    DELETE POLL-SCHEDULE-FILE RECORD
        INVALID KEY
            DISPLAY "Unable to remove " SERVER-IP-OUT " port "
                PORT-NUMBER-OUT " - status " POLL-SCHEDULE-STATUS
            GO TO REMOVE-SCHEDULE-EXIT
    END-DELETE.
    DISPLAY "Schedule entry for " SERVER-IP-OUT " port "
        PORT-NUMBER-OUT " removed.".
REMOVE-SCHEDULE-EXIT.
    EXIT.

ASK-SCHEDULE-DETAILS.
    DISPLAY "Enter the polling frequency - (D)aily, (W)eekly, "
        "(M)onthly:".
    ACCEPT NEW-FREQUENCY.
    DISPLAY "Enter the capture filename (blank for IP-port.txt):".
    ACCEPT NEW-CAPTURE-FILENAME.

*> The name TRON gives a capture of this destination when it comes
*> through the handoff feed.
BUILD-DEFAULT-FILENAME.
    MOVE PORT-NUMBER-OUT TO PORT-DISPLAY.
    MOVE SPACES TO NEW-CAPTURE-FILENAME.
    STRING SERVER-IP-OUT DELIMITED BY SPACE
        '-' DELIMITED BY SIZE
        PORT-DISPLAY DELIMITED BY SIZE
        '.txt' DELIMITED BY SIZE
        INTO NEW-CAPTURE-FILENAME
    END-STRING.

EDIT-SCHEDULE-DETAILS.
    MOVE 'N' TO ENTRY-ERROR-FLAG.
    INSPECT NEW-FREQUENCY CONVERTING 'dwm' TO 'DWM'.
    IF NEW-FREQUENCY NOT = 'D' AND NEW-FREQUENCY NOT = 'W'
            AND NEW-FREQUENCY NOT = 'M'
        DISPLAY "Invalid frequency - must be D, W or M."
        MOVE 'Y' TO ENTRY-ERROR-FLAG
    END-IF.

APPLY-SCHEDULE-DETAILS.
    MOVE NEW-FREQUENCY TO POLL-FREQUENCY.
    MOVE NEW-CAPTURE-FILENAME TO POLL-CAPTURE-FILENAME.
    MOVE OPERATOR-ID TO POLL-CHANGED-BY.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
    MOVE TODAY-DATE TO POLL-CHANGED-DATE.

END PROGRAM POLL-MAINT.
