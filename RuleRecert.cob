IDENTIFICATION DIVISION.
PROGRAM-ID. RULE-RECERT.

*> Modification history:
*> - New program: periodic recertification of the live forwarding
*>   rules.  Auditors want every live rule re-justified each quarter,
*>   and a rule carrying expiry 99991231 is never touched by
*>   RULE-EXPIRE, so it stayed live whether anyone still needed it
*>   or not.  Opening a campaign snapshots every active rule in
*>   port-rules.dat into recert-campaign.dat under a campaign ID with
*>   a due date.  An operator attests a rule with their ID, a
*>   justification and a next-review date, or marks it no longer
*>   needed, which stages its deactivation straight away.  A progress
*>   report lists attested, outstanding and overdue rules by
*>   destination IP.  Closing the campaign stages every rule still
*>   unattested into port-pending.dat for deactivation (requester
*>   RECERT), so the removal still goes through the two-person
*>   approval.  A closed campaign is kept on file, with each rule's
*>   outcome and staged request number, as the auditors' evidence.
*> - A pending-requests file that will not open now points the
*>   operator at PEND-CONVERT, which brings a queue written before
*>   the pending layout change up to date.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RULES-FILE ASSIGN TO 'port-rules.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RULE-PORT-NUMBER-IN
        ALTERNATE RECORD KEY IS RULE-SERVER-IP-OUT WITH DUPLICATES
        FILE STATUS IS RULES-FILE-STATUS.
    SELECT CAMPAIGN-FILE ASSIGN TO 'recert-campaign.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CERT-KEY
        ALTERNATE RECORD KEY IS CERT-DEST-KEY WITH DUPLICATES
        FILE STATUS IS CAMPAIGN-FILE-STATUS.
    SELECT PENDING-FILE ASSIGN TO 'port-pending.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PEND-REQUEST-ID
        FILE STATUS IS PENDING-FILE-STATUS.
    SELECT AUDIT-LOG-FILE ASSIGN TO 'port-audit.log'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-LOG-STATUS.
    SELECT PROGRESS-REPORT-FILE ASSIGN DYNAMIC PROGRESS-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PROGRESS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RULES-FILE.
    COPY "rules-record.cpy".

*> One record per rule in a campaign, keyed by campaign ID and
*> incoming port, with an alternate key on campaign ID and
*> destination IP for the progress report.  Port zero is the
*> campaign header: who opened it, when it is due and whether it
*> is still open.
FD  CAMPAIGN-FILE.
01  CAMPAIGN-RECORD.
    05  CERT-KEY.
        10  CERT-CAMPAIGN-ID PIC X(8).
        10  CERT-PORT-NUMBER-IN PIC 9(5).
    05  CERT-DEST-KEY.
        10  CERT-DEST-CAMPAIGN-ID PIC X(8).
        10  CERT-SERVER-IP-OUT PIC X(15).
    05  CERT-DETAIL.
        10  CERT-PORT-NUMBER-OUT PIC 9(5).
        10  CERT-SERVER-IP-IN PIC X(15).
        10  CERT-CLIENT-IP PIC X(15).
        10  CERT-EXPIRY-DATE PIC 9(8).
        10  CERT-STATUS PIC X.
            88  CERT-OUTSTANDING VALUE 'O'.
            88  CERT-ATTESTED VALUE 'A'.
            88  CERT-NOT-NEEDED VALUE 'N'.
            88  CERT-UNATTESTED-AT-CLOSE VALUE 'U'.
        10  CERT-ACTIONED-BY PIC X(8).
        10  CERT-ACTIONED-DATE PIC 9(8).
        10  CERT-JUSTIFICATION PIC X(40).
        10  CERT-NEXT-REVIEW-DATE PIC 9(8).
        10  CERT-REQUEST-ID PIC 9(7).
    05  CERT-HEADER REDEFINES CERT-DETAIL.
        10  CAMP-OPENED-BY PIC X(8).
        10  CAMP-OPENED-DATE PIC 9(8).
        10  CAMP-DUE-DATE PIC 9(8).
        10  CAMP-STATE PIC X.
            88  CAMP-IS-OPEN VALUE 'O'.
            88  CAMP-IS-CLOSED VALUE 'C'.
        10  CAMP-CLOSED-BY PIC X(8).
        10  CAMP-CLOSED-DATE PIC 9(8).
        10  CAMP-RULE-COUNT PIC 9(5).
        10  CAMP-STAGED-COUNT PIC 9(5).
        10  FILLER PIC X(64).

FD  PENDING-FILE.
    COPY "pending-record.cpy".

FD  AUDIT-LOG-FILE.
    COPY "audit-record.cpy".

FD  PROGRESS-REPORT-FILE.
01  PROGRESS-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 RULES-FILE-STATUS PIC XX.
01 CAMPAIGN-FILE-STATUS PIC XX.
01 PENDING-FILE-STATUS PIC XX.
01 AUDIT-LOG-STATUS PIC XX.
01 PROGRESS-REPORT-STATUS PIC XX.
01 PROGRESS-FILENAME PIC X(40).

01 OPERATOR-ID PIC X(8).
01 MENU-CHOICE PIC X.
01 CONFIRM-CHOICE PIC X.
01 CAMPAIGN-ID PIC X(8).
01 PORT-NUMBER-IN PIC 9(5).

01 CAMPAIGN-FOUND-FLAG PIC X VALUE 'N'.
    88 CAMPAIGN-FOUND VALUE 'Y'.
01 CERT-FOUND-FLAG PIC X VALUE 'N'.
    88 CERT-FOUND VALUE 'Y'.
01 RULES-EOF-FLAG PIC X VALUE 'N'.
    88 RULES-AT-EOF VALUE 'Y'.
01 CERT-EOF-FLAG PIC X VALUE 'N'.
    88 CERT-AT-EOF VALUE 'Y'.
01 PENDING-EOF-FLAG PIC X VALUE 'N'.
    88 PENDING-AT-EOF VALUE 'Y'.
01 STAGE-OK-FLAG PIC X VALUE 'N'.
    88 STAGE-OK VALUE 'Y'.
01 DATE-VALID-FLAG PIC X.
    88 DATE-IS-VALID VALUE 'Y'.

01 NEXT-REQUEST-ID PIC 9(7) VALUE 1.
01 STAGE-REQUESTER PIC X(8).

01 DATE-TEXT PIC X(8).
01 DATE-TO-CHECK.
    05 DATE-CHECK-YEAR PIC 9(4).
    05 DATE-CHECK-MONTH PIC 9(2).
    05 DATE-CHECK-DAY PIC 9(2).
01 DUE-DATE PIC 9(8).
01 NEXT-REVIEW-DATE PIC 9(8).
01 JUSTIFICATION PIC X(40).

*> Header fields are held here while the detail records are being
*> read and written, since both share the one record area.
01 HELD-HEADER-RECORD PIC X(151).
01 HELD-DUE-DATE PIC 9(8).
01 HELD-CAMPAIGN-STATE PIC X.
    88 HELD-CAMPAIGN-OPEN VALUE 'O'.

01 SNAPSHOT-COUNT PIC 9(5).
01 STAGED-COUNT PIC 9(5).
01 SKIPPED-AT-CLOSE-COUNT PIC 9(5).

01 CURRENT-DEST-IP PIC X(15).
01 DEST-ATTESTED-COUNT PIC 9(5).
01 DEST-NOT-NEEDED-COUNT PIC 9(5).
01 DEST-OUTSTANDING-COUNT PIC 9(5).
01 DEST-OVERDUE-COUNT PIC 9(5).
01 DEST-CLOSED-OUT-COUNT PIC 9(5).
01 TOTAL-ATTESTED-COUNT PIC 9(5).
01 TOTAL-NOT-NEEDED-COUNT PIC 9(5).
01 TOTAL-OUTSTANDING-COUNT PIC 9(5).
01 TOTAL-OVERDUE-COUNT PIC 9(5).
01 TOTAL-CLOSED-OUT-COUNT PIC 9(5).
01 DEST-COUNT PIC 9(5).
01 CAMPAIGN-OVERDUE-FLAG PIC X VALUE 'N'.
    88 CAMPAIGN-OVERDUE VALUE 'Y'.
01 RULE-STATE-TEXT PIC X(20).

01 TODAY-DATE PIC 9(8).
01 TODAY-TIME PIC 9(8).

PROCEDURE DIVISION.
MAIN-PROGRAM.
    DISPLAY "Forwarding Rule Recertification.".
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
    PERFORM OPEN-RECERT-FILES.
    PERFORM ASK-OPERATOR-ID.
MENU-LOOP.
    DISPLAY " ".
    DISPLAY "(O)pen a new campaign".
    DISPLAY "(A)ttest a rule".
    DISPLAY "(N)o longer needed - stage a rule for deactivation".
    DISPLAY "(P)rogress report by destination IP".
    DISPLAY "(C)lose a campaign".
    DISPLAY "(Q)uit".
    DISPLAY "Enter choice:".
    ACCEPT MENU-CHOICE.
    IF MENU-CHOICE = 'O' OR MENU-CHOICE = 'o'
        PERFORM OPEN-CAMPAIGN THRU OPEN-CAMPAIGN-EXIT
        GO TO MENU-LOOP
    END-IF.
    IF MENU-CHOICE = 'A' OR MENU-CHOICE = 'a'
        PERFORM ATTEST-RULE THRU ATTEST-RULE-EXIT
        GO TO MENU-LOOP
    END-IF.
    IF MENU-CHOICE = 'N' OR MENU-CHOICE = 'n'
        PERFORM MARK-NOT-NEEDED THRU MARK-NOT-NEEDED-EXIT
        GO TO MENU-LOOP
    END-IF.
    IF MENU-CHOICE = 'P' OR MENU-CHOICE = 'p'
        PERFORM PROGRESS-REPORT THRU PROGRESS-REPORT-EXIT
        GO TO MENU-LOOP
    END-IF.
    IF MENU-CHOICE = 'C' OR MENU-CHOICE = 'c'
        PERFORM CLOSE-CAMPAIGN THRU CLOSE-CAMPAIGN-EXIT
        GO TO MENU-LOOP
    END-IF.
    IF MENU-CHOICE = 'Q' OR MENU-CHOICE = 'q'
        PERFORM CLOSE-RECERT-FILES
        STOP RUN
    END-IF.
    DISPLAY "Unrecognised choice - please re-enter.".
    GO TO MENU-LOOP.

OPEN-RECERT-FILES.
    OPEN INPUT RULES-FILE.
    IF RULES-FILE-STATUS NOT = '00'
        DISPLAY "Unable to open the rules file - status "
            RULES-FILE-STATUS
        STOP RUN
    END-IF.
    OPEN I-O CAMPAIGN-FILE.
    IF CAMPAIGN-FILE-STATUS = '35'
        OPEN OUTPUT CAMPAIGN-FILE
        CLOSE CAMPAIGN-FILE
        OPEN I-O CAMPAIGN-FILE
    END-IF.
    IF CAMPAIGN-FILE-STATUS NOT = '00'
        DISPLAY "Unable to open recert-campaign.dat - status "
            CAMPAIGN-FILE-STATUS
        STOP RUN
    END-IF.
    OPEN I-O PENDING-FILE.
    IF PENDING-FILE-STATUS = '35'
        OPEN OUTPUT PENDING-FILE
        CLOSE PENDING-FILE
        OPEN I-O PENDING-FILE
    END-IF.
    IF PENDING-FILE-STATUS NOT = '00'
        DISPLAY "Unable to open the pending-requests file - status "
            PENDING-FILE-STATUS
        DISPLAY "If the file predates the pending layout change, run "
            "PEND-CONVERT."
        STOP RUN
    END-IF.
    OPEN EXTEND AUDIT-LOG-FILE.
    IF AUDIT-LOG-STATUS NOT = '00'
        OPEN OUTPUT AUDIT-LOG-FILE
        CLOSE AUDIT-LOG-FILE
        OPEN EXTEND AUDIT-LOG-FILE
    END-IF.
    PERFORM FIND-NEXT-REQUEST-ID.

CLOSE-RECERT-FILES.
    CLOSE RULES-FILE.
    CLOSE CAMPAIGN-FILE.
    CLOSE PENDING-FILE.
    CLOSE AUDIT-LOG-FILE.

ASK-OPERATOR-ID.
    MOVE SPACES TO OPERATOR-ID.
    DISPLAY "Enter your operator ID:".
    ACCEPT OPERATOR-ID.
    IF OPERATOR-ID = SPACES
        DISPLAY "An operator ID is needed on every attestation."
        GO TO ASK-OPERATOR-ID.

*> Sit the next request number one past the highest already staged,
*> so requests raised by different programs never collide.
FIND-NEXT-REQUEST-ID.
    MOVE 1 TO NEXT-REQUEST-ID.
    MOVE ZERO TO PEND-REQUEST-ID.
    MOVE 'N' TO PENDING-EOF-FLAG.
    START PENDING-FILE KEY NOT < PEND-REQUEST-ID
        INVALID KEY
            MOVE 'Y' TO PENDING-EOF-FLAG
    END-START.
    PERFORM SCAN-ONE-PENDING-ID UNTIL PENDING-AT-EOF.

SCAN-ONE-PENDING-ID.
    READ PENDING-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO PENDING-EOF-FLAG
        NOT AT END
            COMPUTE NEXT-REQUEST-ID = PEND-REQUEST-ID + 1
    END-READ.

ASK-CAMPAIGN-ID.
    DISPLAY "Enter the campaign ID (e.g. 2026Q4):".
    MOVE SPACES TO CAMPAIGN-ID.
    ACCEPT CAMPAIGN-ID.
    INSPECT CAMPAIGN-ID CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

READ-CAMPAIGN-HEADER.
    MOVE 'N' TO CAMPAIGN-FOUND-FLAG.
    MOVE CAMPAIGN-ID TO CERT-CAMPAIGN-ID.
    MOVE ZERO TO CERT-PORT-NUMBER-IN.
    READ CAMPAIGN-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO CAMPAIGN-FOUND-FLAG
            MOVE CAMPAIGN-RECORD TO HELD-HEADER-RECORD
            MOVE CAMP-DUE-DATE TO HELD-DUE-DATE
            MOVE CAMP-STATE TO HELD-CAMPAIGN-STATE
    END-READ.

*> Finds an open campaign and reads the operator's chosen rule from
*> it, for attesting or marking no longer needed.
ASK-FOR-CAMPAIGN-RULE.
    MOVE 'N' TO CERT-FOUND-FLAG.
    PERFORM ASK-CAMPAIGN-ID.
    PERFORM READ-CAMPAIGN-HEADER.
    IF NOT CAMPAIGN-FOUND
        DISPLAY "No campaign " CAMPAIGN-ID " on file."
    ELSE
        IF NOT HELD-CAMPAIGN-OPEN
            DISPLAY "Campaign " CAMPAIGN-ID " is closed."
        ELSE
            DISPLAY "Enter the incoming port number of the rule:"
            ACCEPT PORT-NUMBER-IN
            MOVE CAMPAIGN-ID TO CERT-CAMPAIGN-ID
            MOVE PORT-NUMBER-IN TO CERT-PORT-NUMBER-IN
            READ CAMPAIGN-FILE
                INVALID KEY
                    DISPLAY "Port " PORT-NUMBER-IN
                        " is not in campaign " CAMPAIGN-ID "."
                NOT INVALID KEY
                    MOVE 'Y' TO CERT-FOUND-FLAG
                    PERFORM DISPLAY-CERT-DETAIL
            END-READ
        END-IF
    END-IF.

DISPLAY-CERT-DETAIL.
    DISPLAY "Incoming port " CERT-PORT-NUMBER-IN
        " on " CERT-SERVER-IP-IN
        " -> port " CERT-PORT-NUMBER-OUT
        " on " CERT-SERVER-IP-OUT.
    IF CERT-CLIENT-IP = SPACES
        DISPLAY "  Client restriction: none (all clients)."
    ELSE
        DISPLAY "  Client restriction: " CERT-CLIENT-IP
    END-IF.
    PERFORM SET-RULE-STATE-TEXT.
    DISPLAY "  Recertification: " RULE-STATE-TEXT.
    IF NOT CERT-OUTSTANDING
        DISPLAY "  By " CERT-ACTIONED-BY " on " CERT-ACTIONED-DATE
            " - " CERT-JUSTIFICATION
    END-IF.

SET-RULE-STATE-TEXT.
    IF CERT-ATTESTED
        MOVE 'ATTESTED' TO RULE-STATE-TEXT
    ELSE
        IF CERT-NOT-NEEDED
            MOVE 'NO LONGER NEEDED' TO RULE-STATE-TEXT
        ELSE
            IF CERT-UNATTESTED-AT-CLOSE
                MOVE 'UNATTESTED AT CLOSE' TO RULE-STATE-TEXT
            ELSE
                IF TODAY-DATE > HELD-DUE-DATE
                    MOVE 'OVERDUE' TO RULE-STATE-TEXT
                ELSE
                    MOVE 'OUTSTANDING' TO RULE-STATE-TEXT
                END-IF
            END-IF
        END-IF
    END-IF.

CHECK-DATE-TEXT.
    MOVE 'N' TO DATE-VALID-FLAG.
    IF DATE-TEXT IS NUMERIC
        MOVE DATE-TEXT TO DATE-TO-CHECK
        MOVE 'Y' TO DATE-VALID-FLAG
        IF DATE-CHECK-MONTH < 1 OR DATE-CHECK-MONTH > 12
            MOVE 'N' TO DATE-VALID-FLAG
        END-IF
        IF DATE-CHECK-DAY < 1 OR DATE-CHECK-DAY > 31
            MOVE 'N' TO DATE-VALID-FLAG
        END-IF
    END-IF.

*> Snapshot every active rule into the new campaign.  The header is
*> written last, with the count, so a campaign interrupted while
*> opening can simply be reopened under the same ID.
OPEN-CAMPAIGN.
    PERFORM ASK-CAMPAIGN-ID.
    IF CAMPAIGN-ID = SPACES
        DISPLAY "A campaign ID is required."
        GO TO OPEN-CAMPAIGN-EXIT
    END-IF.
    PERFORM READ-CAMPAIGN-HEADER.
    IF CAMPAIGN-FOUND
        DISPLAY "Campaign " CAMPAIGN-ID " already exists."
        GO TO OPEN-CAMPAIGN-EXIT
    END-IF.
    DISPLAY "Enter the due date YYYYMMDD:".
    MOVE SPACES TO DATE-TEXT.
    ACCEPT DATE-TEXT.
    PERFORM CHECK-DATE-TEXT.
    IF NOT DATE-IS-VALID
        DISPLAY "Invalid due date - expected YYYYMMDD."
        GO TO OPEN-CAMPAIGN-EXIT
    END-IF.
    MOVE DATE-TEXT TO DUE-DATE.
    IF DUE-DATE NOT > TODAY-DATE
        DISPLAY "The due date must be after today."
        GO TO OPEN-CAMPAIGN-EXIT
    END-IF.
    MOVE ZERO TO SNAPSHOT-COUNT.
    MOVE ZERO TO RULE-PORT-NUMBER-IN.
    MOVE 'N' TO RULES-EOF-FLAG.
    START RULES-FILE KEY NOT < RULE-PORT-NUMBER-IN
        INVALID KEY
            MOVE 'Y' TO RULES-EOF-FLAG
    END-START.
    PERFORM SNAPSHOT-ONE-RULE UNTIL RULES-AT-EOF.
    MOVE SPACES TO CAMPAIGN-RECORD.
    MOVE CAMPAIGN-ID TO CERT-CAMPAIGN-ID.
    MOVE ZERO TO CERT-PORT-NUMBER-IN.
    MOVE CAMPAIGN-ID TO CERT-DEST-CAMPAIGN-ID.
    MOVE OPERATOR-ID TO CAMP-OPENED-BY.
    MOVE TODAY-DATE TO CAMP-OPENED-DATE.
    MOVE DUE-DATE TO CAMP-DUE-DATE.
    MOVE 'O' TO CAMP-STATE.
    MOVE ZERO TO CAMP-CLOSED-DATE.
    MOVE SNAPSHOT-COUNT TO CAMP-RULE-COUNT.
    MOVE ZERO TO CAMP-STAGED-COUNT.
    WRITE CAMPAIGN-RECORD
        INVALID KEY
            DISPLAY "Unable to write the campaign header - status "
                CAMPAIGN-FILE-STATUS
            GO TO OPEN-CAMPAIGN-EXIT
    END-WRITE.
    DISPLAY "Campaign " CAMPAIGN-ID " opened with " SNAPSHOT-COUNT
        " active rule(s), due " DUE-DATE ".".
OPEN-CAMPAIGN-EXIT.
    EXIT.

SNAPSHOT-ONE-RULE.
    READ RULES-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO RULES-EOF-FLAG
        NOT AT END
            IF RULE-IS-ACTIVE
                PERFORM WRITE-SNAPSHOT-RECORD
            END-IF
    END-READ.

WRITE-SNAPSHOT-RECORD.
    MOVE SPACES TO CAMPAIGN-RECORD.
    MOVE CAMPAIGN-ID TO CERT-CAMPAIGN-ID.
    MOVE RULE-PORT-NUMBER-IN TO CERT-PORT-NUMBER-IN.
    MOVE CAMPAIGN-ID TO CERT-DEST-CAMPAIGN-ID.
    MOVE RULE-SERVER-IP-OUT TO CERT-SERVER-IP-OUT.
    MOVE RULE-PORT-NUMBER-OUT TO CERT-PORT-NUMBER-OUT.
    MOVE RULE-SERVER-IP-IN TO CERT-SERVER-IP-IN.
    MOVE RULE-CLIENT-IP TO CERT-CLIENT-IP.
    MOVE RULE-EXPIRY-DATE TO CERT-EXPIRY-DATE.
    MOVE 'O' TO CERT-STATUS.
    MOVE ZERO TO CERT-ACTIONED-DATE.
    MOVE ZERO TO CERT-NEXT-REVIEW-DATE.
    MOVE ZERO TO CERT-REQUEST-ID.
    WRITE CAMPAIGN-RECORD
        INVALID KEY
            REWRITE CAMPAIGN-RECORD
                INVALID KEY
                    DISPLAY "Unable to snapshot port "
                        RULE-PORT-NUMBER-IN " - status "
                        CAMPAIGN-FILE-STATUS
            END-REWRITE
    END-WRITE.
    ADD 1 TO SNAPSHOT-COUNT.

*> An attestation can be given again (to correct the justification
*> or review date) until the campaign closes, but a rule already
*> staged for deactivation stays that way.
ATTEST-RULE.
    PERFORM ASK-FOR-CAMPAIGN-RULE.
    IF NOT CERT-FOUND
        GO TO ATTEST-RULE-EXIT
    END-IF.
    IF CERT-NOT-NEEDED
        DISPLAY "This rule was marked no longer needed - its "
            "deactivation is already staged as request "
            CERT-REQUEST-ID "."
        GO TO ATTEST-RULE-EXIT
    END-IF.
    DISPLAY "Enter the justification for keeping this rule:".
    MOVE SPACES TO JUSTIFICATION.
    ACCEPT JUSTIFICATION.
    IF JUSTIFICATION = SPACES
        DISPLAY "A justification is required."
        GO TO ATTEST-RULE-EXIT
    END-IF.
    DISPLAY "Enter the next review date YYYYMMDD:".
    MOVE SPACES TO DATE-TEXT.
    ACCEPT DATE-TEXT.
    PERFORM CHECK-DATE-TEXT.
    IF NOT DATE-IS-VALID
        DISPLAY "Invalid review date - expected YYYYMMDD."
        GO TO ATTEST-RULE-EXIT
    END-IF.
    MOVE DATE-TEXT TO NEXT-REVIEW-DATE.
    IF NEXT-REVIEW-DATE NOT > TODAY-DATE
        DISPLAY "The next review date must be after today."
        GO TO ATTEST-RULE-EXIT
    END-IF.
    MOVE 'A' TO CERT-STATUS.
    MOVE OPERATOR-ID TO CERT-ACTIONED-BY.
    MOVE TODAY-DATE TO CERT-ACTIONED-DATE.
    MOVE JUSTIFICATION TO CERT-JUSTIFICATION.
    MOVE NEXT-REVIEW-DATE TO CERT-NEXT-REVIEW-DATE.
    REWRITE CAMPAIGN-RECORD
        INVALID KEY
            DISPLAY "Unable to record the attestation - status "
                CAMPAIGN-FILE-STATUS
            GO TO ATTEST-RULE-EXIT
    END-REWRITE.
    DISPLAY "Port " CERT-PORT-NUMBER-IN " attested until "
        NEXT-REVIEW-DATE ".".
ATTEST-RULE-EXIT.
    EXIT.

MARK-NOT-NEEDED.
    PERFORM ASK-FOR-CAMPAIGN-RULE.
    IF NOT CERT-FOUND
        GO TO MARK-NOT-NEEDED-EXIT
    END-IF.
    IF CERT-NOT-NEEDED
        DISPLAY "Already marked no longer needed - request "
            CERT-REQUEST-ID "."
        GO TO MARK-NOT-NEEDED-EXIT
    END-IF.
    DISPLAY "Enter the reason this rule is no longer needed:".
    MOVE SPACES TO JUSTIFICATION.
    ACCEPT JUSTIFICATION.
    IF JUSTIFICATION = SPACES
        DISPLAY "A reason is required."
        GO TO MARK-NOT-NEEDED-EXIT
    END-IF.
    DISPLAY "Stage this rule for deactivation? (Y/N)".
    ACCEPT CONFIRM-CHOICE.
    IF CONFIRM-CHOICE NOT = 'Y' AND CONFIRM-CHOICE NOT = 'y'
        DISPLAY "Nothing staged."
        GO TO MARK-NOT-NEEDED-EXIT
    END-IF.
    MOVE OPERATOR-ID TO STAGE-REQUESTER.
    PERFORM STAGE-RULE-DEACTIVATION.
    MOVE 'N' TO CERT-STATUS.
    MOVE OPERATOR-ID TO CERT-ACTIONED-BY.
    MOVE TODAY-DATE TO CERT-ACTIONED-DATE.
    MOVE JUSTIFICATION TO CERT-JUSTIFICATION.
    MOVE ZERO TO CERT-NEXT-REVIEW-DATE.
    REWRITE CAMPAIGN-RECORD
        INVALID KEY
            DISPLAY "Unable to record the outcome - status "
                CAMPAIGN-FILE-STATUS
    END-REWRITE.
MARK-NOT-NEEDED-EXIT.
    EXIT.

*> Stages a DEACTIV request for the campaign rule in the record
*> area, from the rule as it stands on the live file now.  A rule
*> that has gone or is already inactive needs nothing staged; the
*> campaign record then carries request number zero.
STAGE-RULE-DEACTIVATION.
    MOVE ZERO TO CERT-REQUEST-ID.
    MOVE 'N' TO STAGE-OK-FLAG.
    MOVE CERT-PORT-NUMBER-IN TO RULE-PORT-NUMBER-IN.
    READ RULES-FILE
        INVALID KEY
            DISPLAY "Port " CERT-PORT-NUMBER-IN
                " is no longer on the rules file - nothing staged."
        NOT INVALID KEY
            IF RULE-IS-INACTIVE
                DISPLAY "Port " CERT-PORT-NUMBER-IN
                    " is already inactive - nothing staged."
            ELSE
                PERFORM WRITE-DEACTIVATION-REQUEST
            END-IF
    END-READ.

WRITE-DEACTIVATION-REQUEST.
    MOVE SPACES TO PENDING-RECORD.
    MOVE NEXT-REQUEST-ID TO PEND-REQUEST-ID.
    MOVE 'DEACTIV' TO PEND-ACTION.
    MOVE STAGE-REQUESTER TO PEND-REQUESTER.
    ACCEPT TODAY-TIME FROM TIME.
    STRING TODAY-DATE(1:4) '-' TODAY-DATE(5:2) '-' TODAY-DATE(7:2)
        DELIMITED BY SIZE INTO PEND-REQUEST-DATE.
    STRING TODAY-TIME(1:2) ':' TODAY-TIME(3:2) ':' TODAY-TIME(5:2)
        DELIMITED BY SIZE INTO PEND-REQUEST-TIME.
    MOVE RULE-RECORD TO PEND-RULE-IMAGE.
    MOVE 'Y' TO STAGE-OK-FLAG.
    WRITE PENDING-RECORD
        INVALID KEY
            DISPLAY "Unable to stage request - status "
                PENDING-FILE-STATUS
            MOVE 'N' TO STAGE-OK-FLAG
    END-WRITE.
    IF STAGE-OK
        MOVE NEXT-REQUEST-ID TO CERT-REQUEST-ID
        ADD 1 TO NEXT-REQUEST-ID
        PERFORM WRITE-AUDIT-LOG
        DISPLAY "DEACTIV of port " RULE-PORT-NUMBER-IN
            " staged as request " PEND-REQUEST-ID
            " - awaiting supervisor approval."
    END-IF.

WRITE-AUDIT-LOG.
    MOVE SPACES TO AUDIT-LOG-RECORD.
    ACCEPT TODAY-TIME FROM TIME.
    STRING TODAY-DATE(1:4) '-' TODAY-DATE(5:2) '-' TODAY-DATE(7:2)
        DELIMITED BY SIZE INTO LOG-DATE.
    STRING TODAY-TIME(1:2) ':' TODAY-TIME(3:2) ':' TODAY-TIME(5:2)
        DELIMITED BY SIZE INTO LOG-TIME.
    MOVE 'REQUEST' TO LOG-ACTION.
    MOVE RULE-PORT-NUMBER-IN TO LOG-PORT-IN.
    MOVE RULE-SERVER-IP-IN TO LOG-SERVER-IP-IN.
    MOVE RULE-PORT-NUMBER-OUT TO LOG-PORT-OUT.
    MOVE RULE-SERVER-IP-OUT TO LOG-SERVER-IP-OUT.
    MOVE RULE-CLIENT-IP TO LOG-CLIENT-IP.
    MOVE RULE-STATUS TO LOG-RULE-STATUS.
    MOVE RULE-EFFECTIVE-DATE TO LOG-EFFECTIVE-DATE.
    MOVE RULE-EXPIRY-DATE TO LOG-EXPIRY-DATE.
    WRITE AUDIT-LOG-RECORD.

*> Walks the campaign in destination IP order on the alternate key,
*> breaking on each destination to total it.  Outstanding rules are
*> overdue once the campaign's due date has passed.
PROGRESS-REPORT.
    PERFORM ASK-CAMPAIGN-ID.
    PERFORM READ-CAMPAIGN-HEADER.
    IF NOT CAMPAIGN-FOUND
        DISPLAY "No campaign " CAMPAIGN-ID " on file."
        GO TO PROGRESS-REPORT-EXIT
    END-IF.
    MOVE 'N' TO CAMPAIGN-OVERDUE-FLAG.
    IF HELD-CAMPAIGN-OPEN AND TODAY-DATE > HELD-DUE-DATE
        MOVE 'Y' TO CAMPAIGN-OVERDUE-FLAG
    END-IF.
    MOVE SPACES TO PROGRESS-FILENAME.
    STRING 'recert-progress-' DELIMITED BY SIZE
        CAMPAIGN-ID DELIMITED BY SPACE
        '.txt' DELIMITED BY SIZE
        INTO PROGRESS-FILENAME.
    OPEN OUTPUT PROGRESS-REPORT-FILE.
    IF PROGRESS-REPORT-STATUS NOT = '00'
        DISPLAY "Unable to open " PROGRESS-FILENAME " - status "
            PROGRESS-REPORT-STATUS
        GO TO PROGRESS-REPORT-EXIT
    END-IF.
    MOVE HELD-HEADER-RECORD TO CAMPAIGN-RECORD.
    MOVE SPACES TO PROGRESS-LINE.
    STRING 'Recertification progress - campaign ' CAMPAIGN-ID
        ' opened ' CAMP-OPENED-DATE ' by ' CAMP-OPENED-BY
        ' due ' CAMP-DUE-DATE ' as at ' TODAY-DATE
        DELIMITED BY SIZE INTO PROGRESS-LINE.
    WRITE PROGRESS-LINE.
    MOVE SPACES TO PROGRESS-LINE.
    IF CAMP-IS-CLOSED
        STRING 'Campaign CLOSED ' CAMP-CLOSED-DATE ' by '
            CAMP-CLOSED-BY ' - ' CAMP-STAGED-COUNT
            ' unattested rule(s) staged for deactivation'
            DELIMITED BY SIZE INTO PROGRESS-LINE
    ELSE
        STRING 'Campaign OPEN - ' CAMP-RULE-COUNT
            ' rule(s) in the snapshot'
            DELIMITED BY SIZE INTO PROGRESS-LINE
    END-IF.
    WRITE PROGRESS-LINE.
    MOVE SPACES TO PROGRESS-LINE.
    WRITE PROGRESS-LINE.
    MOVE ZERO TO TOTAL-ATTESTED-COUNT.
    MOVE ZERO TO TOTAL-NOT-NEEDED-COUNT.
    MOVE ZERO TO TOTAL-OUTSTANDING-COUNT.
    MOVE ZERO TO TOTAL-OVERDUE-COUNT.
    MOVE ZERO TO TOTAL-CLOSED-OUT-COUNT.
    MOVE ZERO TO DEST-COUNT.
    MOVE LOW-VALUES TO CURRENT-DEST-IP.
    MOVE CAMPAIGN-ID TO CERT-DEST-CAMPAIGN-ID.
    MOVE LOW-VALUES TO CERT-SERVER-IP-OUT.
    MOVE 'N' TO CERT-EOF-FLAG.
    START CAMPAIGN-FILE KEY NOT < CERT-DEST-KEY
        INVALID KEY
            MOVE 'Y' TO CERT-EOF-FLAG
    END-START.
    PERFORM REPORT-ONE-CERT-RULE UNTIL CERT-AT-EOF.
    IF DEST-COUNT > 0
        PERFORM WRITE-DEST-TOTAL
    END-IF.
    MOVE SPACES TO PROGRESS-LINE.
    WRITE PROGRESS-LINE.
    MOVE SPACES TO PROGRESS-LINE.
    STRING 'Campaign totals: attested ' TOTAL-ATTESTED-COUNT
        '  no longer needed ' TOTAL-NOT-NEEDED-COUNT
        '  outstanding ' TOTAL-OUTSTANDING-COUNT
        '  overdue ' TOTAL-OVERDUE-COUNT
        '  unattested at close ' TOTAL-CLOSED-OUT-COUNT
        DELIMITED BY SIZE INTO PROGRESS-LINE.
    WRITE PROGRESS-LINE.
    CLOSE PROGRESS-REPORT-FILE.
    DISPLAY "Attested " TOTAL-ATTESTED-COUNT
        ", outstanding " TOTAL-OUTSTANDING-COUNT
        ", overdue " TOTAL-OVERDUE-COUNT
        " across " DEST-COUNT " destination(s).".
    DISPLAY "See " PROGRESS-FILENAME.
PROGRESS-REPORT-EXIT.
    EXIT.

REPORT-ONE-CERT-RULE.
    READ CAMPAIGN-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO CERT-EOF-FLAG
        NOT AT END
            IF CERT-DEST-CAMPAIGN-ID NOT = CAMPAIGN-ID
                MOVE 'Y' TO CERT-EOF-FLAG
            ELSE
                IF CERT-PORT-NUMBER-IN > 0
                    PERFORM TALLY-ONE-CERT-RULE
                END-IF
            END-IF
    END-READ.

TALLY-ONE-CERT-RULE.
    IF CERT-SERVER-IP-OUT NOT = CURRENT-DEST-IP
        IF DEST-COUNT > 0
            PERFORM WRITE-DEST-TOTAL
        END-IF
        ADD 1 TO DEST-COUNT
        MOVE CERT-SERVER-IP-OUT TO CURRENT-DEST-IP
        MOVE ZERO TO DEST-ATTESTED-COUNT
        MOVE ZERO TO DEST-NOT-NEEDED-COUNT
        MOVE ZERO TO DEST-OUTSTANDING-COUNT
        MOVE ZERO TO DEST-OVERDUE-COUNT
        MOVE ZERO TO DEST-CLOSED-OUT-COUNT
        MOVE SPACES TO PROGRESS-LINE
        STRING 'Destination ' CURRENT-DEST-IP
            DELIMITED BY SIZE INTO PROGRESS-LINE
        WRITE PROGRESS-LINE
    END-IF.
    PERFORM SET-RULE-STATE-TEXT.
    IF CERT-ATTESTED
        ADD 1 TO DEST-ATTESTED-COUNT
        ADD 1 TO TOTAL-ATTESTED-COUNT
    END-IF.
    IF CERT-NOT-NEEDED
        ADD 1 TO DEST-NOT-NEEDED-COUNT
        ADD 1 TO TOTAL-NOT-NEEDED-COUNT
    END-IF.
    IF CERT-UNATTESTED-AT-CLOSE
        ADD 1 TO DEST-CLOSED-OUT-COUNT
        ADD 1 TO TOTAL-CLOSED-OUT-COUNT
    END-IF.
    IF CERT-OUTSTANDING
        IF CAMPAIGN-OVERDUE
            ADD 1 TO DEST-OVERDUE-COUNT
            ADD 1 TO TOTAL-OVERDUE-COUNT
        ELSE
            ADD 1 TO DEST-OUTSTANDING-COUNT
            ADD 1 TO TOTAL-OUTSTANDING-COUNT
        END-IF
    END-IF.
    MOVE SPACES TO PROGRESS-LINE.
    IF CERT-ATTESTED
        STRING '  PORT ' CERT-PORT-NUMBER-IN ' -> '
            CERT-PORT-NUMBER-OUT '  ' RULE-STATE-TEXT
            ' by ' CERT-ACTIONED-BY ' on ' CERT-ACTIONED-DATE
            ' review ' CERT-NEXT-REVIEW-DATE ' ' CERT-JUSTIFICATION
            DELIMITED BY SIZE INTO PROGRESS-LINE
    ELSE
        IF CERT-OUTSTANDING
            STRING '  PORT ' CERT-PORT-NUMBER-IN ' -> '
                CERT-PORT-NUMBER-OUT '  ' RULE-STATE-TEXT
                DELIMITED BY SIZE INTO PROGRESS-LINE
        ELSE
            STRING '  PORT ' CERT-PORT-NUMBER-IN ' -> '
                CERT-PORT-NUMBER-OUT '  ' RULE-STATE-TEXT
                ' by ' CERT-ACTIONED-BY ' on ' CERT-ACTIONED-DATE
                ' request ' CERT-REQUEST-ID ' ' CERT-JUSTIFICATION
                DELIMITED BY SIZE INTO PROGRESS-LINE
        END-IF
    END-IF.
    WRITE PROGRESS-LINE.

WRITE-DEST-TOTAL.
    MOVE SPACES TO PROGRESS-LINE.
    STRING '    ' CURRENT-DEST-IP ' attested ' DEST-ATTESTED-COUNT
        '  no longer needed ' DEST-NOT-NEEDED-COUNT
        '  outstanding ' DEST-OUTSTANDING-COUNT
        '  overdue ' DEST-OVERDUE-COUNT
        '  unattested at close ' DEST-CLOSED-OUT-COUNT
        DELIMITED BY SIZE INTO PROGRESS-LINE.
    WRITE PROGRESS-LINE.

*> Every rule still outstanding is staged for deactivation under
*> requester RECERT, so a supervisor still signs each one off, and
*> is marked unattested-at-close with its request number.  The
*> campaign and all its records stay on file as the audit evidence.
CLOSE-CAMPAIGN.
    PERFORM ASK-CAMPAIGN-ID.
    PERFORM READ-CAMPAIGN-HEADER.
    IF NOT CAMPAIGN-FOUND
        DISPLAY "No campaign " CAMPAIGN-ID " on file."
        GO TO CLOSE-CAMPAIGN-EXIT
    END-IF.
    IF NOT HELD-CAMPAIGN-OPEN
        DISPLAY "Campaign " CAMPAIGN-ID " is already closed."
        GO TO CLOSE-CAMPAIGN-EXIT
    END-IF.
    IF TODAY-DATE NOT > HELD-DUE-DATE
        DISPLAY "Campaign " CAMPAIGN-ID " is not due until "
            HELD-DUE-DATE " - closing early."
    END-IF.
    DISPLAY "Close campaign " CAMPAIGN-ID " and stage every "
        "unattested rule for deactivation? (Y/N)".
    ACCEPT CONFIRM-CHOICE.
    IF CONFIRM-CHOICE NOT = 'Y' AND CONFIRM-CHOICE NOT = 'y'
        DISPLAY "Campaign left open."
        GO TO CLOSE-CAMPAIGN-EXIT
    END-IF.
    MOVE 'RECERT' TO STAGE-REQUESTER.
    MOVE ZERO TO STAGED-COUNT.
    MOVE ZERO TO SKIPPED-AT-CLOSE-COUNT.
    MOVE CAMPAIGN-ID TO CERT-CAMPAIGN-ID.
    MOVE 1 TO CERT-PORT-NUMBER-IN.
    MOVE 'N' TO CERT-EOF-FLAG.
    START CAMPAIGN-FILE KEY NOT < CERT-KEY
        INVALID KEY
            MOVE 'Y' TO CERT-EOF-FLAG
    END-START.
    PERFORM CLOSE-ONE-CERT-RULE UNTIL CERT-AT-EOF.
    MOVE CAMPAIGN-ID TO CERT-CAMPAIGN-ID.
    MOVE ZERO TO CERT-PORT-NUMBER-IN.
    READ CAMPAIGN-FILE
        INVALID KEY
            DISPLAY "Campaign header has gone - status "
                CAMPAIGN-FILE-STATUS
            GO TO CLOSE-CAMPAIGN-EXIT
    END-READ.
    MOVE 'C' TO CAMP-STATE.
    MOVE OPERATOR-ID TO CAMP-CLOSED-BY.
    MOVE TODAY-DATE TO CAMP-CLOSED-DATE.
    MOVE STAGED-COUNT TO CAMP-STAGED-COUNT.
    REWRITE CAMPAIGN-RECORD
        INVALID KEY
            DISPLAY "Unable to close the campaign header - status "
                CAMPAIGN-FILE-STATUS
    END-REWRITE.
    DISPLAY "Campaign " CAMPAIGN-ID " closed: " STAGED-COUNT
        " deactivation request(s) staged, " SKIPPED-AT-CLOSE-COUNT
        " unattested rule(s) already gone or inactive.".
CLOSE-CAMPAIGN-EXIT.
    EXIT.

CLOSE-ONE-CERT-RULE.
    READ CAMPAIGN-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO CERT-EOF-FLAG
        NOT AT END
            IF CERT-CAMPAIGN-ID NOT = CAMPAIGN-ID
                MOVE 'Y' TO CERT-EOF-FLAG
            ELSE
                IF CERT-OUTSTANDING
                    PERFORM CLOSE-OUT-UNATTESTED-RULE
                END-IF
            END-IF
    END-READ.

CLOSE-OUT-UNATTESTED-RULE.
    PERFORM STAGE-RULE-DEACTIVATION.
    IF STAGE-OK
        ADD 1 TO STAGED-COUNT
        MOVE 'Not attested by campaign close' TO CERT-JUSTIFICATION
    ELSE
        ADD 1 TO SKIPPED-AT-CLOSE-COUNT
        MOVE 'Unattested - rule gone/inactive at close'
            TO CERT-JUSTIFICATION
    END-IF.
    MOVE 'U' TO CERT-STATUS.
    MOVE 'RECERT' TO CERT-ACTIONED-BY.
    MOVE TODAY-DATE TO CERT-ACTIONED-DATE.
    REWRITE CAMPAIGN-RECORD
        INVALID KEY
            DISPLAY "Unable to record the close-out of port "
                CERT-PORT-NUMBER-IN " - status " CAMPAIGN-FILE-STATUS
    END-REWRITE.

END PROGRAM RULE-RECERT.
