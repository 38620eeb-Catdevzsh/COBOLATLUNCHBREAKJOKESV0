*>   dates.  The flip is applied directly rather than staged: the
*>   expiry date was part of the rule a supervisor already approved,
*>   so honouring it needs no fresh sign-off.
*> - The change-freeze calendar (change-freeze.dat) is now honoured:
*>   on a day inside any freeze a lapsed rule is left active, listed
*>   on the report as DEFERRED with the freeze ticket, and written to
*>   the audit log as HOLDEXP instead of EXPIRE.  The lapse is picked
*>   up by the first nightly run after the freeze ends.
*> - Audit lines now carry the rule's status and effective/expiry
*>   dates after the addresses, so RULE-RECOVER can rebuild a rule
*>   from the audit trail.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT EXPIRY-REPORT-FILE ASSIGN TO 'rule-expiry-report.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EXPIRY-REPORT-STATUS.
    SELECT FREEZE-FILE ASSIGN TO 'change-freeze.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FREEZE-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  EXPIRY-REPORT-FILE.
01  EXPIRY-REPORT-LINE PIC X(100).

FD  FREEZE-FILE.
    COPY "freeze-record.cpy".

WORKING-STORAGE SECTION.
01 RULES-FILE-STATUS PIC XX.
01 AUDIT-LOG-STATUS PIC XX.
01 EXPIRE-PARM-STATUS PIC XX.
01 EXPIRY-REPORT-STATUS PIC XX.
01 FREEZE-FILE-STATUS PIC XX.

01 WARN-DAYS PIC 9(3) VALUE 14.

01 EXAMINED-COUNT PIC 9(5) VALUE ZERO.
01 WARNED-COUNT PIC 9(5) VALUE ZERO.
01 LAPSED-COUNT PIC 9(5) VALUE ZERO.
01 DEFERRED-COUNT PIC 9(5) VALUE ZERO.

01 FREEZE-EOF-FLAG PIC X VALUE 'N'.
    88 FREEZE-AT-EOF VALUE 'Y'.
01 FREEZE-ACTIVE-FLAG PIC X VALUE 'N'.
    88 FREEZE-ACTIVE VALUE 'Y'.
01 ACTIVE-FREEZE-TYPE PIC X.
    88 ACTIVE-FREEZE-EMERGENCY-ONLY VALUE 'E'.
01 ACTIVE-FREEZE-END PIC 9(8).
01 ACTIVE-FREEZE-TICKET PIC X(12).

01 AUDIT-ACTION PIC X(8).

    PERFORM SET-HORIZON-DATE.
    DISPLAY "Warning on active rules expiring by " HORIZON-DATE
        " (" WARN-DAYS " day horizon).".
    PERFORM LOAD-FREEZE-CALENDAR.
    PERFORM OPEN-EXPIRE-FILES.
    IF RULES-FILE-STATUS NOT = '00'
        DISPLAY "Unable to open the rules file - status "
    PERFORM CLOSE-EXPIRE-FILES.
    DISPLAY EXAMINED-COUNT " rule(s) examined, "
        WARNED-COUNT " expiring within the horizon, "
        LAPSED-COUNT " lapsed rule(s) deactivated, "
        DEFERRED-COUNT " deferred by the change freeze.".
    STOP RUN.

READ-EXPIRE-PARM.
        FUNCTION INTEGER-OF-DATE(TODAY-DATE) + WARN-DAYS.
    MOVE FUNCTION DATE-OF-INTEGER(HORIZON-INTEGER) TO HORIZON-DATE.

*> Find the freeze, if any, covering today.  Where two windows
*> overlap a full freeze wins over an emergency-only one, and a type
*> other than E is taken as a full freeze.  Either type holds the
*> nightly lapse: it is a change to production like any other.
LOAD-FREEZE-CALENDAR.
    MOVE 'N' TO FREEZE-ACTIVE-FLAG.
    OPEN INPUT FREEZE-FILE.
    IF FREEZE-FILE-STATUS = '00'
        MOVE 'N' TO FREEZE-EOF-FLAG
        PERFORM READ-ONE-FREEZE UNTIL FREEZE-AT-EOF
        CLOSE FREEZE-FILE
    END-IF.
    IF FREEZE-ACTIVE
        DISPLAY "Change freeze " ACTIVE-FREEZE-TICKET " in force to "
            ACTIVE-FREEZE-END " - lapses deferred until it ends."
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

OPEN-EXPIRE-FILES.
    OPEN I-O RULES-FILE.
    OPEN EXTEND AUDIT-LOG-FILE.
        HORIZON-DATE
        DELIMITED BY SIZE INTO EXPIRY-REPORT-LINE.
    WRITE EXPIRY-REPORT-LINE.
    IF FREEZE-ACTIVE
        MOVE SPACES TO EXPIRY-REPORT-LINE
        STRING 'Change freeze ' ACTIVE-FREEZE-TICKET ' in force to '
            ACTIVE-FREEZE-END ' - lapses are DEFERRED, not applied'
            DELIMITED BY SIZE INTO EXPIRY-REPORT-LINE
        WRITE EXPIRY-REPORT-LINE
    END-IF.
    MOVE SPACES TO EXPIRY-REPORT-LINE.
    WRITE EXPIRY-REPORT-LINE.

                    AND RULE-EXPIRY-DATE > 0
                    AND RULE-EXPIRY-DATE NOT = 99991231
                IF RULE-EXPIRY-DATE < TODAY-DATE
                    IF FREEZE-ACTIVE
                        PERFORM DEFER-LAPSED-RULE
                    ELSE
                        PERFORM DEACTIVATE-LAPSED-RULE
                    END-IF
                ELSE
                    IF RULE-EXPIRY-DATE NOT > HORIZON-DATE
                        PERFORM WARN-EXPIRING-RULE
            RULE-PORT-NUMBER-IN " (expired " RULE-EXPIRY-DATE ")."
    END-IF.

*> Inside a freeze the rule stays active; the hold is audited and
*> listed so the post-freeze review can see what was waiting.
DEFER-LAPSED-RULE.
    ADD 1 TO DEFERRED-COUNT.
    MOVE 'HOLDEXP' TO AUDIT-ACTION.
    PERFORM WRITE-AUDIT-LOG.
    PERFORM FORMAT-EXPIRY-DISPLAY.
    MOVE SPACES TO EXPIRY-REPORT-LINE.
    STRING 'PORT ' RULE-PORT-NUMBER-IN
        ' -> ' RULE-SERVER-IP-OUT DELIMITED BY SIZE
        ' : LAPSED ' EXPIRY-DISPLAY ' - DEFERRED, freeze '
        ACTIVE-FREEZE-TICKET
        DELIMITED BY SIZE INTO EXPIRY-REPORT-LINE.
    WRITE EXPIRY-REPORT-LINE.
    DISPLAY "Lapse deferred by the change freeze for incoming port "
        RULE-PORT-NUMBER-IN " (expired " RULE-EXPIRY-DATE ").".

FORMAT-EXPIRY-DISPLAY.
    MOVE SPACES TO EXPIRY-DISPLAY.
    STRING RULE-EXPIRY-DATE(1:4) '-' RULE-EXPIRY-DATE(5:2) '-'
    WRITE EXPIRY-REPORT-LINE.
    MOVE SPACES TO EXPIRY-REPORT-LINE.
    STRING WARNED-COUNT ' rule(s) expiring within the horizon, '
        LAPSED-COUNT ' lapsed rule(s) deactivated, '
        DEFERRED-COUNT ' deferred by the change freeze.'
        DELIMITED BY SIZE INTO EXPIRY-REPORT-LINE.
    WRITE EXPIRY-REPORT-LINE.

    MOVE RULE-PORT-NUMBER-OUT TO LOG-PORT-OUT.
    MOVE RULE-SERVER-IP-OUT TO LOG-SERVER-IP-OUT.
    MOVE RULE-CLIENT-IP TO LOG-CLIENT-IP.
    MOVE RULE-STATUS TO LOG-RULE-STATUS.
    MOVE RULE-EFFECTIVE-DATE TO LOG-EFFECTIVE-DATE.
    MOVE RULE-EXPIRY-DATE TO LOG-EXPIRY-DATE.
    WRITE AUDIT-LOG-RECORD.

END PROGRAM RULE-EXPIRE.
