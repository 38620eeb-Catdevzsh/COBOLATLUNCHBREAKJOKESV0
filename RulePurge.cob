*> - The rules file now carries an alternate key on the destination
*>   server IP; the file declaration here matches so the open keeps
*>   working against the re-indexed file.
*> - The change-freeze calendar (change-freeze.dat) is now honoured:
*>   on a day inside any freeze a rule due for purge is kept, listed
*>   as DEFERRED with the freeze ticket, and written to the audit log
*>   as HOLDPRG instead of PURGE.  The purge is picked up by the first
*>   nightly run after the freeze ends.
*> - Audit lines now carry the rule's status and effective/expiry
*>   dates after the addresses, so RULE-RECOVER can rebuild a rule
*>   from the audit trail.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT PURGE-PARM-FILE ASSIGN TO 'purge-parm.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PURGE-PARM-STATUS.
    SELECT FREEZE-FILE ASSIGN TO 'change-freeze.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FREEZE-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
01  PURGE-PARM-RECORD.
    05  PARM-RETAIN-DAYS PIC X(3).

FD  FREEZE-FILE.
    COPY "freeze-record.cpy".

WORKING-STORAGE SECTION.
01 RULES-FILE-STATUS PIC XX.
01 AUDIT-LOG-STATUS PIC XX.
01 PURGE-PARM-STATUS PIC XX.
01 FREEZE-FILE-STATUS PIC XX.

01 RETAIN-DAYS PIC 9(3) VALUE 30.


01 EXAMINED-COUNT PIC 9(5) VALUE ZERO.
01 PURGED-COUNT PIC 9(5) VALUE ZERO.
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

    PERFORM SET-CUTOFF-DATE.
    DISPLAY "Purging rules expired before " CUTOFF-DATE
        " (" RETAIN-DAYS " day retention).".
    PERFORM LOAD-FREEZE-CALENDAR.
    PERFORM OPEN-PURGE-FILES.
    IF RULES-FILE-STATUS NOT = '00'
        DISPLAY "Unable to open the rules file - status " RULES-FILE-STATUS
    PERFORM PURGE-EXPIRED-RULES.
    PERFORM CLOSE-PURGE-FILES.
    DISPLAY EXAMINED-COUNT " rule(s) examined, "
        PURGED-COUNT " purged, "
        DEFERRED-COUNT " deferred by the change freeze.".
    STOP RUN.

READ-PURGE-PARM.
        FUNCTION INTEGER-OF-DATE(TODAY-DATE) - RETAIN-DAYS.
    MOVE FUNCTION DATE-OF-INTEGER(CUTOFF-INTEGER) TO CUTOFF-DATE.

*> Find the freeze, if any, covering today.  Where two windows
*> overlap a full freeze wins over an emergency-only one, and a type
*> other than E is taken as a full freeze.  Either type holds the
*> nightly purge: it is a change to production like any other.
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
            ACTIVE-FREEZE-END " - purges deferred until it ends."
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

OPEN-PURGE-FILES.
    OPEN I-O RULES-FILE.
    OPEN EXTEND AUDIT-LOG-FILE.
            IF RULE-EXPIRY-DATE > 0
                    AND RULE-EXPIRY-DATE NOT = 99991231
                    AND RULE-EXPIRY-DATE < CUTOFF-DATE
                IF FREEZE-ACTIVE
                    PERFORM DEFER-ONE-PURGE
                ELSE
                    PERFORM PURGE-ONE-RULE
                END-IF
            END-IF
    END-READ.

            " (expired " RULE-EXPIRY-DATE ")."
    END-IF.

*> Inside a freeze the rule stays on file; the hold is audited and
*> listed so the post-freeze review can see what was waiting.
DEFER-ONE-PURGE.
    ADD 1 TO DEFERRED-COUNT.
    MOVE 'HOLDPRG' TO AUDIT-ACTION.
    PERFORM WRITE-AUDIT-LOG.
    DISPLAY "DEFERRED purge of rule for incoming port "
        RULE-PORT-NUMBER-IN " (expired " RULE-EXPIRY-DATE
        ") - change freeze " ACTIVE-FREEZE-TICKET.

WRITE-AUDIT-LOG.
    MOVE SPACES TO AUDIT-LOG-RECORD.
    ACCEPT TODAY-TIME FROM TIME.
    MOVE RULE-PORT-NUMBER-OUT TO LOG-PORT-OUT.
    MOVE RULE-SERVER-IP-OUT TO LOG-SERVER-IP-OUT.
    MOVE RULE-CLIENT-IP TO LOG-CLIENT-IP.
    MOVE RULE-STATUS TO LOG-RULE-STATUS.
    MOVE RULE-EFFECTIVE-DATE TO LOG-EFFECTIVE-DATE.
    MOVE RULE-EXPIRY-DATE TO LOG-EXPIRY-DATE.
    WRITE AUDIT-LOG-RECORD.

END PROGRAM RULE-PURGE.
