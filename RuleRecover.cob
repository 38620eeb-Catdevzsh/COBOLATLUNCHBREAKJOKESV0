IDENTIFICATION DIVISION.
PROGRAM-ID. RULE-RECOVER.

*> Modification history:
*> - New program: point-in-time roll-forward recovery of the rules
*>   file.  RULE-BACKUP can reload a dated unload, but everything
*>   approved, expired or purged since that unload was lost and had
*>   to be re-keyed from AUDIT-QUERY output.  This reloads a chosen
*>   backup, then replays the FORWARD, CHANGE, DELETE, DEACTIV,
*>   EXPIRE and PURGE lines from the port-audit-YYYYMMDD.log
*>   generations and the live log that fall after the backup's
*>   unload stamp and no later than the requested recovery point.
*>   A line that cannot be applied cleanly goes to the exceptions
*>   section of rule-recover-report.txt instead of being skipped
*>   silently, and the report ends with a count of rules by status
*>   in the backup and in the recovered file, so the result can be
*>   signed off before the nightly stream resumes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RULES-FILE ASSIGN TO 'port-rules.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RULE-PORT-NUMBER-IN
        ALTERNATE RECORD KEY IS RULE-SERVER-IP-OUT WITH DUPLICATES
        FILE STATUS IS RULES-FILE-STATUS.
    SELECT BACKUP-FILE ASSIGN DYNAMIC BACKUP-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BACKUP-FILE-STATUS.
    SELECT STAMP-FILE ASSIGN DYNAMIC STAMP-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STAMP-FILE-STATUS.
    SELECT QUERY-FILE ASSIGN DYNAMIC QUERY-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS QUERY-FILE-STATUS.
    SELECT RECOVER-REPORT-FILE ASSIGN TO 'rule-recover-report.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RECOVER-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RULES-FILE.
    COPY "rules-record.cpy".

FD  BACKUP-FILE.
01  BACKUP-RECORD PIC X(72).

FD  STAMP-FILE.
    COPY "backup-stamp-record.cpy".

FD  QUERY-FILE.
    COPY "audit-record.cpy".

FD  RECOVER-REPORT-FILE.
01  RECOVER-REPORT-LINE PIC X(120).

WORKING-STORAGE SECTION.
01 RULES-FILE-STATUS PIC XX.
01 BACKUP-FILE-STATUS PIC XX.
01 STAMP-FILE-STATUS PIC XX.
01 QUERY-FILE-STATUS PIC XX.
01 RECOVER-REPORT-STATUS PIC XX.

01 BACKUP-FILENAME PIC X(40).
01 STAMP-FILENAME PIC X(40).
01 QUERY-FILENAME PIC X(40).

01 BACKUP-DATE-TEXT PIC X(8).
01 BACKUP-DATE PIC 9(8).
01 BACKUP-TIME-TEXT PIC X(6).
01 TARGET-DATE-TEXT PIC X(8).
01 TARGET-DATE PIC 9(8).
01 TARGET-TIME-TEXT PIC X(6).
01 TODAY-DATE PIC 9(8).

01 BACKUP-STAMP PIC X(19).
01 TARGET-STAMP PIC X(19).
01 LINE-STAMP PIC X(19).

01 DATE-TO-CHECK.
    05 DATE-CHECK-YEAR PIC 9(4).
    05 DATE-CHECK-MONTH PIC 9(2).
    05 DATE-CHECK-DAY PIC 9(2).
01 DATE-VALID-FLAG PIC X.
    88 DATE-IS-VALID VALUE 'Y'.
01 TIME-TO-CHECK.
    05 TIME-CHECK-HOUR PIC 9(2).
    05 TIME-CHECK-MINUTE PIC 9(2).
    05 TIME-CHECK-SECOND PIC 9(2).
01 TIME-VALID-FLAG PIC X.
    88 TIME-IS-VALID VALUE 'Y'.

01 SCAN-INTEGER PIC 9(8).
01 FROM-SCAN-INTEGER PIC 9(8).
01 TO-SCAN-INTEGER PIC 9(8).
01 SCAN-DATE PIC 9(8).

01 CONFIRM-CHOICE PIC X.

01 BACKUP-EOF-FLAG PIC X VALUE 'N'.
    88 BACKUP-AT-EOF VALUE 'Y'.
01 QUERY-EOF-FLAG PIC X VALUE 'N'.
    88 QUERY-AT-EOF VALUE 'Y'.
01 RULES-EOF-FLAG PIC X VALUE 'N'.
    88 RULES-AT-EOF VALUE 'Y'.
01 RULE-FOUND-FLAG PIC X VALUE 'N'.
    88 RULE-FOUND VALUE 'Y'.

*> Layout of an audit line from before the action column existed -
*> such a line was always a forwarding, and is replayed as one.
01 OLD-AUDIT-LINE.
    05 OLD-LOG-DATE PIC X(10).
    05 FILLER PIC X.
    05 OLD-LOG-TIME PIC X(8).
    05 FILLER PIC X.
    05 OLD-LOG-PORT-IN PIC X(5).
    05 FILLER PIC X.
    05 OLD-LOG-SERVER-IP-IN PIC X(15).
    05 FILLER PIC X.
    05 OLD-LOG-PORT-OUT PIC X(5).
    05 FILLER PIC X.
    05 OLD-LOG-SERVER-IP-OUT PIC X(15).
    05 FILLER PIC X.
    05 OLD-LOG-CLIENT-IP PIC X(15).

01 EXCEPTION-REASON PIC X(50).
01 LOG-DATE-DIGITS PIC X(8).

01 RELOADED-COUNT PIC 9(5) VALUE ZERO.
01 FILES-READ-COUNT PIC 9(5) VALUE ZERO.
01 REPLAYED-COUNT PIC 9(7) VALUE ZERO.
01 NOT-REPLAYABLE-COUNT PIC 9(7) VALUE ZERO.
01 EXCEPTION-COUNT PIC 9(5) VALUE ZERO.

01 BEFORE-ACTIVE-COUNT PIC 9(5) VALUE ZERO.
01 BEFORE-INACTIVE-COUNT PIC 9(5) VALUE ZERO.
01 BEFORE-OTHER-COUNT PIC 9(5) VALUE ZERO.
01 BEFORE-TOTAL-COUNT PIC 9(5) VALUE ZERO.
01 AFTER-ACTIVE-COUNT PIC 9(5) VALUE ZERO.
01 AFTER-INACTIVE-COUNT PIC 9(5) VALUE ZERO.
01 AFTER-OTHER-COUNT PIC 9(5) VALUE ZERO.
01 AFTER-TOTAL-COUNT PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    DISPLAY "Forwarding rules point-in-time recovery.".
    PERFORM ASK-BACKUP-POINT.
    PERFORM ASK-TARGET-POINT.
    DISPLAY "Recovering from " BACKUP-FILENAME " (unloaded "
        BACKUP-STAMP ") forward to " TARGET-STAMP ".".
    DISPLAY "Recovery replaces the whole live rules file. Proceed? (Y/N)".
    ACCEPT CONFIRM-CHOICE.
    IF CONFIRM-CHOICE NOT = 'Y' AND CONFIRM-CHOICE NOT = 'y'
        DISPLAY "Recovery abandoned."
        STOP RUN
    END-IF.
    PERFORM RELOAD-FROM-BACKUP.
    PERFORM OPEN-RECOVER-REPORT.
    OPEN I-O RULES-FILE.
    IF RULES-FILE-STATUS NOT = '00'
        DISPLAY "Unable to reopen the rules file - status "
            RULES-FILE-STATUS
        CLOSE RECOVER-REPORT-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM SCAN-ONE-GENERATION
        VARYING SCAN-INTEGER FROM FROM-SCAN-INTEGER BY 1
        UNTIL SCAN-INTEGER > TO-SCAN-INTEGER.
    PERFORM SCAN-LIVE-LOG.
    CLOSE RULES-FILE.
    PERFORM COUNT-RECOVERED-RULES.
    PERFORM WRITE-RECOVER-TRAILER.
    CLOSE RECOVER-REPORT-FILE.
    DISPLAY RELOADED-COUNT " rule(s) reloaded, " REPLAYED-COUNT
        " audit action(s) replayed from " FILES-READ-COUNT
        " file(s), " EXCEPTION-COUNT " exception(s).".
    DISPLAY AFTER-TOTAL-COUNT " rule(s) on the recovered file - "
        "see rule-recover-report.txt before signing off.".
    STOP RUN.

*> The backup is one of RULE-BACKUP's dated unloads.  Its control
*> line says when the unload ran; a backup taken before control lines
*> were written needs the time keyed in.
ASK-BACKUP-POINT.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
    DISPLAY "Backup date YYYYMMDD to recover from (blank for today):".
    MOVE SPACES TO BACKUP-DATE-TEXT.
    ACCEPT BACKUP-DATE-TEXT.
    IF BACKUP-DATE-TEXT = SPACES
        MOVE TODAY-DATE TO BACKUP-DATE
    ELSE
        IF BACKUP-DATE-TEXT IS NOT NUMERIC
            DISPLAY "Invalid backup date - expected YYYYMMDD."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE BACKUP-DATE-TEXT TO BACKUP-DATE
        MOVE BACKUP-DATE TO DATE-TO-CHECK
        PERFORM CHECK-DATE-PARTS
        IF NOT DATE-IS-VALID
            DISPLAY "Invalid backup date - no such calendar date."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    MOVE SPACES TO BACKUP-FILENAME.
    STRING 'port-rules-bkp-' BACKUP-DATE '.dat'
        DELIMITED BY SIZE INTO BACKUP-FILENAME.
    MOVE SPACES TO STAMP-FILENAME.
    STRING 'port-rules-bkp-' BACKUP-DATE '.ctl'
        DELIMITED BY SIZE INTO STAMP-FILENAME.
    MOVE SPACES TO BACKUP-STAMP.
    OPEN INPUT STAMP-FILE.
    IF STAMP-FILE-STATUS = '00'
        READ STAMP-FILE
            AT END
                CONTINUE
            NOT AT END
                STRING BKS-UNLOAD-DATE ' ' BKS-UNLOAD-TIME
                    DELIMITED BY SIZE INTO BACKUP-STAMP
        END-READ
        CLOSE STAMP-FILE
    END-IF.
    IF BACKUP-STAMP = SPACES
        PERFORM ASK-BACKUP-TIME
    END-IF.
    COMPUTE FROM-SCAN-INTEGER = FUNCTION INTEGER-OF-DATE(BACKUP-DATE).

ASK-BACKUP-TIME.
    DISPLAY "No unload stamp for " BACKUP-FILENAME
        " - time the unload ran HHMMSS (blank for 000000):".
    MOVE SPACES TO BACKUP-TIME-TEXT.
    ACCEPT BACKUP-TIME-TEXT.
    IF BACKUP-TIME-TEXT = SPACES
        MOVE '000000' TO BACKUP-TIME-TEXT
        DISPLAY "Replaying all of " BACKUP-DATE " - actions the backup "
            "already holds will show as exceptions."
    END-IF.
    IF BACKUP-TIME-TEXT IS NOT NUMERIC
        DISPLAY "Invalid unload time - expected HHMMSS."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE BACKUP-TIME-TEXT TO TIME-TO-CHECK.
    PERFORM CHECK-TIME-PARTS.
    IF NOT TIME-IS-VALID
        DISPLAY "Invalid unload time - no such time of day."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    STRING BACKUP-DATE(1:4) '-' BACKUP-DATE(5:2) '-' BACKUP-DATE(7:2)
        ' ' BACKUP-TIME-TEXT(1:2) ':' BACKUP-TIME-TEXT(3:2) ':'
        BACKUP-TIME-TEXT(5:2)
        DELIMITED BY SIZE INTO BACKUP-STAMP.

*> The recovery point is inclusive: an action stamped exactly at the
*> requested time is replayed.
ASK-TARGET-POINT.
    DISPLAY "Recover to date YYYYMMDD (blank for today):".
    MOVE SPACES TO TARGET-DATE-TEXT.
    ACCEPT TARGET-DATE-TEXT.
    IF TARGET-DATE-TEXT = SPACES
        MOVE TODAY-DATE TO TARGET-DATE
    ELSE
        IF TARGET-DATE-TEXT IS NOT NUMERIC
            DISPLAY "Invalid recovery date - expected YYYYMMDD."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE TARGET-DATE-TEXT TO TARGET-DATE
        MOVE TARGET-DATE TO DATE-TO-CHECK
        PERFORM CHECK-DATE-PARTS
        IF NOT DATE-IS-VALID
            DISPLAY "Invalid recovery date - no such calendar date."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    DISPLAY "Recover to time HHMMSS (blank for end of day):".
    MOVE SPACES TO TARGET-TIME-TEXT.
    ACCEPT TARGET-TIME-TEXT.
    IF TARGET-TIME-TEXT = SPACES
        MOVE '235959' TO TARGET-TIME-TEXT
    END-IF.
    IF TARGET-TIME-TEXT IS NOT NUMERIC
        DISPLAY "Invalid recovery time - expected HHMMSS."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE TARGET-TIME-TEXT TO TIME-TO-CHECK.
    PERFORM CHECK-TIME-PARTS.
    IF NOT TIME-IS-VALID
        DISPLAY "Invalid recovery time - no such time of day."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO TARGET-STAMP.
    STRING TARGET-DATE(1:4) '-' TARGET-DATE(5:2) '-' TARGET-DATE(7:2)
        ' ' TARGET-TIME-TEXT(1:2) ':' TARGET-TIME-TEXT(3:2) ':'
        TARGET-TIME-TEXT(5:2)
        DELIMITED BY SIZE INTO TARGET-STAMP.
    IF TARGET-STAMP < BACKUP-STAMP
        DISPLAY "The recovery point " TARGET-STAMP
            " is before the backup was taken (" BACKUP-STAMP ")."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    COMPUTE TO-SCAN-INTEGER =
        FUNCTION INTEGER-OF-DATE(TARGET-DATE) + 1.

CHECK-DATE-PARTS.
    MOVE 'Y' TO DATE-VALID-FLAG.
    IF DATE-CHECK-MONTH < 1 OR DATE-CHECK-MONTH > 12
        MOVE 'N' TO DATE-VALID-FLAG
    END-IF.
    IF DATE-CHECK-DAY < 1 OR DATE-CHECK-DAY > 31
        MOVE 'N' TO DATE-VALID-FLAG
    END-IF.

CHECK-TIME-PARTS.
    MOVE 'Y' TO TIME-VALID-FLAG.
    IF TIME-CHECK-HOUR > 23 OR TIME-CHECK-MINUTE > 59
            OR TIME-CHECK-SECOND > 59
        MOVE 'N' TO TIME-VALID-FLAG
    END-IF.

*> Rebuild the live file from the backup exactly as RULE-BACKUP's
*> reload does, tallying the backup's rules by status on the way.
RELOAD-FROM-BACKUP.
    OPEN INPUT BACKUP-FILE.
    IF BACKUP-FILE-STATUS NOT = '00'
        DISPLAY "No backup " BACKUP-FILENAME " - status "
            BACKUP-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT RULES-FILE.
    IF RULES-FILE-STATUS NOT = '00'
        DISPLAY "Unable to rebuild the rules file - status "
            RULES-FILE-STATUS
        CLOSE BACKUP-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 'N' TO BACKUP-EOF-FLAG.
    PERFORM RELOAD-ONE-RULE UNTIL BACKUP-AT-EOF.
    CLOSE RULES-FILE.
    CLOSE BACKUP-FILE.
    DISPLAY RELOADED-COUNT " rule(s) reloaded from " BACKUP-FILENAME.

RELOAD-ONE-RULE.
    READ BACKUP-FILE INTO BACKUP-RECORD
        AT END
            MOVE 'Y' TO BACKUP-EOF-FLAG
        NOT AT END
            MOVE BACKUP-RECORD TO RULE-RECORD
            WRITE RULE-RECORD
                INVALID KEY
                    DISPLAY "Reload rejected record with key "
                        RULE-PORT-NUMBER-IN " - status "
                        RULES-FILE-STATUS
            END-WRITE
            IF RULES-FILE-STATUS = '00'
                ADD 1 TO RELOADED-COUNT
                ADD 1 TO BEFORE-TOTAL-COUNT
                IF RULE-IS-ACTIVE
                    ADD 1 TO BEFORE-ACTIVE-COUNT
                ELSE
                    IF RULE-IS-INACTIVE
                        ADD 1 TO BEFORE-INACTIVE-COUNT
                    ELSE
                        ADD 1 TO BEFORE-OTHER-COUNT
                    END-IF
                END-IF
            END-IF
    END-READ.

OPEN-RECOVER-REPORT.
    OPEN OUTPUT RECOVER-REPORT-FILE.
    IF RECOVER-REPORT-STATUS NOT = '00'
        DISPLAY "Unable to open rule-recover-report.txt - status "
            RECOVER-REPORT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO RECOVER-REPORT-LINE.
    STRING 'Rules Point-in-Time Recovery Report'
        DELIMITED BY SIZE INTO RECOVER-REPORT-LINE.
    WRITE RECOVER-REPORT-LINE.
    MOVE SPACES TO RECOVER-REPORT-LINE.
    STRING 'Backup file:  ' BACKUP-FILENAME DELIMITED BY SPACE
        ' (unloaded ' BACKUP-STAMP ')'
        DELIMITED BY SIZE INTO RECOVER-REPORT-LINE.
    WRITE RECOVER-REPORT-LINE.
    MOVE SPACES TO RECOVER-REPORT-LINE.
    STRING 'Recovered to: ' TARGET-STAMP
        DELIMITED BY SIZE INTO RECOVER-REPORT-LINE.
    WRITE RECOVER-REPORT-LINE.
    MOVE SPACES TO RECOVER-REPORT-LINE.
    WRITE RECOVER-REPORT-LINE.
    MOVE SPACES TO RECOVER-REPORT-LINE.
    STRING 'Replay exceptions (audit line not applied):'
        DELIMITED BY SIZE INTO RECOVER-REPORT-LINE.
    WRITE RECOVER-REPORT-LINE.

SCAN-ONE-GENERATION.
    MOVE FUNCTION DATE-OF-INTEGER(SCAN-INTEGER) TO SCAN-DATE.
    MOVE SPACES TO QUERY-FILENAME.
    STRING 'port-audit-' SCAN-DATE '.log'
        DELIMITED BY SIZE INTO QUERY-FILENAME.
    PERFORM SCAN-QUERY-FILE.

SCAN-LIVE-LOG.
    MOVE 'port-audit.log' TO QUERY-FILENAME.
    PERFORM SCAN-QUERY-FILE.

SCAN-QUERY-FILE.
    OPEN INPUT QUERY-FILE.
    IF QUERY-FILE-STATUS NOT = '00'
        CONTINUE
    ELSE
        ADD 1 TO FILES-READ-COUNT
        MOVE 'N' TO QUERY-EOF-FLAG
        PERFORM SCAN-ONE-AUDIT-LINE UNTIL QUERY-AT-EOF
        CLOSE QUERY-FILE
    END-IF.

SCAN-ONE-AUDIT-LINE.
    READ QUERY-FILE INTO AUDIT-LOG-RECORD
        AT END
            MOVE 'Y' TO QUERY-EOF-FLAG
        NOT AT END
            PERFORM REPLAY-AUDIT-LINE THRU REPLAY-AUDIT-LINE-EXIT
    END-READ.

*> Only lines after the unload stamp and no later than the recovery
*> point are replayed.  Requests, decisions and freeze holds never
*> touched the live file, so they are counted and passed over.
REPLAY-AUDIT-LINE.
    IF LOG-ACTION(1:5) IS NUMERIC AND LOG-ACTION(6:1) = SPACE
        PERFORM REMAP-OLD-AUDIT-LINE
    END-IF.
    MOVE SPACES TO LINE-STAMP.
    STRING LOG-DATE ' ' LOG-TIME DELIMITED BY SIZE INTO LINE-STAMP.
    IF LINE-STAMP NOT > BACKUP-STAMP OR LINE-STAMP > TARGET-STAMP
        GO TO REPLAY-AUDIT-LINE-EXIT
    END-IF.
    IF LOG-ACTION = 'FORWARD'
        PERFORM REPLAY-FORWARD
        GO TO REPLAY-AUDIT-LINE-EXIT
    END-IF.
    IF LOG-ACTION = 'CHANGE'
        PERFORM REPLAY-CHANGE
        GO TO REPLAY-AUDIT-LINE-EXIT
    END-IF.
    IF LOG-ACTION = 'DELETE' OR LOG-ACTION = 'PURGE'
        PERFORM REPLAY-DELETE
        GO TO REPLAY-AUDIT-LINE-EXIT
    END-IF.
    IF LOG-ACTION = 'DEACTIV' OR LOG-ACTION = 'EXPIRE'
        PERFORM REPLAY-DEACTIVATE
        GO TO REPLAY-AUDIT-LINE-EXIT
    END-IF.
    ADD 1 TO NOT-REPLAYABLE-COUNT.
REPLAY-AUDIT-LINE-EXIT.
    EXIT.

REMAP-OLD-AUDIT-LINE.
    MOVE AUDIT-LOG-RECORD TO OLD-AUDIT-LINE.
    MOVE SPACES TO AUDIT-LOG-RECORD.
    MOVE OLD-LOG-DATE TO LOG-DATE.
    MOVE OLD-LOG-TIME TO LOG-TIME.
    MOVE 'FORWARD' TO LOG-ACTION.
    MOVE OLD-LOG-PORT-IN TO LOG-PORT-IN.
    MOVE OLD-LOG-SERVER-IP-IN TO LOG-SERVER-IP-IN.
    MOVE OLD-LOG-PORT-OUT TO LOG-PORT-OUT.
    MOVE OLD-LOG-SERVER-IP-OUT TO LOG-SERVER-IP-OUT.
    MOVE OLD-LOG-CLIENT-IP TO LOG-CLIENT-IP.

READ-LOGGED-RULE.
    MOVE LOG-PORT-IN TO RULE-PORT-NUMBER-IN.
    READ RULES-FILE
        INVALID KEY
            MOVE 'N' TO RULE-FOUND-FLAG
        NOT INVALID KEY
            MOVE 'Y' TO RULE-FOUND-FLAG
    END-READ.

*> A forwarding logged before the status and date columns existed
*> comes back active, effective the day it was logged, never expiring
*> - the defaults the forwarding tool itself applies.
REPLAY-FORWARD.
    PERFORM READ-LOGGED-RULE.
    IF RULE-FOUND
        MOVE 'FORWARD for a port already on file' TO EXCEPTION-REASON
        PERFORM WRITE-EXCEPTION-LINE
    ELSE
        MOVE SPACES TO RULE-RECORD
        MOVE LOG-PORT-IN TO RULE-PORT-NUMBER-IN
        PERFORM MOVE-LOGGED-ADDRESSES
        MOVE 'A' TO RULE-STATUS
        MOVE SPACES TO LOG-DATE-DIGITS
        STRING LOG-DATE(1:4) LOG-DATE(6:2) LOG-DATE(9:2)
            DELIMITED BY SIZE INTO LOG-DATE-DIGITS
        MOVE LOG-DATE-DIGITS TO RULE-EFFECTIVE-DATE
        MOVE 99991231 TO RULE-EXPIRY-DATE
        PERFORM MOVE-LOGGED-STATUS-DATES
        WRITE RULE-RECORD
            INVALID KEY
                MOVE 'rules file write failed' TO EXCEPTION-REASON
                PERFORM WRITE-EXCEPTION-LINE
        END-WRITE
        IF RULES-FILE-STATUS = '00'
            ADD 1 TO REPLAYED-COUNT
        END-IF
    END-IF.

REPLAY-CHANGE.
    PERFORM READ-LOGGED-RULE.
    IF NOT RULE-FOUND
        MOVE 'CHANGE to a port not on file' TO EXCEPTION-REASON
        PERFORM WRITE-EXCEPTION-LINE
    ELSE
        PERFORM MOVE-LOGGED-ADDRESSES
        PERFORM MOVE-LOGGED-STATUS-DATES
        REWRITE RULE-RECORD
            INVALID KEY
                MOVE 'rules file rewrite failed' TO EXCEPTION-REASON
                PERFORM WRITE-EXCEPTION-LINE
        END-REWRITE
        IF RULES-FILE-STATUS = '00'
            ADD 1 TO REPLAYED-COUNT
        END-IF
    END-IF.

REPLAY-DELETE.
    PERFORM READ-LOGGED-RULE.
    IF NOT RULE-FOUND
        MOVE SPACES TO EXCEPTION-REASON
        STRING LOG-ACTION DELIMITED BY SPACE
            ' of a port not on file' DELIMITED BY SIZE
            INTO EXCEPTION-REASON
        PERFORM WRITE-EXCEPTION-LINE
    ELSE
        DELETE RULES-FILE
            INVALID KEY
                MOVE 'rules file delete failed' TO EXCEPTION-REASON
                PERFORM WRITE-EXCEPTION-LINE
        END-DELETE
        IF RULES-FILE-STATUS = '00'
            ADD 1 TO REPLAYED-COUNT
        END-IF
    END-IF.

REPLAY-DEACTIVATE.
    PERFORM READ-LOGGED-RULE.
    IF NOT RULE-FOUND
        MOVE SPACES TO EXCEPTION-REASON
        STRING LOG-ACTION DELIMITED BY SPACE
            ' of a port not on file' DELIMITED BY SIZE
            INTO EXCEPTION-REASON
        PERFORM WRITE-EXCEPTION-LINE
    ELSE
        IF RULE-IS-INACTIVE
            MOVE SPACES TO EXCEPTION-REASON
            STRING LOG-ACTION DELIMITED BY SPACE
                ' of a rule already inactive' DELIMITED BY SIZE
                INTO EXCEPTION-REASON
            PERFORM WRITE-EXCEPTION-LINE
        ELSE
            SET RULE-IS-INACTIVE TO TRUE
            REWRITE RULE-RECORD
                INVALID KEY
                    MOVE 'rules file rewrite failed'
                        TO EXCEPTION-REASON
                    PERFORM WRITE-EXCEPTION-LINE
            END-REWRITE
            IF RULES-FILE-STATUS = '00'
                ADD 1 TO REPLAYED-COUNT
            END-IF
        END-IF
    END-IF.

MOVE-LOGGED-ADDRESSES.
    MOVE LOG-PORT-OUT TO RULE-PORT-NUMBER-OUT.
    MOVE LOG-SERVER-IP-IN TO RULE-SERVER-IP-IN.
    MOVE LOG-SERVER-IP-OUT TO RULE-SERVER-IP-OUT.
    MOVE LOG-CLIENT-IP TO RULE-CLIENT-IP.

*> Status and dates are taken from the line only where it carries
*> them; otherwise what the rule already holds stands.
MOVE-LOGGED-STATUS-DATES.
    IF LOG-RULE-STATUS = 'A' OR LOG-RULE-STATUS = 'I'
        MOVE LOG-RULE-STATUS TO RULE-STATUS
    END-IF.
    IF LOG-EFFECTIVE-DATE IS NUMERIC
        MOVE LOG-EFFECTIVE-DATE TO RULE-EFFECTIVE-DATE
    END-IF.
    IF LOG-EXPIRY-DATE IS NUMERIC
        MOVE LOG-EXPIRY-DATE TO RULE-EXPIRY-DATE
    END-IF.

WRITE-EXCEPTION-LINE.
    ADD 1 TO EXCEPTION-COUNT.
    MOVE SPACES TO RECOVER-REPORT-LINE.
    STRING '  ' LINE-STAMP ' ' LOG-ACTION ' PORT ' LOG-PORT-IN
        ' -> ' LOG-SERVER-IP-OUT ' : ' EXCEPTION-REASON
        DELIMITED BY SIZE INTO RECOVER-REPORT-LINE.
    WRITE RECOVER-REPORT-LINE.

COUNT-RECOVERED-RULES.
    OPEN INPUT RULES-FILE.
    IF RULES-FILE-STATUS NOT = '00'
        DISPLAY "Unable to reopen the rules file for counting - status "
            RULES-FILE-STATUS
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE ZERO TO RULE-PORT-NUMBER-IN
        MOVE 'N' TO RULES-EOF-FLAG
        START RULES-FILE KEY NOT < RULE-PORT-NUMBER-IN
            INVALID KEY
                MOVE 'Y' TO RULES-EOF-FLAG
        END-START
        PERFORM COUNT-ONE-RULE UNTIL RULES-AT-EOF
        CLOSE RULES-FILE
    END-IF.

COUNT-ONE-RULE.
    READ RULES-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO RULES-EOF-FLAG
        NOT AT END
            ADD 1 TO AFTER-TOTAL-COUNT
            IF RULE-IS-ACTIVE
                ADD 1 TO AFTER-ACTIVE-COUNT
            ELSE
                IF RULE-IS-INACTIVE
                    ADD 1 TO AFTER-INACTIVE-COUNT
                ELSE
                    ADD 1 TO AFTER-OTHER-COUNT
                END-IF
            END-IF
    END-READ.

WRITE-RECOVER-TRAILER.
    IF EXCEPTION-COUNT = 0
        MOVE SPACES TO RECOVER-REPORT-LINE
        STRING '  None.' DELIMITED BY SIZE INTO RECOVER-REPORT-LINE
        WRITE RECOVER-REPORT-LINE
    END-IF.
    MOVE SPACES TO RECOVER-REPORT-LINE.
    WRITE RECOVER-REPORT-LINE.
    MOVE SPACES TO RECOVER-REPORT-LINE.
    STRING 'Audit files read:            ' FILES-READ-COUNT
        DELIMITED BY SIZE INTO RECOVER-REPORT-LINE.
    WRITE RECOVER-REPORT-LINE.
    MOVE SPACES TO RECOVER-REPORT-LINE.
    STRING 'Actions replayed:            ' REPLAYED-COUNT
        DELIMITED BY SIZE INTO RECOVER-REPORT-LINE.
    WRITE RECOVER-REPORT-LINE.
    MOVE SPACES TO RECOVER-REPORT-LINE.
    STRING 'Lines not replayable:        ' NOT-REPLAYABLE-COUNT
        ' (requests, decisions, freeze holds)'
        DELIMITED BY SIZE INTO RECOVER-REPORT-LINE.
    WRITE RECOVER-REPORT-LINE.
    MOVE SPACES TO RECOVER-REPORT-LINE.
    STRING 'Exceptions:                  ' EXCEPTION-COUNT
        DELIMITED BY SIZE INTO RECOVER-REPORT-LINE.
    WRITE RECOVER-REPORT-LINE.
    MOVE SPACES TO RECOVER-REPORT-LINE.
    WRITE RECOVER-REPORT-LINE.
    MOVE SPACES TO RECOVER-REPORT-LINE.
    STRING 'Rules by status      Backup  Recovered'
        DELIMITED BY SIZE INTO RECOVER-REPORT-LINE.
    WRITE RECOVER-REPORT-LINE.
    MOVE SPACES TO RECOVER-REPORT-LINE.
    STRING '  Active             ' BEFORE-ACTIVE-COUNT '   '
        AFTER-ACTIVE-COUNT
        DELIMITED BY SIZE INTO RECOVER-REPORT-LINE.
    WRITE RECOVER-REPORT-LINE.
    MOVE SPACES TO RECOVER-REPORT-LINE.
    STRING '  Inactive           ' BEFORE-INACTIVE-COUNT '   '
        AFTER-INACTIVE-COUNT
        DELIMITED BY SIZE INTO RECOVER-REPORT-LINE.
    WRITE RECOVER-REPORT-LINE.
    MOVE SPACES TO RECOVER-REPORT-LINE.
    STRING '  Other status       ' BEFORE-OTHER-COUNT '   '
        AFTER-OTHER-COUNT
        DELIMITED BY SIZE INTO RECOVER-REPORT-LINE.
    WRITE RECOVER-REPORT-LINE.
    MOVE SPACES TO RECOVER-REPORT-LINE.
    STRING '  Total              ' BEFORE-TOTAL-COUNT '   '
        AFTER-TOTAL-COUNT
        DELIMITED BY SIZE INTO RECOVER-REPORT-LINE.
    WRITE RECOVER-REPORT-LINE.
    MOVE SPACES TO RECOVER-REPORT-LINE.
    WRITE RECOVER-REPORT-LINE.
    MOVE SPACES TO RECOVER-REPORT-LINE.
    STRING 'Signed off by: ____________________  Date: __________'
        DELIMITED BY SIZE INTO RECOVER-REPORT-LINE.
    WRITE RECOVER-REPORT-LINE.

END PROGRAM RULE-RECOVER.
