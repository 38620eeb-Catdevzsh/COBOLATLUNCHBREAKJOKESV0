*>   server IP.  A reload rebuilds both indexes, so RULE-REINDEX's
*>   unload followed by a reload here is the one-time conversion of
*>   a file built before the alternate key existed.
*> - An unload now also writes a control line beside the backup
*>   (port-rules-bkp-YYYYMMDD.ctl) holding the time the unload started
*>   and the count unloaded, so RULE-RECOVER knows which audit lines a
*>   backup already reflects when rolling it forward.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT BACKUP-FILE ASSIGN DYNAMIC BACKUP-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BACKUP-FILE-STATUS.
    SELECT STAMP-FILE ASSIGN DYNAMIC STAMP-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STAMP-FILE-STATUS.
    SELECT VERIFY-REPORT-FILE ASSIGN TO 'rule-backup-verify.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VERIFY-REPORT-STATUS.
FD  BACKUP-FILE.
01  BACKUP-RECORD PIC X(72).

FD  STAMP-FILE.
    COPY "backup-stamp-record.cpy".

FD  VERIFY-REPORT-FILE.
01  VERIFY-REPORT-LINE PIC X(100).

01 RULES-FILE-STATUS PIC XX.
01 BACKUP-FILE-STATUS PIC XX.
01 VERIFY-REPORT-STATUS PIC XX.
01 STAMP-FILE-STATUS PIC XX.

01 BACKUP-FILENAME PIC X(40).
01 STAMP-FILENAME PIC X(40).
01 BACKUP-DATE-TEXT PIC X(8).
01 BACKUP-DATE PIC 9(8).
01 TODAY-DATE PIC 9(8).
01 TODAY-TIME PIC 9(8).

01 MENU-CHOICE PIC X.
01 CONFIRM-CHOICE PIC X.
    MOVE SPACES TO BACKUP-FILENAME.
    STRING 'port-rules-bkp-' BACKUP-DATE '.dat'
        DELIMITED BY SIZE INTO BACKUP-FILENAME.
    MOVE SPACES TO STAMP-FILENAME.
    STRING 'port-rules-bkp-' BACKUP-DATE '.ctl'
        DELIMITED BY SIZE INTO STAMP-FILENAME.

ASK-BACKUP-DATE.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

UNLOAD-RULES.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
    ACCEPT TODAY-TIME FROM TIME.
    MOVE TODAY-DATE TO BACKUP-DATE.
    PERFORM BUILD-BACKUP-FILENAME.
    OPEN INPUT RULES-FILE.
    CLOSE RULES-FILE.
    CLOSE BACKUP-FILE.
    DISPLAY UNLOADED-COUNT " rule(s) unloaded to " BACKUP-FILENAME.
    PERFORM WRITE-BACKUP-STAMP.
    PERFORM VERIFY-AGAINST-BACKUP THRU VERIFY-EXIT.
UNLOAD-RULES-EXIT.
    EXIT.
            WRITE BACKUP-RECORD
    END-READ.

*> The stamp is the time the unload started, so any audit line after
*> it is a change the backup may not hold.
WRITE-BACKUP-STAMP.
    OPEN OUTPUT STAMP-FILE.
    IF STAMP-FILE-STATUS NOT = '00'
        DISPLAY "Unable to open " STAMP-FILENAME " - status "
            STAMP-FILE-STATUS
    ELSE
        MOVE SPACES TO BACKUP-STAMP-RECORD
        STRING TODAY-DATE(1:4) '-' TODAY-DATE(5:2) '-' TODAY-DATE(7:2)
            DELIMITED BY SIZE INTO BKS-UNLOAD-DATE
        STRING TODAY-TIME(1:2) ':' TODAY-TIME(3:2) ':' TODAY-TIME(5:2)
            DELIMITED BY SIZE INTO BKS-UNLOAD-TIME
        MOVE UNLOADED-COUNT TO BKS-RULE-COUNT
        WRITE BACKUP-STAMP-RECORD
        CLOSE STAMP-FILE
    END-IF.

RELOAD-RULES.
    PERFORM ASK-BACKUP-DATE.
    OPEN INPUT BACKUP-FILE.
