IDENTIFICATION DIVISION.
PROGRAM-ID. PEND-CONVERT.

*> Modification history:
*> - New program: one-time conversion of a pending-requests file
*>   written before the emergency flag, change ticket and port class
*>   were added after the rule image.  The old-layout indexed file
*>   cannot be opened through the new copybook (the record length no
*>   longer matches), so - as RULE-CONVERT did for the rules file -
*>   this reads it through the old 113-byte layout and writes every
*>   queued request to a dated sequential backup, which is kept.
*>   There is no reload utility for the pending queue, so the live
*>   file is then rebuilt in the new layout from that backup, each
*>   request carrying the new trailing fields as spaces: not an
*>   emergency, no change ticket, port class not yet looked up.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OLD-PENDING-FILE ASSIGN TO 'port-pending.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OLD-PEND-REQUEST-ID
        FILE STATUS IS OLD-PENDING-STATUS.
    SELECT PENDING-FILE ASSIGN TO 'port-pending.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PEND-REQUEST-ID
        FILE STATUS IS PENDING-FILE-STATUS.
    SELECT BACKUP-FILE ASSIGN DYNAMIC BACKUP-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BACKUP-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  OLD-PENDING-FILE.
01  OLD-PENDING-RECORD.
    05  OLD-PEND-REQUEST-ID     PIC 9(7).
    05  OLD-PEND-DETAIL         PIC X(106).

FD  PENDING-FILE.
    COPY "pending-record.cpy".

FD  BACKUP-FILE.
01  BACKUP-RECORD PIC X(113).

WORKING-STORAGE SECTION.
01 OLD-PENDING-STATUS PIC XX.
01 PENDING-FILE-STATUS PIC XX.
01 BACKUP-FILE-STATUS PIC XX.
01 BACKUP-FILENAME PIC X(40).

01 OLD-PENDING-EOF-FLAG PIC X VALUE 'N'.
    88 OLD-PENDING-AT-EOF VALUE 'Y'.
01 BACKUP-EOF-FLAG PIC X VALUE 'N'.
    88 BACKUP-AT-EOF VALUE 'Y'.

01 TODAY-DATE PIC 9(8).
01 UNLOADED-COUNT PIC 9(5) VALUE ZERO.
01 CONVERTED-COUNT PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    DISPLAY "Pending-requests file layout conversion starting.".
    OPEN INPUT OLD-PENDING-FILE.
    IF OLD-PENDING-STATUS NOT = '00'
        DISPLAY "Unable to open the old pending-requests file - status "
            OLD-PENDING-STATUS
        DISPLAY "Nothing converted."
        STOP RUN
    END-IF.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
    MOVE SPACES TO BACKUP-FILENAME.
    STRING 'port-pending-bkp-' TODAY-DATE '.dat'
        DELIMITED BY SIZE INTO BACKUP-FILENAME.
    OPEN OUTPUT BACKUP-FILE.
    IF BACKUP-FILE-STATUS NOT = '00'
        DISPLAY "Unable to open " BACKUP-FILENAME " - status "
            BACKUP-FILE-STATUS
        CLOSE OLD-PENDING-FILE
        DISPLAY "Nothing converted."
        STOP RUN
    END-IF.
    PERFORM UNLOAD-ONE-REQUEST UNTIL OLD-PENDING-AT-EOF.
    CLOSE OLD-PENDING-FILE.
    CLOSE BACKUP-FILE.
    DISPLAY UNLOADED-COUNT " request(s) unloaded to " BACKUP-FILENAME.
    OPEN INPUT BACKUP-FILE.
    IF BACKUP-FILE-STATUS NOT = '00'
        DISPLAY "Unable to reopen " BACKUP-FILENAME " - status "
            BACKUP-FILE-STATUS
        DISPLAY "The live file has not been touched."
        STOP RUN
    END-IF.
    OPEN OUTPUT PENDING-FILE.
    IF PENDING-FILE-STATUS NOT = '00'
        DISPLAY "Unable to rebuild the pending-requests file - status "
            PENDING-FILE-STATUS
        DISPLAY "Every request is in " BACKUP-FILENAME "."
        CLOSE BACKUP-FILE
        STOP RUN
    END-IF.
    PERFORM RELOAD-ONE-REQUEST UNTIL BACKUP-AT-EOF.
    CLOSE BACKUP-FILE.
    CLOSE PENDING-FILE.
    DISPLAY CONVERTED-COUNT " request(s) rebuilt in the new layout.".
    IF CONVERTED-COUNT NOT = UNLOADED-COUNT
        DISPLAY "Counts differ - check the queue against "
            BACKUP-FILENAME "."
    END-IF.
    STOP RUN.

UNLOAD-ONE-REQUEST.
    READ OLD-PENDING-FILE
        AT END
            MOVE 'Y' TO OLD-PENDING-EOF-FLAG
        NOT AT END
            MOVE OLD-PENDING-RECORD TO BACKUP-RECORD
            WRITE BACKUP-RECORD
            ADD 1 TO UNLOADED-COUNT
    END-READ.

RELOAD-ONE-REQUEST.
    READ BACKUP-FILE
        AT END
            MOVE 'Y' TO BACKUP-EOF-FLAG
        NOT AT END
            MOVE SPACES TO PENDING-RECORD
            MOVE BACKUP-RECORD TO PENDING-RECORD(1:113)
            WRITE PENDING-RECORD
                INVALID KEY
                    DISPLAY "Unable to reload request "
                        PEND-REQUEST-ID " - status "
                        PENDING-FILE-STATUS
                NOT INVALID KEY
                    ADD 1 TO CONVERTED-COUNT
            END-WRITE
    END-READ.

END PROGRAM PEND-CONVERT.
