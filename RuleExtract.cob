*>   last-export timestamp is kept in extract-control.dat between
*>   runs, so each delta picks up exactly where the previous one
*>   stopped; either mode moves the timestamp forward.
*> - Every port written to an extract is now stamped in the firewall
*>   sync register (rule-sync.dat) with the extract's timestamp and
*>   action, so the acknowledgement reconciliation can tell which
*>   rules have a change the firewall team has never confirmed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT EXTRACT-CONTROL-FILE ASSIGN TO 'extract-control.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EXTRACT-CONTROL-STATUS.
    SELECT SYNC-FILE ASSIGN TO 'rule-sync.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SYNC-PORT-NUMBER-IN
        FILE STATUS IS SYNC-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
01  EXTRACT-CONTROL-RECORD.
    05  CTL-LAST-EXPORT-STAMP PIC X(19).

FD  SYNC-FILE.
    COPY "rule-sync-record.cpy".

WORKING-STORAGE SECTION.
01 RULES-FILE-STATUS PIC XX.
01 QUERY-FILE-STATUS PIC XX.
01 EXTRACT-FILE-STATUS PIC XX.
01 EXTRACT-CONTROL-STATUS PIC XX.
01 SYNC-FILE-STATUS PIC XX.
01 SYNC-USABLE-FLAG PIC X VALUE 'N'.
    88 SYNC-USABLE VALUE 'Y'.
01 QUERY-FILENAME PIC X(40).
01 EXTRACT-FILENAME PIC X(40).

    PERFORM WRITE-EXTRACT-TRAILER.
    CLOSE EXTRACT-FILE.
    CLOSE RULES-FILE.
    IF SYNC-USABLE
        CLOSE SYNC-FILE
    END-IF.
    PERFORM WRITE-EXTRACT-CONTROL.
    DISPLAY EXTRACT-COUNT " rule action(s) extracted to "
        EXTRACT-FILENAME.
        CLOSE RULES-FILE
        STOP RUN
    END-IF.
    OPEN I-O SYNC-FILE.
    IF SYNC-FILE-STATUS = '35'
        OPEN OUTPUT SYNC-FILE
        CLOSE SYNC-FILE
        OPEN I-O SYNC-FILE
    END-IF.
    IF SYNC-FILE-STATUS = '00'
        MOVE 'Y' TO SYNC-USABLE-FLAG
    ELSE
        DISPLAY "Unable to open rule-sync.dat - status "
            SYNC-FILE-STATUS " - extract continues unregistered."
    END-IF.

WRITE-EXTRACT-HEADER.
    MOVE SPACES TO EXTRACT-LINE.
        '|' DETAIL-EXPIRY DELIMITED BY SIZE
        INTO EXTRACT-LINE.
    WRITE EXTRACT-LINE.
    IF SYNC-USABLE AND DETAIL-PORT-IN IS NUMERIC
        PERFORM REGISTER-EXTRACTED-PORT
    END-IF.

*> Only the extract side of the register is touched here - the
*> acknowledgement fields keep whatever the firewall last confirmed,
*> which is how an unanswered change shows up.
REGISTER-EXTRACTED-PORT.
    MOVE DETAIL-PORT-IN TO DETAIL-PORT-LOOKUP.
    MOVE DETAIL-PORT-LOOKUP TO SYNC-PORT-NUMBER-IN.
    READ SYNC-FILE
        INVALID KEY
            MOVE SPACES TO RULE-SYNC-RECORD
            MOVE DETAIL-PORT-LOOKUP TO SYNC-PORT-NUMBER-IN
            MOVE NOW-STAMP TO SYNC-LAST-EXTRACT-STAMP
            MOVE EXTRACT-ACTION TO SYNC-LAST-EXTRACT-ACTION
            WRITE RULE-SYNC-RECORD
                INVALID KEY
                    DISPLAY "Unable to register port "
                        DETAIL-PORT-LOOKUP " - status "
                        SYNC-FILE-STATUS
            END-WRITE
        NOT INVALID KEY
            MOVE NOW-STAMP TO SYNC-LAST-EXTRACT-STAMP
            MOVE EXTRACT-ACTION TO SYNC-LAST-EXTRACT-ACTION
            REWRITE RULE-SYNC-RECORD
                INVALID KEY
                    DISPLAY "Unable to register port "
                        DETAIL-PORT-LOOKUP " - status "
                        SYNC-FILE-STATUS
            END-REWRITE
    END-READ.

*> Delta: walk the audit generations from the day of the last export
*> through today (the live log too), take only lines stamped after
