IDENTIFICATION DIVISION.
PROGRAM-ID. RULE-ACK.

*> Modification history:
*> - New program: reconciles the firewall team's load acknowledgement
*>   against the extract it answers and against port-rules.dat.  Their
*>   loader sends back rule-extract-ack.dat for each extract: a header
*>   carrying the extract's own timestamp, one row per extract row
*>   with the incoming port, A (accepted) or R (rejected) and their
*>   reject reason, and a trailer echoing the extract's record count.
*>   The header stamp locates rule-extract-YYYYMMDD.dat and must match
*>   its header, and the trailer count must match its trailer, before
*>   anything is reconciled - an acknowledgement for a replaced or
*>   different extract is refused.  The report lists the rows the
*>   firewall rejected, the rows sent that never came back, and the
*>   rules on file whose last extract was never acknowledged, and the
*>   answered ports are stamped in the sync register (rule-sync.dat).
*>   The full sync option takes the acknowledgement of a full extract
*>   and checks it against every rule on file; only when nothing is
*>   missing, rejected or changed since is full sync declared and
*>   recorded on the register's control record.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RULES-FILE ASSIGN TO 'port-rules.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RULE-PORT-NUMBER-IN
        ALTERNATE RECORD KEY IS RULE-SERVER-IP-OUT WITH DUPLICATES
        FILE STATUS IS RULES-FILE-STATUS.
    SELECT SYNC-FILE ASSIGN TO 'rule-sync.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SYNC-PORT-NUMBER-IN
        FILE STATUS IS SYNC-FILE-STATUS.
    SELECT ACK-FILE ASSIGN TO 'rule-extract-ack.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACK-FILE-STATUS.
    SELECT EXTRACT-FILE ASSIGN DYNAMIC EXTRACT-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EXTRACT-FILE-STATUS.
    SELECT ACK-REPORT-FILE ASSIGN TO 'rule-ack-report.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACK-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RULES-FILE.
    COPY "rules-record.cpy".

FD  SYNC-FILE.
    COPY "rule-sync-record.cpy".

FD  ACK-FILE.
01  ACK-LINE PIC X(132).

FD  EXTRACT-FILE.
01  EXTRACT-LINE PIC X(132).

FD  ACK-REPORT-FILE.
01  ACK-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 RULES-FILE-STATUS PIC XX.
01 SYNC-FILE-STATUS PIC XX.
01 ACK-FILE-STATUS PIC XX.
01 EXTRACT-FILE-STATUS PIC XX.
01 ACK-REPORT-STATUS PIC XX.
01 EXTRACT-FILENAME PIC X(40).

01 RULES-EOF-FLAG PIC X VALUE 'N'.
    88 RULES-AT-EOF VALUE 'Y'.
01 RULES-USABLE-FLAG PIC X VALUE 'N'.
    88 RULES-USABLE VALUE 'Y'.
01 ACK-EOF-FLAG PIC X VALUE 'N'.
    88 ACK-AT-EOF VALUE 'Y'.
01 EXTRACT-EOF-FLAG PIC X VALUE 'N'.
    88 EXTRACT-AT-EOF VALUE 'Y'.

01 RECON-MODE PIC X.
    88 RECONCILE-MODE VALUE 'R'.
    88 FULL-SYNC-MODE VALUE 'F'.

*> Acknowledgement as received.
01 ACK-EXTRACT-STAMP PIC X(19) VALUE SPACES.
01 ACK-TRAILER-TEXT PIC X(7) VALUE SPACES.
01 ACK-TRAILER-COUNT PIC 9(7) VALUE ZERO.
01 ACK-HEADER-FLAG PIC X VALUE 'N'.
    88 ACK-HEADER-SEEN VALUE 'Y'.
01 ACK-TRAILER-FLAG PIC X VALUE 'N'.
    88 ACK-TRAILER-SEEN VALUE 'Y'.
01 ACK-PORT-TEXT PIC X(10).
01 ACK-FLAG-TEXT PIC X(5).
01 ACK-REASON-TEXT PIC X(30).
01 ACK-BAD-COUNT PIC 9(5) VALUE ZERO.

01 ACK-COUNT PIC 9(4) VALUE ZERO.
01 ACK-TABLE.
    05 ACK-ENTRY OCCURS 2000 TIMES.
        10 AK-PORT PIC 9(5).
        10 AK-FLAG PIC X.
        10 AK-REASON PIC X(30).
        10 AK-MATCHED PIC X.
01 ACK-INDEX PIC 9(4).
01 ACK-MATCH-INDEX PIC 9(4).

*> The extract the acknowledgement answers.
01 EXTRACT-HDR-TAG PIC X(10).
01 EXTRACT-MODE-TEXT PIC X(5).
01 EXTRACT-HDR-STAMP PIC X(19) VALUE SPACES.
01 EXTRACT-TRAILER-COUNT PIC 9(7) VALUE ZERO.
01 EXTRACT-TRAILER-FLAG PIC X VALUE 'N'.
    88 EXTRACT-TRAILER-SEEN VALUE 'Y'.
01 EXTRACT-FOUND-FLAG PIC X VALUE 'N'.
    88 EXTRACT-FOUND VALUE 'Y'.

01 EXTRACT-COUNT PIC 9(4) VALUE ZERO.
01 EXTRACT-TABLE.
    05 EXTRACT-ENTRY OCCURS 2000 TIMES.
        10 EX-ACTION PIC X.
        10 EX-PORT PIC 9(5).
        10 EX-MATCHED PIC X.
01 EXTRACT-INDEX PIC 9(4).

01 TABLE-OVERFLOW-FLAG PIC X VALUE 'N'.
    88 TABLE-OVERFLOWED VALUE 'Y'.
01 EXTRACT-MATCHED-FLAG PIC X VALUE 'N'.
    88 EXTRACT-MATCHED VALUE 'Y'.
01 MISMATCH-TEXT PIC X(100).

01 SEARCH-PORT PIC 9(5).
01 SEARCH-ACTION PIC X.
01 ACTION-TEXT PIC X(10).

01 REJECTED-COUNT PIC 9(5) VALUE ZERO.
01 UNANSWERED-COUNT PIC 9(5) VALUE ZERO.
01 UNEXPECTED-COUNT PIC 9(5) VALUE ZERO.
01 ACCEPTED-COUNT PIC 9(5) VALUE ZERO.
01 REGISTERED-COUNT PIC 9(5) VALUE ZERO.
01 SUPERSEDED-COUNT PIC 9(5) VALUE ZERO.
01 UNACKNOWLEDGED-COUNT PIC 9(5) VALUE ZERO.
01 RULES-CHECKED-COUNT PIC 9(5) VALUE ZERO.
01 DRIFT-COUNT PIC 9(5) VALUE ZERO.
01 SECTION-COUNT PIC 9(5) VALUE ZERO.

01 TODAY-DATE PIC 9(8).
01 TODAY-DASH PIC X(10).
01 ACK-EXTRACT-YMD PIC X(8).

PROCEDURE DIVISION.
MAIN-PROGRAM.
    DISPLAY "Firewall acknowledgement reconciliation.".
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
    STRING TODAY-DATE(1:4) '-' TODAY-DATE(5:2) '-' TODAY-DATE(7:2)
        DELIMITED BY SIZE INTO TODAY-DASH.
    PERFORM ASK-RECON-MODE.
    PERFORM LOAD-ACK-FILE THRU LOAD-ACK-FILE-EXIT.
    IF NOT ACK-HEADER-SEEN
        STOP RUN
    END-IF.
    PERFORM LOAD-ANSWERED-EXTRACT THRU LOAD-ANSWERED-EXTRACT-EXIT.
    PERFORM OPEN-RECON-FILES.
    PERFORM WRITE-REPORT-HEADER.
    PERFORM CHECK-EXTRACT-MATCH.
    IF NOT EXTRACT-MATCHED
        PERFORM WRITE-MISMATCH-VERDICT
        PERFORM CLOSE-RECON-FILES
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM MATCH-ONE-EXTRACT-ROW
        VARYING EXTRACT-INDEX FROM 1 BY 1
        UNTIL EXTRACT-INDEX > EXTRACT-COUNT.
    PERFORM REPORT-REJECTED-ROWS.
    PERFORM REPORT-UNANSWERED-ROWS.
    PERFORM UPDATE-SYNC-REGISTER.
    IF FULL-SYNC-MODE
        PERFORM REPORT-FULL-SYNC
    ELSE
        PERFORM REPORT-UNACKNOWLEDGED-RULES
    END-IF.
    PERFORM WRITE-REPORT-SUMMARY.
    PERFORM CLOSE-RECON-FILES.
    IF FULL-SYNC-MODE AND DRIFT-COUNT > 0
        MOVE 8 TO RETURN-CODE
    END-IF.
    STOP RUN.

ASK-RECON-MODE.
    DISPLAY "(R)econcile an acknowledgement or declare (F)ull sync?".
    ACCEPT RECON-MODE.
    IF RECON-MODE = 'F' OR RECON-MODE = 'f'
        MOVE 'F' TO RECON-MODE
    ELSE
        MOVE 'R' TO RECON-MODE
    END-IF.

*> HDR|<extract stamp>, then <port>|A or R|<reason> per row, then
*> TRL|<extract record count>.
LOAD-ACK-FILE.
    OPEN INPUT ACK-FILE.
    IF ACK-FILE-STATUS NOT = '00'
        DISPLAY "Unable to open rule-extract-ack.dat - status "
            ACK-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        GO TO LOAD-ACK-FILE-EXIT
    END-IF.
    MOVE 'N' TO ACK-EOF-FLAG.
    PERFORM LOAD-ONE-ACK-LINE UNTIL ACK-AT-EOF.
    CLOSE ACK-FILE.
    IF NOT ACK-HEADER-SEEN
        DISPLAY "rule-extract-ack.dat has no HDR record - "
            "nothing reconciled."
        MOVE 8 TO RETURN-CODE
    END-IF.
LOAD-ACK-FILE-EXIT.
    EXIT.

LOAD-ONE-ACK-LINE.
    READ ACK-FILE
        AT END
            MOVE 'Y' TO ACK-EOF-FLAG
        NOT AT END
            PERFORM CLASSIFY-ONE-ACK-LINE
    END-READ.

CLASSIFY-ONE-ACK-LINE.
    IF ACK-LINE(1:4) = 'HDR|'
        MOVE ACK-LINE(5:19) TO ACK-EXTRACT-STAMP
        MOVE 'Y' TO ACK-HEADER-FLAG
    ELSE
        IF ACK-LINE(1:4) = 'TRL|'
            MOVE SPACES TO ACK-TRAILER-TEXT
            UNSTRING ACK-LINE(5:) DELIMITED BY '|' OR SPACE
                INTO ACK-TRAILER-TEXT
            END-UNSTRING
            IF ACK-TRAILER-TEXT IS NUMERIC
                MOVE ACK-TRAILER-TEXT TO ACK-TRAILER-COUNT
                MOVE 'Y' TO ACK-TRAILER-FLAG
            END-IF
        ELSE
            IF ACK-LINE NOT = SPACES
                PERFORM STORE-ONE-ACK-ROW
            END-IF
        END-IF
    END-IF.

STORE-ONE-ACK-ROW.
    MOVE SPACES TO ACK-PORT-TEXT.
    MOVE SPACES TO ACK-FLAG-TEXT.
    MOVE SPACES TO ACK-REASON-TEXT.
    UNSTRING ACK-LINE DELIMITED BY '|'
        INTO ACK-PORT-TEXT ACK-FLAG-TEXT ACK-REASON-TEXT
    END-UNSTRING.
    IF ACK-PORT-TEXT(1:5) IS NOT NUMERIC
        OR ACK-PORT-TEXT(6:5) NOT = SPACES
        OR (ACK-FLAG-TEXT NOT = 'A' AND ACK-FLAG-TEXT NOT = 'R')
        ADD 1 TO ACK-BAD-COUNT
        DISPLAY "Unreadable acknowledgement row: " ACK-LINE(1:60)
    ELSE
        IF ACK-COUNT < 2000
            ADD 1 TO ACK-COUNT
            MOVE ACK-PORT-TEXT(1:5) TO AK-PORT(ACK-COUNT)
            MOVE ACK-FLAG-TEXT(1:1) TO AK-FLAG(ACK-COUNT)
            MOVE ACK-REASON-TEXT TO AK-REASON(ACK-COUNT)
            MOVE 'N' TO AK-MATCHED(ACK-COUNT)
        ELSE
            MOVE 'Y' TO TABLE-OVERFLOW-FLAG
        END-IF
    END-IF.

*> The acknowledgement's header stamp names the day's extract file;
*> a second extract the same day replaces the file, so the stamp in
*> the file's own header has to agree as well.
LOAD-ANSWERED-EXTRACT.
    MOVE ACK-EXTRACT-STAMP(1:4) TO ACK-EXTRACT-YMD(1:4).
    MOVE ACK-EXTRACT-STAMP(6:2) TO ACK-EXTRACT-YMD(5:2).
    MOVE ACK-EXTRACT-STAMP(9:2) TO ACK-EXTRACT-YMD(7:2).
    MOVE SPACES TO EXTRACT-FILENAME.
    STRING 'rule-extract-' ACK-EXTRACT-YMD '.dat'
        DELIMITED BY SIZE INTO EXTRACT-FILENAME.
    OPEN INPUT EXTRACT-FILE.
    IF EXTRACT-FILE-STATUS NOT = '00'
        GO TO LOAD-ANSWERED-EXTRACT-EXIT
    END-IF.
    MOVE 'Y' TO EXTRACT-FOUND-FLAG.
    MOVE 'N' TO EXTRACT-EOF-FLAG.
    PERFORM LOAD-ONE-EXTRACT-LINE UNTIL EXTRACT-AT-EOF.
    CLOSE EXTRACT-FILE.
LOAD-ANSWERED-EXTRACT-EXIT.
    EXIT.

LOAD-ONE-EXTRACT-LINE.
    READ EXTRACT-FILE
        AT END
            MOVE 'Y' TO EXTRACT-EOF-FLAG
        NOT AT END
            PERFORM CLASSIFY-ONE-EXTRACT-LINE
    END-READ.

CLASSIFY-ONE-EXTRACT-LINE.
    IF EXTRACT-LINE(1:4) = 'HDR|'
        UNSTRING EXTRACT-LINE DELIMITED BY '|'
            INTO EXTRACT-HDR-TAG EXTRACT-MODE-TEXT EXTRACT-HDR-STAMP
        END-UNSTRING
    ELSE
        IF EXTRACT-LINE(1:4) = 'TRL|'
            IF EXTRACT-LINE(5:7) IS NUMERIC
                MOVE EXTRACT-LINE(5:7) TO EXTRACT-TRAILER-COUNT
                MOVE 'Y' TO EXTRACT-TRAILER-FLAG
            END-IF
        ELSE
            IF EXTRACT-LINE(2:1) = '|' AND EXTRACT-LINE(3:5) IS NUMERIC
                IF EXTRACT-COUNT < 2000
                    ADD 1 TO EXTRACT-COUNT
                    MOVE EXTRACT-LINE(1:1) TO EX-ACTION(EXTRACT-COUNT)
                    MOVE EXTRACT-LINE(3:5) TO EX-PORT(EXTRACT-COUNT)
                    MOVE 'N' TO EX-MATCHED(EXTRACT-COUNT)
                ELSE
                    MOVE 'Y' TO TABLE-OVERFLOW-FLAG
                END-IF
            END-IF
        END-IF
    END-IF.

OPEN-RECON-FILES.
    OPEN INPUT RULES-FILE.
    IF RULES-FILE-STATUS = '00'
        MOVE 'Y' TO RULES-USABLE-FLAG
    ELSE
        IF RULES-FILE-STATUS NOT = '35'
            DISPLAY "Unable to open the rules file - status "
                RULES-FILE-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    OPEN I-O SYNC-FILE.
    IF SYNC-FILE-STATUS = '35'
        OPEN OUTPUT SYNC-FILE
        CLOSE SYNC-FILE
        OPEN I-O SYNC-FILE
    END-IF.
    IF SYNC-FILE-STATUS NOT = '00'
        DISPLAY "Unable to open rule-sync.dat - status "
            SYNC-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT ACK-REPORT-FILE.
    IF ACK-REPORT-STATUS NOT = '00'
        DISPLAY "Unable to open rule-ack-report.txt - status "
            ACK-REPORT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

CLOSE-RECON-FILES.
    IF RULES-USABLE
        CLOSE RULES-FILE
    END-IF.
    CLOSE SYNC-FILE.
    CLOSE ACK-REPORT-FILE.

WRITE-REPORT-HEADER.
    MOVE SPACES TO ACK-REPORT-LINE.
    IF FULL-SYNC-MODE
        STRING 'Firewall Full Sync Declaration - ' TODAY-DASH
            DELIMITED BY SIZE INTO ACK-REPORT-LINE
    ELSE
        STRING 'Firewall Acknowledgement Reconciliation - ' TODAY-DASH
            DELIMITED BY SIZE INTO ACK-REPORT-LINE
    END-IF.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO ACK-REPORT-LINE.
    STRING 'Acknowledgement for extract of ' ACK-EXTRACT-STAMP
        ', ' ACK-COUNT ' row(s), trailer count ' ACK-TRAILER-COUNT
        DELIMITED BY SIZE INTO ACK-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.
    IF ACK-BAD-COUNT > 0
        MOVE SPACES TO ACK-REPORT-LINE
        STRING 'WARNING: ' ACK-BAD-COUNT
            ' unreadable acknowledgement row(s) ignored.'
            DELIMITED BY SIZE INTO ACK-REPORT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.

*> Matched when the named extract exists, its header stamp is the
*> one acknowledged, and both trailers carry the same count.
CHECK-EXTRACT-MATCH.
    MOVE 'N' TO EXTRACT-MATCHED-FLAG.
    MOVE SPACES TO MISMATCH-TEXT.
    IF NOT EXTRACT-FOUND
        STRING 'No extract file ' EXTRACT-FILENAME
            DELIMITED BY SIZE INTO MISMATCH-TEXT
    ELSE
        IF EXTRACT-HDR-STAMP NOT = ACK-EXTRACT-STAMP
            STRING EXTRACT-FILENAME DELIMITED BY SPACE
                ' was written at ' EXTRACT-HDR-STAMP
                ' - it has been replaced since.'
                DELIMITED BY SIZE INTO MISMATCH-TEXT
        ELSE
            IF NOT ACK-TRAILER-SEEN
                MOVE 'Acknowledgement has no TRL record.'
                    TO MISMATCH-TEXT
            ELSE
                IF NOT EXTRACT-TRAILER-SEEN
                    OR EXTRACT-TRAILER-COUNT NOT = ACK-TRAILER-COUNT
                    STRING 'Extract trailer count '
                        EXTRACT-TRAILER-COUNT
                        ' does not match acknowledged count '
                        ACK-TRAILER-COUNT
                        DELIMITED BY SIZE INTO MISMATCH-TEXT
                ELSE
                    IF TABLE-OVERFLOWED
                        MOVE 'More than 2000 rows - reconcile by hand.'
                            TO MISMATCH-TEXT
                    ELSE
                        MOVE 'Y' TO EXTRACT-MATCHED-FLAG
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.
    IF EXTRACT-MATCHED
        MOVE SPACES TO ACK-REPORT-LINE
        STRING 'Matched to ' EXTRACT-FILENAME DELIMITED BY SPACE
            ' (' DELIMITED BY SIZE
            EXTRACT-MODE-TEXT DELIMITED BY SPACE
            ' extract, ' DELIMITED BY SIZE
            EXTRACT-TRAILER-COUNT ' row(s))'
            DELIMITED BY SIZE INTO ACK-REPORT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    MOVE SPACES TO ACK-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.

WRITE-MISMATCH-VERDICT.
    MOVE SPACES TO ACK-REPORT-LINE.
    STRING 'NOT RECONCILED: ' MISMATCH-TEXT
        DELIMITED BY SIZE INTO ACK-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.

*> Each extract row takes the first unused acknowledgement row for
*> the same port, so a delta carrying a port twice needs two answers.
MATCH-ONE-EXTRACT-ROW.
    MOVE EX-PORT(EXTRACT-INDEX) TO SEARCH-PORT.
    MOVE ZERO TO ACK-MATCH-INDEX.
    PERFORM FIND-UNUSED-ACK-ROW
        VARYING ACK-INDEX FROM 1 BY 1
        UNTIL ACK-INDEX > ACK-COUNT OR ACK-MATCH-INDEX > 0.
    IF ACK-MATCH-INDEX > 0
        MOVE 'Y' TO AK-MATCHED(ACK-MATCH-INDEX)
        MOVE 'Y' TO EX-MATCHED(EXTRACT-INDEX)
    END-IF.

FIND-UNUSED-ACK-ROW.
    IF AK-PORT(ACK-INDEX) = SEARCH-PORT
        AND AK-MATCHED(ACK-INDEX) = 'N'
        MOVE ACK-INDEX TO ACK-MATCH-INDEX
    END-IF.

REPORT-REJECTED-ROWS.
    MOVE SPACES TO ACK-REPORT-LINE.
    MOVE 'Rows rejected by the firewall loader:' TO ACK-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE ZERO TO SECTION-COUNT.
    PERFORM REPORT-ONE-REJECTED-ROW
        VARYING ACK-INDEX FROM 1 BY 1 UNTIL ACK-INDEX > ACK-COUNT.
    PERFORM WRITE-SECTION-TOTAL.

REPORT-ONE-REJECTED-ROW.
    IF AK-FLAG(ACK-INDEX) = 'R'
        ADD 1 TO REJECTED-COUNT
        ADD 1 TO SECTION-COUNT
        MOVE SPACES TO ACK-REPORT-LINE
        STRING '  PORT ' AK-PORT(ACK-INDEX)
            ' REJECTED: ' AK-REASON(ACK-INDEX)
            DELIMITED BY SIZE INTO ACK-REPORT-LINE
        PERFORM WRITE-REPORT-LINE
    ELSE
        ADD 1 TO ACCEPTED-COUNT
    END-IF.

REPORT-UNANSWERED-ROWS.
    MOVE SPACES TO ACK-REPORT-LINE.
    MOVE 'Rows sent that never came back:' TO ACK-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE ZERO TO SECTION-COUNT.
    PERFORM REPORT-ONE-UNANSWERED-ROW
        VARYING EXTRACT-INDEX FROM 1 BY 1
        UNTIL EXTRACT-INDEX > EXTRACT-COUNT.
    PERFORM REPORT-ONE-UNEXPECTED-ROW
        VARYING ACK-INDEX FROM 1 BY 1 UNTIL ACK-INDEX > ACK-COUNT.
    PERFORM WRITE-SECTION-TOTAL.

REPORT-ONE-UNANSWERED-ROW.
    IF EX-MATCHED(EXTRACT-INDEX) = 'N'
        ADD 1 TO UNANSWERED-COUNT
        ADD 1 TO SECTION-COUNT
        MOVE EX-ACTION(EXTRACT-INDEX) TO SEARCH-ACTION
        PERFORM SET-ACTION-TEXT
        MOVE SPACES TO ACK-REPORT-LINE
        STRING '  PORT ' EX-PORT(EXTRACT-INDEX)
            ' ' ACTION-TEXT ' NOT ACKNOWLEDGED'
            DELIMITED BY SIZE INTO ACK-REPORT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.

*> An answer for a port the extract never carried is listed with the
*> missing rows - either side may have mis-keyed the port.
REPORT-ONE-UNEXPECTED-ROW.
    IF AK-MATCHED(ACK-INDEX) = 'N'
        ADD 1 TO UNEXPECTED-COUNT
        ADD 1 TO SECTION-COUNT
        MOVE SPACES TO ACK-REPORT-LINE
        STRING '  PORT ' AK-PORT(ACK-INDEX)
            ' ACKNOWLEDGED BUT NOT IN THE EXTRACT'
            DELIMITED BY SIZE INTO ACK-REPORT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.

SET-ACTION-TEXT.
    EVALUATE SEARCH-ACTION
        WHEN 'A'
            MOVE 'ADD' TO ACTION-TEXT
        WHEN 'C'
            MOVE 'CHANGE' TO ACTION-TEXT
        WHEN 'D'
            MOVE 'DELETE' TO ACTION-TEXT
        WHEN 'X'
            MOVE 'DEACTIVATE' TO ACTION-TEXT
        WHEN OTHER
            MOVE 'ROW' TO ACTION-TEXT
    END-EVALUATE.

WRITE-SECTION-TOTAL.
    MOVE SPACES TO ACK-REPORT-LINE.
    IF SECTION-COUNT = 0
        MOVE '  (none)' TO ACK-REPORT-LINE
        PERFORM WRITE-REPORT-LINE
        MOVE SPACES TO ACK-REPORT-LINE
    END-IF.
    PERFORM WRITE-REPORT-LINE.

*> Stamp each answered port with this extract's acknowledgement -
*> unless a later extract has carried the port since, in which case
*> that later change is still waiting on its own answer.
UPDATE-SYNC-REGISTER.
    PERFORM REGISTER-ONE-ACK-ROW
        VARYING ACK-INDEX FROM 1 BY 1 UNTIL ACK-INDEX > ACK-COUNT.

REGISTER-ONE-ACK-ROW.
    IF AK-MATCHED(ACK-INDEX) = 'Y'
        MOVE AK-PORT(ACK-INDEX) TO SYNC-PORT-NUMBER-IN
        READ SYNC-FILE
            INVALID KEY
                MOVE SPACES TO RULE-SYNC-RECORD
                MOVE AK-PORT(ACK-INDEX) TO SYNC-PORT-NUMBER-IN
                MOVE ACK-EXTRACT-STAMP TO SYNC-LAST-EXTRACT-STAMP
                PERFORM SET-SYNC-ACK-FIELDS
                WRITE RULE-SYNC-RECORD
                    INVALID KEY
                        DISPLAY "Unable to register port "
                            AK-PORT(ACK-INDEX) " - status "
                            SYNC-FILE-STATUS
                END-WRITE
                ADD 1 TO REGISTERED-COUNT
            NOT INVALID KEY
                IF SYNC-LAST-EXTRACT-STAMP > ACK-EXTRACT-STAMP
                    ADD 1 TO SUPERSEDED-COUNT
                ELSE
                    MOVE ACK-EXTRACT-STAMP TO SYNC-LAST-EXTRACT-STAMP
                    PERFORM SET-SYNC-ACK-FIELDS
                    REWRITE RULE-SYNC-RECORD
                        INVALID KEY
                            DISPLAY "Unable to register port "
                                AK-PORT(ACK-INDEX) " - status "
                                SYNC-FILE-STATUS
                    END-REWRITE
                    ADD 1 TO REGISTERED-COUNT
                END-IF
        END-READ
    END-IF.

SET-SYNC-ACK-FIELDS.
    MOVE ACK-EXTRACT-STAMP TO SYNC-ACK-STAMP.
    MOVE AK-FLAG(ACK-INDEX) TO SYNC-ACK-FLAG.
    MOVE AK-REASON(ACK-INDEX) TO SYNC-ACK-REASON.
    MOVE TODAY-DASH TO SYNC-ACK-DATE.
    IF SYNC-LAST-EXTRACT-ACTION = SPACE
        PERFORM FIND-EXTRACT-ACTION
    END-IF.

FIND-EXTRACT-ACTION.
    PERFORM FIND-ONE-EXTRACT-ACTION
        VARYING EXTRACT-INDEX FROM 1 BY 1
        UNTIL EXTRACT-INDEX > EXTRACT-COUNT
            OR SYNC-LAST-EXTRACT-ACTION NOT = SPACE.

FIND-ONE-EXTRACT-ACTION.
    IF EX-PORT(EXTRACT-INDEX) = AK-PORT(ACK-INDEX)
        MOVE EX-ACTION(EXTRACT-INDEX) TO SYNC-LAST-EXTRACT-ACTION
    END-IF.

*> Every rule on file whose most recent extract has no accepted
*> answer - never extracted at all, sent and never answered, or
*> answered with a rejection that has not been resent.
REPORT-UNACKNOWLEDGED-RULES.
    MOVE SPACES TO ACK-REPORT-LINE.
    MOVE 'Rules on file whose last extract was never acknowledged:'
        TO ACK-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE ZERO TO SECTION-COUNT.
    IF RULES-USABLE
        MOVE ZERO TO RULE-PORT-NUMBER-IN
        MOVE 'N' TO RULES-EOF-FLAG
        START RULES-FILE KEY NOT < RULE-PORT-NUMBER-IN
            INVALID KEY
                MOVE 'Y' TO RULES-EOF-FLAG
        END-START
        PERFORM CHECK-ONE-RULE-ACKNOWLEDGED UNTIL RULES-AT-EOF
    END-IF.
    MOVE SECTION-COUNT TO UNACKNOWLEDGED-COUNT.
    PERFORM WRITE-SECTION-TOTAL.

CHECK-ONE-RULE-ACKNOWLEDGED.
    READ RULES-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO RULES-EOF-FLAG
        NOT AT END
            ADD 1 TO RULES-CHECKED-COUNT
            MOVE RULE-PORT-NUMBER-IN TO SYNC-PORT-NUMBER-IN
            MOVE SPACES TO MISMATCH-TEXT
            READ SYNC-FILE
                INVALID KEY
                    MOVE 'NEVER EXTRACTED' TO MISMATCH-TEXT
                NOT INVALID KEY
                    PERFORM SET-UNACKNOWLEDGED-TEXT
            END-READ
            IF MISMATCH-TEXT NOT = SPACES
                ADD 1 TO SECTION-COUNT
                PERFORM WRITE-RULE-FINDING
            END-IF
    END-READ.

SET-UNACKNOWLEDGED-TEXT.
    IF SYNC-ACK-STAMP NOT = SYNC-LAST-EXTRACT-STAMP
        STRING 'EXTRACT OF ' SYNC-LAST-EXTRACT-STAMP
            ' NEVER ACKNOWLEDGED'
            DELIMITED BY SIZE INTO MISMATCH-TEXT
    ELSE
        IF SYNC-ACK-REJECTED
            STRING 'EXTRACT OF ' SYNC-LAST-EXTRACT-STAMP
                ' REJECTED: ' SYNC-ACK-REASON
                DELIMITED BY SIZE INTO MISMATCH-TEXT
        END-IF
    END-IF.

WRITE-RULE-FINDING.
    MOVE SPACES TO ACK-REPORT-LINE.
    STRING '  PORT ' RULE-PORT-NUMBER-IN ' -> '
        RULE-SERVER-IP-OUT ':' RULE-PORT-NUMBER-OUT
        ' (' RULE-STATUS ') ' MISMATCH-TEXT
        DELIMITED BY SIZE INTO ACK-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.

*> Full sync: the acknowledgement must answer a FULL extract, every
*> rule on file must be in it and accepted, nothing on file may have
*> changed since without its own accepted answer, and nothing may be
*> acknowledged that is no longer on file.
REPORT-FULL-SYNC.
    MOVE ZERO TO DRIFT-COUNT.
    MOVE SPACES TO ACK-REPORT-LINE.
    MOVE 'Full sync check against every rule on file:'
        TO ACK-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE ZERO TO SECTION-COUNT.
    IF EXTRACT-MODE-TEXT NOT = 'FULL'
        MOVE SPACES TO ACK-REPORT-LINE
        STRING '  ' EXTRACT-FILENAME DELIMITED BY SPACE
            ' is a ' DELIMITED BY SIZE
            EXTRACT-MODE-TEXT DELIMITED BY SPACE
            ' extract - full sync needs a FULL extract answered.'
            DELIMITED BY SIZE INTO ACK-REPORT-LINE
        PERFORM WRITE-REPORT-LINE
        ADD 1 TO DRIFT-COUNT
    ELSE
        IF RULES-USABLE
            MOVE ZERO TO RULE-PORT-NUMBER-IN
            MOVE 'N' TO RULES-EOF-FLAG
            START RULES-FILE KEY NOT < RULE-PORT-NUMBER-IN
                INVALID KEY
                    MOVE 'Y' TO RULES-EOF-FLAG
            END-START
            PERFORM CHECK-ONE-RULE-FULL-SYNC UNTIL RULES-AT-EOF
        END-IF
        PERFORM CHECK-ONE-ACK-ON-FILE
            VARYING ACK-INDEX FROM 1 BY 1 UNTIL ACK-INDEX > ACK-COUNT
        ADD SECTION-COUNT TO DRIFT-COUNT
        ADD REJECTED-COUNT TO DRIFT-COUNT
        ADD UNANSWERED-COUNT TO DRIFT-COUNT
        ADD UNEXPECTED-COUNT TO DRIFT-COUNT
    END-IF.
    IF SECTION-COUNT = 0 AND DRIFT-COUNT = 0
        MOVE '  (no drift)' TO ACK-REPORT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    MOVE SPACES TO ACK-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO ACK-REPORT-LINE.
    IF DRIFT-COUNT = 0
        PERFORM RECORD-FULL-SYNC
        STRING 'FULL SYNC DECLARED as of the extract of '
            ACK-EXTRACT-STAMP
            DELIMITED BY SIZE INTO ACK-REPORT-LINE
    ELSE
        STRING 'FULL SYNC NOT DECLARED - ' DRIFT-COUNT
            ' discrepancy(ies) between the firewall and the rule base.'
            DELIMITED BY SIZE INTO ACK-REPORT-LINE
    END-IF.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO ACK-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.

CHECK-ONE-RULE-FULL-SYNC.
    READ RULES-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO RULES-EOF-FLAG
        NOT AT END
            ADD 1 TO RULES-CHECKED-COUNT
            PERFORM CHECK-RULE-AGAINST-ACK
    END-READ.

CHECK-RULE-AGAINST-ACK.
    MOVE SPACES TO MISMATCH-TEXT.
    MOVE RULE-PORT-NUMBER-IN TO SEARCH-PORT.
    MOVE ZERO TO ACK-MATCH-INDEX.
    PERFORM FIND-ANY-ACK-ROW
        VARYING ACK-INDEX FROM 1 BY 1
        UNTIL ACK-INDEX > ACK-COUNT OR ACK-MATCH-INDEX > 0.
    MOVE RULE-PORT-NUMBER-IN TO SYNC-PORT-NUMBER-IN.
    READ SYNC-FILE
        INVALID KEY
            MOVE SPACES TO RULE-SYNC-RECORD
    END-READ.
    IF SYNC-LAST-EXTRACT-STAMP > ACK-EXTRACT-STAMP
        IF SYNC-ACK-STAMP NOT = SYNC-LAST-EXTRACT-STAMP
            OR NOT SYNC-ACK-ACCEPTED
            STRING 'CHANGED BY THE EXTRACT OF ' SYNC-LAST-EXTRACT-STAMP
                ' - NOT YET ACCEPTED'
                DELIMITED BY SIZE INTO MISMATCH-TEXT
        END-IF
    ELSE
        IF ACK-MATCH-INDEX = 0
            MOVE 'ON FILE BUT NOT IN THE ACKNOWLEDGEMENT'
                TO MISMATCH-TEXT
        END-IF
    END-IF.
    IF MISMATCH-TEXT NOT = SPACES
        ADD 1 TO SECTION-COUNT
        PERFORM WRITE-RULE-FINDING
    END-IF.

FIND-ANY-ACK-ROW.
    IF AK-PORT(ACK-INDEX) = SEARCH-PORT
        MOVE ACK-INDEX TO ACK-MATCH-INDEX
    END-IF.

*> An acknowledged port that is no longer on file is drift unless it
*> has been deleted since and the delete itself was accepted.
CHECK-ONE-ACK-ON-FILE.
    IF AK-FLAG(ACK-INDEX) = 'A' AND RULES-USABLE
        MOVE AK-PORT(ACK-INDEX) TO RULE-PORT-NUMBER-IN
        READ RULES-FILE
            INVALID KEY
                PERFORM CHECK-ACK-NOT-ON-FILE
        END-READ
    END-IF.

CHECK-ACK-NOT-ON-FILE.
    MOVE AK-PORT(ACK-INDEX) TO SYNC-PORT-NUMBER-IN.
    READ SYNC-FILE
        INVALID KEY
            MOVE SPACES TO RULE-SYNC-RECORD
    END-READ.
    IF SYNC-LAST-EXTRACT-ACTION = 'D'
        AND SYNC-LAST-EXTRACT-STAMP > ACK-EXTRACT-STAMP
        AND SYNC-ACK-STAMP = SYNC-LAST-EXTRACT-STAMP
        AND SYNC-ACK-ACCEPTED
        CONTINUE
    ELSE
        ADD 1 TO SECTION-COUNT
        MOVE SPACES TO ACK-REPORT-LINE
        STRING '  PORT ' AK-PORT(ACK-INDEX)
            ' ACCEPTED BY THE FIREWALL BUT NOT ON FILE'
            DELIMITED BY SIZE INTO ACK-REPORT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.

RECORD-FULL-SYNC.
    MOVE ZERO TO SYNC-PORT-NUMBER-IN.
    READ SYNC-FILE
        INVALID KEY
            MOVE SPACES TO RULE-SYNC-RECORD
            MOVE ZERO TO SYNC-PORT-NUMBER-IN
            PERFORM SET-FULL-SYNC-FIELDS
            WRITE RULE-SYNC-RECORD
                INVALID KEY
                    DISPLAY "Unable to record full sync - status "
                        SYNC-FILE-STATUS
            END-WRITE
        NOT INVALID KEY
            PERFORM SET-FULL-SYNC-FIELDS
            REWRITE RULE-SYNC-RECORD
                INVALID KEY
                    DISPLAY "Unable to record full sync - status "
                        SYNC-FILE-STATUS
            END-REWRITE
    END-READ.

SET-FULL-SYNC-FIELDS.
    MOVE ACK-EXTRACT-STAMP TO SYNC-LAST-EXTRACT-STAMP.
    MOVE 'A' TO SYNC-LAST-EXTRACT-ACTION.
    MOVE ACK-EXTRACT-STAMP TO SYNC-ACK-STAMP.
    MOVE 'A' TO SYNC-ACK-FLAG.
    MOVE 'FULL SYNC DECLARED' TO SYNC-ACK-REASON.
    MOVE TODAY-DASH TO SYNC-ACK-DATE.

WRITE-REPORT-SUMMARY.
    MOVE SPACES TO ACK-REPORT-LINE.
    STRING 'Accepted: ' ACCEPTED-COUNT
        '   Rejected: ' REJECTED-COUNT
        '   Never came back: ' UNANSWERED-COUNT
        '   Not in extract: ' UNEXPECTED-COUNT
        DELIMITED BY SIZE INTO ACK-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO ACK-REPORT-LINE.
    STRING 'Ports registered: ' REGISTERED-COUNT
        '   Superseded by a later extract: ' SUPERSEDED-COUNT
        '   Rules checked: ' RULES-CHECKED-COUNT
        DELIMITED BY SIZE INTO ACK-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.
    IF RECONCILE-MODE
        MOVE SPACES TO ACK-REPORT-LINE
        STRING 'Rules with an unacknowledged last extract: '
            UNACKNOWLEDGED-COUNT
            DELIMITED BY SIZE INTO ACK-REPORT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.

WRITE-REPORT-LINE.
    WRITE ACK-REPORT-LINE.
    DISPLAY ACK-REPORT-LINE.

END PROGRAM RULE-ACK.
