IDENTIFICATION DIVISION.
PROGRAM-ID. SUITE-INTEGRITY.

*> Modification history:
*> - New program: nightly cross-check of the data stores the suite's
*>   programs share.  Each program checks its own files, but none
*>   checks that they agree with one another, so pending requests
*>   for purged ports, ledger entries for captures nobody fetches any
*>   more, open alerts on vanished endpoints and feed entries for
*>   destinations with no live rule all went unnoticed until a report
*>   came out wrong.  Every active rule is turned into the capture
*>   filename TRON gives its destination (IP-port.txt) and loaded
*>   with the catalog and feed entries into an indexed work file, and
*>   port-rules.dat, port-pending.dat, tron-feed.dat, tron-ledger.dat,
*>   web-stats.dat, capture-history.dat, alert-master.dat and
*>   extract-control.dat are then checked against it.  Each orphan or
*>   contradiction goes to integrity-report.txt under its category
*>   with the offending key, marked SEVERE or WARN.  START and END
*>   records are written to run-control.dat; a severe finding ends
*>   the run FAIL with return code 8, so the job stream holds
*>   DAILY-RECONCILE back until the data is put right.  A file that
*>   is not there yet is noted and skipped, not reported as an error.
*> - A pending queue, ledger, endpoint history or alert master that is
*>   there but will not open (an unconverted old-layout pending queue
*>   among them) is now a severe finding keyed by the file name, as
*>   an unreadable rules file already was, instead of being passed
*>   over as not present.
*> - A rule whose destination is on the polling schedule is now also
*>   entered under the capture filename its poll-schedule.dat entry
*>   gives, since TRON, CAPTURE-TREND and ALERT-TRIAGE key that
*>   endpoint's ledger, history and alerts on it; the IP-port name is
*>   kept as well for the handoff feed.  An open alert only counts
*>   its endpoint as vanished once the last capture is more than the
*>   entry's polling interval (a day, a week or a month) behind the
*>   latest trend date, so weekly and monthly endpoints are not
*>   reported between polls.  A schedule file that is there but will
*>   not open is a severe finding.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RULES-FILE ASSIGN TO 'port-rules.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RULE-PORT-NUMBER-IN
        ALTERNATE RECORD KEY IS RULE-SERVER-IP-OUT WITH DUPLICATES
        FILE STATUS IS RULES-FILE-STATUS.
    SELECT PENDING-FILE ASSIGN TO 'port-pending.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PEND-REQUEST-ID
        FILE STATUS IS PENDING-FILE-STATUS.
    SELECT CATALOG-FILE ASSIGN TO 'web-catalog.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CATALOG-FILE-STATUS.
    SELECT TRON-FEED-FILE ASSIGN TO 'tron-feed.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRON-FEED-STATUS.
    SELECT LEDGER-FILE ASSIGN TO 'tron-ledger.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LEDGER-FILENAME
        FILE STATUS IS LEDGER-FILE-STATUS.
    SELECT STATS-FILE ASSIGN TO 'web-stats.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATS-FILE-STATUS.
    SELECT ENDPOINT-MASTER ASSIGN TO 'capture-history.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EP-FILENAME
        FILE STATUS IS ENDPOINT-MASTER-STATUS.
    SELECT ALERT-MASTER ASSIGN TO 'alert-master.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AM-ALERT-KEY
        FILE STATUS IS ALERT-MASTER-STATUS.
    SELECT POLL-SCHEDULE-FILE ASSIGN TO 'poll-schedule.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS POLL-KEY
        FILE STATUS IS POLL-SCHEDULE-STATUS.
    SELECT EXTRACT-CONTROL-FILE ASSIGN TO 'extract-control.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EXTRACT-CONTROL-STATUS.
    SELECT INTEGRITY-WORK-FILE ASSIGN TO 'integrity-work.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IW-FILENAME
        FILE STATUS IS INTEGRITY-WORK-STATUS.
    SELECT INTEGRITY-REPORT-FILE ASSIGN TO 'integrity-report.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INTEGRITY-REPORT-STATUS.
    SELECT RUN-CONTROL-FILE ASSIGN TO 'run-control.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RUN-CONTROL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RULES-FILE.
    COPY "rules-record.cpy".

FD  PENDING-FILE.
    COPY "pending-record.cpy".

FD  CATALOG-FILE.
01  CATALOG-FILENAME-REC PIC X(40).

FD  TRON-FEED-FILE.
01  TRON-FEED-RECORD.
    05  FEED-SERVER-IP-OUT PIC X(15).
    05  FEED-PORT-NUMBER-OUT PIC 9(5).

FD  LEDGER-FILE.
01  LEDGER-RECORD.
    05  LEDGER-FILENAME PIC X(40).
    05  LEDGER-PROCESSED-DATE PIC 9(8).
    05  LEDGER-LINE-COUNT PIC 9(7).
    05  LEDGER-PROCESSED-COUNT PIC 9(7).
    05  LEDGER-SKIPPED-COUNT PIC 9(7).

FD  STATS-FILE.
01  STATS-RECORD.
    05  STATS-FILENAME PIC X(40).
    05  FILLER PIC X.
    05  STATS-PROCESSED-COUNT PIC 9(7).
    05  FILLER PIC X.
    05  STATS-SKIPPED-COUNT PIC 9(7).

FD  ENDPOINT-MASTER.
01  ENDPOINT-RECORD.
    05  EP-FILENAME PIC X(40).
    05  EP-LAST-STATUS PIC X(3).
    05  EP-LAST-LENGTH PIC X(10).
    05  EP-LAST-TITLE PIC X(60).
    05  EP-FIRST-DATE PIC 9(8).
    05  EP-LAST-DATE PIC 9(8).
    05  EP-RUN-COUNT PIC 9(5).

FD  ALERT-MASTER.
01  ALERT-MASTER-RECORD.
    05  AM-ALERT-KEY.
        10  AM-FILENAME PIC X(40).
        10  AM-KEYWORD PIC X(30).
    05  AM-SEVERITY PIC X.
    05  AM-REASON PIC X(8).
    05  AM-STATUS PIC X.
        88  AM-IS-NEW VALUE 'N'.
        88  AM-IS-ACKED VALUE 'A'.
        88  AM-IS-CLOSED VALUE 'C'.
    05  AM-FIRST-DATE PIC 9(8).
    05  AM-LAST-DATE PIC 9(8).
    05  AM-OCCURRENCE-COUNT PIC 9(5).
    05  AM-HANDLED-BY PIC X(3).
    05  AM-HANDLED-DATE PIC 9(8).
    05  AM-NOTE PIC X(40).

FD  POLL-SCHEDULE-FILE.
    COPY "poll-schedule-record.cpy".

FD  EXTRACT-CONTROL-FILE.
01  EXTRACT-CONTROL-RECORD.
    05  CTL-LAST-EXPORT-STAMP PIC X(19).

*> One record per capture filename known to the rule base, the
*> catalog or the feed.  IW-RULE-STATE holds the best state of any
*> rule forwarding to that destination: A active and in force,
*> F active but not yet effective, I inactive, X expired, space when
*> no rule forwards there at all.  IW-POLL-FREQUENCY is the polling
*> schedule's frequency when the capture is polled under this name.
FD  INTEGRITY-WORK-FILE.
01  INTEGRITY-WORK-RECORD.
    05  IW-FILENAME PIC X(40).
    05  IW-RULE-STATE PIC X.
        88  IW-NO-RULE VALUE SPACE.
        88  IW-RULE-IN-FORCE VALUE 'A'.
        88  IW-RULE-NOT-YET-EFFECTIVE VALUE 'F'.
    05  IW-RULE-PORT-IN PIC 9(5).
    05  IW-IN-CATALOG PIC X.
        88  IW-CATALOGUED VALUE 'Y'.
    05  IW-IN-FEED PIC X.
        88  IW-FED VALUE 'Y'.
    05  IW-IN-LEDGER PIC X.
        88  IW-LEDGERED VALUE 'Y'.
    05  IW-POLL-FREQUENCY PIC X.

FD  INTEGRITY-REPORT-FILE.
01  INTEGRITY-LINE PIC X(132).

FD  RUN-CONTROL-FILE.
    COPY "run-control-record.cpy".

WORKING-STORAGE SECTION.
01 RULES-FILE-STATUS PIC XX.
01 PENDING-FILE-STATUS PIC XX.
01 CATALOG-FILE-STATUS PIC XX.
01 TRON-FEED-STATUS PIC XX.
01 LEDGER-FILE-STATUS PIC XX.
01 STATS-FILE-STATUS PIC XX.
01 ENDPOINT-MASTER-STATUS PIC XX.
01 ALERT-MASTER-STATUS PIC XX.
01 EXTRACT-CONTROL-STATUS PIC XX.
01 POLL-SCHEDULE-STATUS PIC XX.
01 INTEGRITY-WORK-STATUS PIC XX.
01 INTEGRITY-REPORT-STATUS PIC XX.
01 RUN-CONTROL-STATUS PIC XX.

01 RULES-EOF-FLAG PIC X VALUE 'N'.
    88 RULES-AT-EOF VALUE 'Y'.
01 PENDING-EOF-FLAG PIC X VALUE 'N'.
    88 PENDING-AT-EOF VALUE 'Y'.
01 CATALOG-EOF-FLAG PIC X VALUE 'N'.
    88 CATALOG-AT-EOF VALUE 'Y'.
01 FEED-EOF-FLAG PIC X VALUE 'N'.
    88 FEED-AT-EOF VALUE 'Y'.
01 LEDGER-EOF-FLAG PIC X VALUE 'N'.
    88 LEDGER-AT-EOF VALUE 'Y'.
01 STATS-EOF-FLAG PIC X VALUE 'N'.
    88 STATS-AT-EOF VALUE 'Y'.
01 MASTER-EOF-FLAG PIC X VALUE 'N'.
    88 MASTER-AT-EOF VALUE 'Y'.
01 ALERT-EOF-FLAG PIC X VALUE 'N'.
    88 ALERT-AT-EOF VALUE 'Y'.

01 RULES-OPEN-FLAG PIC X VALUE 'N'.
    88 RULES-OPEN VALUE 'Y'.
01 RULES-OPEN-FAILED-FLAG PIC X VALUE 'N'.
    88 RULES-OPEN-FAILED VALUE 'Y'.
01 WORK-FAILED-FLAG PIC X VALUE 'N'.
    88 WORK-FAILED VALUE 'Y'.
01 WORK-FOUND-FLAG PIC X VALUE 'N'.
    88 WORK-FOUND VALUE 'Y'.
01 HISTORY-OPEN-FLAG PIC X VALUE 'N'.
    88 HISTORY-OPEN VALUE 'Y'.
01 SCHEDULE-OPEN-FLAG PIC X VALUE 'N'.
    88 SCHEDULE-OPEN VALUE 'Y'.
01 RULE-FOUND-FLAG PIC X VALUE 'N'.
    88 RULE-FOUND VALUE 'Y'.

01 TODAY-DATE PIC 9(8).
01 RUN-TIME PIC 9(8).
01 TODAY-DASH PIC X(10).
01 NOW-STAMP PIC X(19).
01 RUN-EVENT PIC X(5).

01 CAPTURE-FILENAME PIC X(40).
01 PORT-DISPLAY PIC 9(5).
01 NEW-RULE-STATE PIC X.
01 NEW-STATE-RANK PIC 9.
01 OLD-STATE-RANK PIC 9.
01 STATE-TO-RANK PIC X.
01 STATE-RANK PIC 9.
01 STATE-TEXT PIC X(24).
01 LATEST-TREND-DATE PIC 9(8) VALUE ZERO.
01 SCHEDULED-FILENAME PIC X(40).
01 SCHEDULED-FREQUENCY PIC X.
01 STORE-FREQUENCY PIC X.
01 CAPTURE-FREQUENCY PIC X.
    88 CAPTURE-UNSCHEDULED VALUE SPACE.
01 VANISHED-FLAG PIC X.
    88 ENDPOINT-VANISHED VALUE 'Y'.
01 NEXT-POLL-INTEGER PIC 9(8).
01 NEXT-POLL-DATE.
    05 NEXT-POLL-YEAR PIC 9(4).
    05 NEXT-POLL-MONTH PIC 9(2).
    05 NEXT-POLL-DAY PIC 9(2).
01 NEXT-POLL-NUMBER REDEFINES NEXT-POLL-DATE PIC 9(8).

01 STAMP-TO-CHECK PIC X(19).
01 STAMP-VALID-FLAG PIC X.
    88 STAMP-IS-VALID VALUE 'Y'.

*> One finding: its severity, category code, offending key and
*> what is wrong, written as a single report line.
01 FINDING-SEVERITY PIC X(6).
01 FINDING-CATEGORY PIC X(18).
01 FINDING-KEY PIC X(40).
01 FINDING-TEXT PIC X(60).

01 SECTION-TITLE PIC X(60).
01 SECTION-FINDING-COUNT PIC 9(5).
01 SECTION-CHECKED-COUNT PIC 9(7).

01 SEVERE-COUNT PIC 9(5) VALUE ZERO.
01 WARNING-COUNT PIC 9(5) VALUE ZERO.
01 CHECKED-COUNT PIC 9(7) VALUE ZERO.
01 FILES-SKIPPED-COUNT PIC 9(3) VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    DISPLAY "Suite data integrity check.".
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
    ACCEPT RUN-TIME FROM TIME.
    STRING TODAY-DATE(1:4) '-' TODAY-DATE(5:2) '-' TODAY-DATE(7:2)
        DELIMITED BY SIZE INTO TODAY-DASH.
    MOVE SPACES TO NOW-STAMP.
    STRING TODAY-DASH ' '
        RUN-TIME(1:2) ':' RUN-TIME(3:2) ':' RUN-TIME(5:2)
        DELIMITED BY SIZE INTO NOW-STAMP.
    PERFORM OPEN-RUN-CONTROL.
    MOVE 'START' TO RUN-EVENT.
    PERFORM WRITE-RUN-CONTROL.
    OPEN OUTPUT INTEGRITY-REPORT-FILE.
    IF INTEGRITY-REPORT-STATUS NOT = '00'
        DISPLAY "Unable to open integrity-report.txt - status "
            INTEGRITY-REPORT-STATUS
        ADD 1 TO SEVERE-COUNT
        PERFORM FINISH-RUN
    END-IF.
    PERFORM WRITE-REPORT-HEADER.
    PERFORM OPEN-RULES-FILE.
    PERFORM BUILD-WORK-FILE.
    IF NOT WORK-FAILED
        PERFORM CHECK-RULES-FILE THRU CHECK-RULES-FILE-EXIT
        PERFORM CHECK-PENDING-FILE THRU CHECK-PENDING-FILE-EXIT
        PERFORM CHECK-FEED-FILE THRU CHECK-FEED-FILE-EXIT
        PERFORM CHECK-LEDGER-FILE THRU CHECK-LEDGER-FILE-EXIT
        PERFORM CHECK-STATS-FILE THRU CHECK-STATS-FILE-EXIT
        PERFORM CHECK-HISTORY-FILE THRU CHECK-HISTORY-FILE-EXIT
        PERFORM CHECK-ALERT-MASTER THRU CHECK-ALERT-MASTER-EXIT
    END-IF.
    PERFORM CHECK-EXTRACT-CONTROL THRU CHECK-EXTRACT-CONTROL-EXIT.
    PERFORM WRITE-REPORT-SUMMARY.
    IF RULES-OPEN
        CLOSE RULES-FILE
    END-IF.
    IF NOT WORK-FAILED
        CLOSE INTEGRITY-WORK-FILE
    END-IF.
    CLOSE INTEGRITY-REPORT-FILE.
    DISPLAY CHECKED-COUNT " record(s) checked, " SEVERE-COUNT
        " severe and " WARNING-COUNT " warning finding(s).".
    DISPLAY "See integrity-report.txt".
    PERFORM FINISH-RUN.

FINISH-RUN.
    MOVE 'END' TO RUN-EVENT.
    PERFORM WRITE-RUN-CONTROL.
    CLOSE RUN-CONTROL-FILE.
    IF SEVERE-COUNT > 0
        MOVE 8 TO RETURN-CODE
    END-IF.
    STOP RUN.

OPEN-RUN-CONTROL.
    OPEN EXTEND RUN-CONTROL-FILE.
    IF RUN-CONTROL-STATUS NOT = '00'
        OPEN OUTPUT RUN-CONTROL-FILE
        CLOSE RUN-CONTROL-FILE
        OPEN EXTEND RUN-CONTROL-FILE
    END-IF.

WRITE-RUN-CONTROL.
    MOVE SPACES TO RUN-CONTROL-RECORD.
    ACCEPT RUN-TIME FROM TIME.
    MOVE 'SUITE-INTEGRITY' TO RC-PROGRAM-ID.
    MOVE RUN-EVENT TO RC-EVENT.
    MOVE TODAY-DASH TO RC-DATE.
    STRING RUN-TIME(1:2) ':' RUN-TIME(3:2) ':' RUN-TIME(5:2)
        DELIMITED BY SIZE INTO RC-TIME.
    MOVE CHECKED-COUNT TO RC-RECORD-COUNT.
    IF RUN-EVENT = 'START'
        MOVE SPACES TO RC-STATUS
    ELSE
        IF SEVERE-COUNT > 0
            MOVE 'FAIL' TO RC-STATUS
        ELSE
            MOVE 'OK' TO RC-STATUS
        END-IF
    END-IF.
    WRITE RUN-CONTROL-RECORD.

*> A rules file that is not there yet leaves nothing to cross-check
*> against; one that will not open for any other reason (such as an
*> unconverted old-layout file) is itself a severe finding.
OPEN-RULES-FILE.
    OPEN INPUT RULES-FILE.
    IF RULES-FILE-STATUS = '00'
        MOVE 'Y' TO RULES-OPEN-FLAG
    ELSE
        IF RULES-FILE-STATUS NOT = '35'
            MOVE 'Y' TO RULES-OPEN-FAILED-FLAG
            MOVE 'SEVERE' TO FINDING-SEVERITY
            MOVE 'RULES-UNREADABLE' TO FINDING-CATEGORY
            MOVE 'port-rules.dat' TO FINDING-KEY
            MOVE SPACES TO FINDING-TEXT
            STRING 'rules file will not open - status '
                RULES-FILE-STATUS
                DELIMITED BY SIZE INTO FINDING-TEXT
            PERFORM WRITE-FINDING
        END-IF
    END-IF.

WRITE-REPORT-HEADER.
    MOVE SPACES TO INTEGRITY-LINE.
    STRING 'Suite Data Integrity Report - ' NOW-STAMP
        DELIMITED BY SIZE INTO INTEGRITY-LINE.
    WRITE INTEGRITY-LINE.
    MOVE SPACES TO INTEGRITY-LINE.
    WRITE INTEGRITY-LINE.
    MOVE SPACES TO INTEGRITY-LINE.
    STRING 'SEV    CATEGORY           KEY'
        '                                      DETAIL'
        DELIMITED BY SIZE INTO INTEGRITY-LINE.
    WRITE INTEGRITY-LINE.

WRITE-FINDING.
    IF FINDING-SEVERITY = 'SEVERE'
        ADD 1 TO SEVERE-COUNT
    ELSE
        ADD 1 TO WARNING-COUNT
    END-IF.
    ADD 1 TO SECTION-FINDING-COUNT.
    MOVE SPACES TO INTEGRITY-LINE.
    STRING FINDING-SEVERITY ' ' FINDING-CATEGORY ' ' FINDING-KEY
        ' ' FINDING-TEXT
        DELIMITED BY SIZE INTO INTEGRITY-LINE.
    WRITE INTEGRITY-LINE.

START-SECTION.
    MOVE ZERO TO SECTION-FINDING-COUNT.
    MOVE ZERO TO SECTION-CHECKED-COUNT.
    MOVE SPACES TO INTEGRITY-LINE.
    WRITE INTEGRITY-LINE.
    MOVE SPACES TO INTEGRITY-LINE.
    STRING '== ' SECTION-TITLE
        DELIMITED BY SIZE INTO INTEGRITY-LINE.
    WRITE INTEGRITY-LINE.

END-SECTION.
    ADD SECTION-CHECKED-COUNT TO CHECKED-COUNT.
    MOVE SPACES TO INTEGRITY-LINE.
    STRING '   ' SECTION-CHECKED-COUNT ' record(s) checked, '
        SECTION-FINDING-COUNT ' finding(s)'
        DELIMITED BY SIZE INTO INTEGRITY-LINE.
    WRITE INTEGRITY-LINE.

WRITE-FILE-NOT-PRESENT.
    ADD 1 TO FILES-SKIPPED-COUNT.
    MOVE SPACES TO INTEGRITY-LINE.
    STRING '   not present - not checked'
        DELIMITED BY SIZE INTO INTEGRITY-LINE.
    WRITE INTEGRITY-LINE.

*> Builds the capture filename TRON gives a destination, the same
*> way DAILY-RECONCILE and TRON's feed processing do.
BUILD-CAPTURE-FILENAME.
    MOVE SPACES TO CAPTURE-FILENAME.
    STRING FEED-SERVER-IP-OUT DELIMITED BY SPACE
        '-' DELIMITED BY SIZE
        PORT-DISPLAY DELIMITED BY SIZE
        '.txt' DELIMITED BY SIZE
        INTO CAPTURE-FILENAME
    END-STRING.

*> Every capture filename the rule base, the catalog and the feed
*> know of, with the best state of any rule forwarding there.
BUILD-WORK-FILE.
    OPEN OUTPUT INTEGRITY-WORK-FILE.
    CLOSE INTEGRITY-WORK-FILE.
    OPEN I-O INTEGRITY-WORK-FILE.
    IF INTEGRITY-WORK-STATUS NOT = '00'
        DISPLAY "Unable to build integrity work file - status "
            INTEGRITY-WORK-STATUS
        MOVE 'Y' TO WORK-FAILED-FLAG
        MOVE 'SEVERE' TO FINDING-SEVERITY
        MOVE 'WORK-FILE' TO FINDING-CATEGORY
        MOVE 'integrity-work.dat' TO FINDING-KEY
        MOVE 'work file could not be built - nothing cross-checked'
            TO FINDING-TEXT
        PERFORM WRITE-FINDING
    ELSE
        IF RULES-OPEN
            PERFORM OPEN-SCHEDULE-FILE
            PERFORM LOAD-RULE-FILENAMES
            IF SCHEDULE-OPEN
                CLOSE POLL-SCHEDULE-FILE
            END-IF
        END-IF
        PERFORM LOAD-CATALOG-FILENAMES
        PERFORM LOAD-FEED-FILENAMES
    END-IF.

*> The polling schedule is optional; one that is there but will not
*> open would leave scheduled captures looked up under the wrong
*> name, so it is a severe finding.
OPEN-SCHEDULE-FILE.
    OPEN INPUT POLL-SCHEDULE-FILE.
    IF POLL-SCHEDULE-STATUS = '00'
        MOVE 'Y' TO SCHEDULE-OPEN-FLAG
    ELSE
        IF POLL-SCHEDULE-STATUS NOT = '35'
            MOVE 'SEVERE' TO FINDING-SEVERITY
            MOVE 'POLL-UNREADABLE' TO FINDING-CATEGORY
            MOVE 'poll-schedule.dat' TO FINDING-KEY
            MOVE SPACES TO FINDING-TEXT
            STRING 'polling schedule will not open - status '
                POLL-SCHEDULE-STATUS
                DELIMITED BY SIZE INTO FINDING-TEXT
            PERFORM WRITE-FINDING
        END-IF
    END-IF.

LOAD-RULE-FILENAMES.
    MOVE ZERO TO RULE-PORT-NUMBER-IN.
    MOVE 'N' TO RULES-EOF-FLAG.
    START RULES-FILE KEY NOT < RULE-PORT-NUMBER-IN
        INVALID KEY
            MOVE 'Y' TO RULES-EOF-FLAG
    END-START.
    PERFORM LOAD-ONE-RULE-FILENAME UNTIL RULES-AT-EOF.

LOAD-ONE-RULE-FILENAME.
    READ RULES-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO RULES-EOF-FLAG
        NOT AT END
            PERFORM STORE-RULE-FILENAME
    END-READ.

*> The rule is entered under the IP-port name the handoff feed is
*> captured under and, when its destination is polled under a name
*> of its own, under that name too.
STORE-RULE-FILENAME.
    PERFORM SET-RULE-STATE.
    MOVE RULE-SERVER-IP-OUT TO FEED-SERVER-IP-OUT.
    MOVE RULE-PORT-NUMBER-OUT TO PORT-DISPLAY.
    PERFORM BUILD-CAPTURE-FILENAME.
    PERFORM FIND-POLL-SCHEDULE.
    MOVE SPACE TO STORE-FREQUENCY.
    IF SCHEDULED-FILENAME = CAPTURE-FILENAME
        MOVE SCHEDULED-FREQUENCY TO STORE-FREQUENCY
    END-IF.
    PERFORM STORE-RULE-STATE.
    IF SCHEDULED-FILENAME NOT = CAPTURE-FILENAME
        MOVE SCHEDULED-FILENAME TO CAPTURE-FILENAME
        MOVE SCHEDULED-FREQUENCY TO STORE-FREQUENCY
        PERFORM STORE-RULE-STATE
    END-IF.

FIND-POLL-SCHEDULE.
    MOVE CAPTURE-FILENAME TO SCHEDULED-FILENAME.
    MOVE SPACE TO SCHEDULED-FREQUENCY.
    IF SCHEDULE-OPEN
        MOVE RULE-SERVER-IP-OUT TO POLL-SERVER-IP-OUT
        MOVE RULE-PORT-NUMBER-OUT TO POLL-PORT-NUMBER-OUT
        READ POLL-SCHEDULE-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'D' TO SCHEDULED-FREQUENCY
                IF POLL-WEEKLY OR POLL-MONTHLY
                    MOVE POLL-FREQUENCY TO SCHEDULED-FREQUENCY
                END-IF
                IF POLL-CAPTURE-FILENAME NOT = SPACES
                    MOVE POLL-CAPTURE-FILENAME TO SCHEDULED-FILENAME
                END-IF
        END-READ
    END-IF.

STORE-RULE-STATE.
    PERFORM READ-WORK-ENTRY.
    IF WORK-FOUND
        MOVE NEW-RULE-STATE TO STATE-TO-RANK
        PERFORM RANK-RULE-STATE
        MOVE STATE-RANK TO NEW-STATE-RANK
        MOVE IW-RULE-STATE TO STATE-TO-RANK
        PERFORM RANK-RULE-STATE
        MOVE STATE-RANK TO OLD-STATE-RANK
        IF NEW-STATE-RANK > OLD-STATE-RANK
            MOVE NEW-RULE-STATE TO IW-RULE-STATE
            MOVE RULE-PORT-NUMBER-IN TO IW-RULE-PORT-IN
        END-IF
    ELSE
        MOVE NEW-RULE-STATE TO IW-RULE-STATE
        MOVE RULE-PORT-NUMBER-IN TO IW-RULE-PORT-IN
    END-IF.
    IF STORE-FREQUENCY NOT = SPACE
        MOVE STORE-FREQUENCY TO IW-POLL-FREQUENCY
    END-IF.
    PERFORM SAVE-WORK-ENTRY.

SET-RULE-STATE.
    IF RULE-IS-INACTIVE
        MOVE 'I' TO NEW-RULE-STATE
    ELSE
        IF RULE-EXPIRY-DATE > 0 AND RULE-EXPIRY-DATE < TODAY-DATE
            MOVE 'X' TO NEW-RULE-STATE
        ELSE
            IF RULE-EFFECTIVE-DATE > TODAY-DATE
                MOVE 'F' TO NEW-RULE-STATE
            ELSE
                MOVE 'A' TO NEW-RULE-STATE
            END-IF
        END-IF
    END-IF.

RANK-RULE-STATE.
    MOVE 0 TO STATE-RANK.
    IF STATE-TO-RANK = 'X'
        MOVE 1 TO STATE-RANK
    END-IF.
    IF STATE-TO-RANK = 'I'
        MOVE 2 TO STATE-RANK
    END-IF.
    IF STATE-TO-RANK = 'F'
        MOVE 3 TO STATE-RANK
    END-IF.
    IF STATE-TO-RANK = 'A'
        MOVE 4 TO STATE-RANK
    END-IF.

SET-STATE-TEXT.
    MOVE 'no rule on file' TO STATE-TEXT.
    IF IW-RULE-STATE = 'X'
        MOVE 'rule expired' TO STATE-TEXT
    END-IF.
    IF IW-RULE-STATE = 'I'
        MOVE 'rule inactive' TO STATE-TEXT
    END-IF.
    IF IW-RULE-STATE = 'F'
        MOVE 'rule not yet in force' TO STATE-TEXT
    END-IF.
    IF IW-RULE-STATE = 'A'
        MOVE 'rule in force' TO STATE-TEXT
    END-IF.

*> Reads the work entry for CAPTURE-FILENAME, leaving a fresh empty
*> entry in the record area when there is none yet.
READ-WORK-ENTRY.
    MOVE 'N' TO WORK-FOUND-FLAG.
    MOVE CAPTURE-FILENAME TO IW-FILENAME.
    READ INTEGRITY-WORK-FILE
        INVALID KEY
            MOVE SPACES TO INTEGRITY-WORK-RECORD
            MOVE CAPTURE-FILENAME TO IW-FILENAME
            MOVE ZERO TO IW-RULE-PORT-IN
        NOT INVALID KEY
            MOVE 'Y' TO WORK-FOUND-FLAG
    END-READ.

SAVE-WORK-ENTRY.
    IF WORK-FOUND
        REWRITE INTEGRITY-WORK-RECORD
    ELSE
        WRITE INTEGRITY-WORK-RECORD
    END-IF.

LOAD-CATALOG-FILENAMES.
    OPEN INPUT CATALOG-FILE.
    IF CATALOG-FILE-STATUS = '00'
        MOVE 'N' TO CATALOG-EOF-FLAG
        PERFORM LOAD-ONE-CATALOG-FILENAME UNTIL CATALOG-AT-EOF
        CLOSE CATALOG-FILE
    END-IF.

LOAD-ONE-CATALOG-FILENAME.
    READ CATALOG-FILE
        AT END
            MOVE 'Y' TO CATALOG-EOF-FLAG
        NOT AT END
            IF CATALOG-FILENAME-REC NOT = SPACES
                MOVE CATALOG-FILENAME-REC TO CAPTURE-FILENAME
                PERFORM READ-WORK-ENTRY
                MOVE 'Y' TO IW-IN-CATALOG
                PERFORM SAVE-WORK-ENTRY
            END-IF
    END-READ.

LOAD-FEED-FILENAMES.
    OPEN INPUT TRON-FEED-FILE.
    IF TRON-FEED-STATUS = '00'
        MOVE 'N' TO FEED-EOF-FLAG
        PERFORM LOAD-ONE-FEED-FILENAME UNTIL FEED-AT-EOF
        CLOSE TRON-FEED-FILE
    END-IF.

LOAD-ONE-FEED-FILENAME.
    READ TRON-FEED-FILE
        AT END
            MOVE 'Y' TO FEED-EOF-FLAG
        NOT AT END
            MOVE FEED-PORT-NUMBER-OUT TO PORT-DISPLAY
            PERFORM BUILD-CAPTURE-FILENAME
            PERFORM READ-WORK-ENTRY
            MOVE 'Y' TO IW-IN-FEED
            PERFORM SAVE-WORK-ENTRY
    END-READ.

*> Contradictions inside the rule base itself: a rule that expires
*> before it takes effect can never be in force.
CHECK-RULES-FILE.
    MOVE 'Forwarding rules (port-rules.dat)' TO SECTION-TITLE.
    PERFORM START-SECTION.
    IF NOT RULES-OPEN
        PERFORM WRITE-FILE-NOT-PRESENT
        GO TO CHECK-RULES-FILE-EXIT
    END-IF.
    MOVE ZERO TO RULE-PORT-NUMBER-IN.
    MOVE 'N' TO RULES-EOF-FLAG.
    START RULES-FILE KEY NOT < RULE-PORT-NUMBER-IN
        INVALID KEY
            MOVE 'Y' TO RULES-EOF-FLAG
    END-START.
    PERFORM CHECK-ONE-RULE UNTIL RULES-AT-EOF.
    PERFORM END-SECTION.
CHECK-RULES-FILE-EXIT.
    EXIT.

CHECK-ONE-RULE.
    READ RULES-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO RULES-EOF-FLAG
        NOT AT END
            ADD 1 TO SECTION-CHECKED-COUNT
            IF RULE-EXPIRY-DATE > 0
                AND RULE-EXPIRY-DATE < RULE-EFFECTIVE-DATE
                MOVE 'WARN' TO FINDING-SEVERITY
                MOVE 'RULE-DATES' TO FINDING-CATEGORY
                MOVE SPACES TO FINDING-KEY
                STRING 'PORT ' RULE-PORT-NUMBER-IN
                    DELIMITED BY SIZE INTO FINDING-KEY
                MOVE SPACES TO FINDING-TEXT
                STRING 'expires ' RULE-EXPIRY-DATE
                    ' before it takes effect ' RULE-EFFECTIVE-DATE
                    DELIMITED BY SIZE INTO FINDING-TEXT
                PERFORM WRITE-FINDING
            END-IF
    END-READ.

*> A change, delete or deactivation queued against a port that is
*> no longer on file can never be applied; an add queued for a port
*> already on file would fail at approval.  Either means the queue
*> and the rule base have come apart.
CHECK-PENDING-FILE.
    MOVE 'Pending requests (port-pending.dat)' TO SECTION-TITLE.
    PERFORM START-SECTION.
    OPEN INPUT PENDING-FILE.
    IF PENDING-FILE-STATUS NOT = '00'
        IF PENDING-FILE-STATUS = '35'
            PERFORM WRITE-FILE-NOT-PRESENT
        ELSE
            MOVE 'SEVERE' TO FINDING-SEVERITY
            MOVE 'PEND-UNREADABLE' TO FINDING-CATEGORY
            MOVE 'port-pending.dat' TO FINDING-KEY
            MOVE SPACES TO FINDING-TEXT
            STRING 'pending queue will not open - status '
                PENDING-FILE-STATUS
                DELIMITED BY SIZE INTO FINDING-TEXT
            PERFORM WRITE-FINDING
        END-IF
        GO TO CHECK-PENDING-FILE-EXIT
    END-IF.
    MOVE ZERO TO PEND-REQUEST-ID.
    MOVE 'N' TO PENDING-EOF-FLAG.
    START PENDING-FILE KEY NOT < PEND-REQUEST-ID
        INVALID KEY
            MOVE 'Y' TO PENDING-EOF-FLAG
    END-START.
    PERFORM CHECK-ONE-PENDING-REQUEST UNTIL PENDING-AT-EOF.
    CLOSE PENDING-FILE.
    PERFORM END-SECTION.
CHECK-PENDING-FILE-EXIT.
    EXIT.

CHECK-ONE-PENDING-REQUEST.
    READ PENDING-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO PENDING-EOF-FLAG
        NOT AT END
            ADD 1 TO SECTION-CHECKED-COUNT
            PERFORM CHECK-PENDING-AGAINST-RULES
    END-READ.

CHECK-PENDING-AGAINST-RULES.
    MOVE 'N' TO RULE-FOUND-FLAG.
    IF RULES-OPEN
        MOVE PEND-PORT-NUMBER-IN TO RULE-PORT-NUMBER-IN
        READ RULES-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO RULE-FOUND-FLAG
        END-READ
    END-IF.
    MOVE SPACES TO FINDING-KEY.
    STRING 'REQUEST ' PEND-REQUEST-ID ' PORT ' PEND-PORT-NUMBER-IN
        DELIMITED BY SIZE INTO FINDING-KEY.
    MOVE SPACES TO FINDING-TEXT.
    IF PEND-ACTION-ADD
        IF RULE-FOUND
            MOVE 'SEVERE' TO FINDING-SEVERITY
            MOVE 'PEND-ADD-EXISTS' TO FINDING-CATEGORY
            STRING 'ADD by ' PEND-REQUESTER ' for a port already on '
                'the rules file'
                DELIMITED BY SIZE INTO FINDING-TEXT
            PERFORM WRITE-FINDING
        END-IF
    ELSE
        IF NOT RULE-FOUND
            MOVE 'SEVERE' TO FINDING-SEVERITY
            MOVE 'PEND-NO-RULE' TO FINDING-CATEGORY
            STRING PEND-ACTION ' by ' PEND-REQUESTER ' on '
                PEND-REQUEST-DATE ' - port no longer on file'
                DELIMITED BY SIZE INTO FINDING-TEXT
            PERFORM WRITE-FINDING
        ELSE
            IF PEND-ACTION-DEACTIV AND RULE-IS-INACTIVE
                MOVE 'WARN' TO FINDING-SEVERITY
                MOVE 'PEND-DEACT-DONE' TO FINDING-CATEGORY
                STRING 'DEACTIV by ' PEND-REQUESTER
                    ' - rule is already inactive'
                    DELIMITED BY SIZE INTO FINDING-TEXT
                PERFORM WRITE-FINDING
            END-IF
        END-IF
    END-IF.

*> Every entry still waiting in the feed will be fetched by TRON on
*> its next run, so one whose destination has no rule in force is a
*> fetch nobody has authorised.
CHECK-FEED-FILE.
    MOVE 'TRON handoff feed (tron-feed.dat)' TO SECTION-TITLE.
    PERFORM START-SECTION.
    OPEN INPUT TRON-FEED-FILE.
    IF TRON-FEED-STATUS NOT = '00'
        PERFORM WRITE-FILE-NOT-PRESENT
        GO TO CHECK-FEED-FILE-EXIT
    END-IF.
    MOVE 'N' TO FEED-EOF-FLAG.
    PERFORM CHECK-ONE-FEED-ENTRY UNTIL FEED-AT-EOF.
    CLOSE TRON-FEED-FILE.
    PERFORM END-SECTION.
CHECK-FEED-FILE-EXIT.
    EXIT.

CHECK-ONE-FEED-ENTRY.
    READ TRON-FEED-FILE
        AT END
            MOVE 'Y' TO FEED-EOF-FLAG
        NOT AT END
            ADD 1 TO SECTION-CHECKED-COUNT
            MOVE FEED-PORT-NUMBER-OUT TO PORT-DISPLAY
            PERFORM BUILD-CAPTURE-FILENAME
            PERFORM READ-WORK-ENTRY
            IF NOT IW-RULE-IN-FORCE
                PERFORM SET-STATE-TEXT
                MOVE CAPTURE-FILENAME TO FINDING-KEY
                MOVE SPACES TO FINDING-TEXT
                IF IW-RULE-NOT-YET-EFFECTIVE
                    MOVE 'WARN' TO FINDING-SEVERITY
                    MOVE 'FEED-NOT-YET' TO FINDING-CATEGORY
                    STRING 'queued for capture - ' STATE-TEXT
                        ' (port ' IW-RULE-PORT-IN ')'
                        DELIMITED BY SIZE INTO FINDING-TEXT
                ELSE
                    MOVE 'SEVERE' TO FINDING-SEVERITY
                    MOVE 'FEED-NO-RULE' TO FINDING-CATEGORY
                    STRING 'queued for capture - ' STATE-TEXT
                        DELIMITED BY SIZE INTO FINDING-TEXT
                END-IF
                PERFORM WRITE-FINDING
            END-IF
    END-READ.

*> A ledger entry for a capture that no rule, catalog line or feed
*> entry names any more is left over from an endpoint nobody fetches.
CHECK-LEDGER-FILE.
    MOVE 'TRON processing ledger (tron-ledger.dat)' TO SECTION-TITLE.
    PERFORM START-SECTION.
    OPEN INPUT LEDGER-FILE.
    IF LEDGER-FILE-STATUS NOT = '00'
        IF LEDGER-FILE-STATUS = '35'
            PERFORM WRITE-FILE-NOT-PRESENT
        ELSE
            MOVE 'SEVERE' TO FINDING-SEVERITY
            MOVE 'LEDGER-UNREADABLE' TO FINDING-CATEGORY
            MOVE 'tron-ledger.dat' TO FINDING-KEY
            MOVE SPACES TO FINDING-TEXT
            STRING 'ledger will not open - status '
                LEDGER-FILE-STATUS
                DELIMITED BY SIZE INTO FINDING-TEXT
            PERFORM WRITE-FINDING
        END-IF
        GO TO CHECK-LEDGER-FILE-EXIT
    END-IF.
    MOVE SPACES TO LEDGER-FILENAME.
    MOVE 'N' TO LEDGER-EOF-FLAG.
    START LEDGER-FILE KEY NOT < LEDGER-FILENAME
        INVALID KEY
            MOVE 'Y' TO LEDGER-EOF-FLAG
    END-START.
    PERFORM CHECK-ONE-LEDGER-ENTRY UNTIL LEDGER-AT-EOF.
    CLOSE LEDGER-FILE.
    PERFORM END-SECTION.
CHECK-LEDGER-FILE-EXIT.
    EXIT.

CHECK-ONE-LEDGER-ENTRY.
    READ LEDGER-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO LEDGER-EOF-FLAG
        NOT AT END
            ADD 1 TO SECTION-CHECKED-COUNT
            MOVE LEDGER-FILENAME TO CAPTURE-FILENAME
            PERFORM READ-WORK-ENTRY
            IF IW-NO-RULE AND NOT IW-CATALOGUED AND NOT IW-FED
                MOVE 'WARN' TO FINDING-SEVERITY
                MOVE 'LEDGER-ORPHAN' TO FINDING-CATEGORY
                MOVE LEDGER-FILENAME TO FINDING-KEY
                MOVE SPACES TO FINDING-TEXT
                STRING 'processed ' LEDGER-PROCESSED-DATE
                    ' - in no rule, catalog or feed'
                    DELIMITED BY SIZE INTO FINDING-TEXT
                PERFORM WRITE-FINDING
            END-IF
            MOVE 'Y' TO IW-IN-LEDGER
            PERFORM SAVE-WORK-ENTRY
    END-READ.

*> Stats TRON wrote for a capture its ledger has no record of
*> processing are what DAILY-RECONCILE would count as a match.
CHECK-STATS-FILE.
    MOVE 'TRON processing stats (web-stats.dat)' TO SECTION-TITLE.
    PERFORM START-SECTION.
    OPEN INPUT STATS-FILE.
    IF STATS-FILE-STATUS NOT = '00'
        PERFORM WRITE-FILE-NOT-PRESENT
        GO TO CHECK-STATS-FILE-EXIT
    END-IF.
    MOVE 'N' TO STATS-EOF-FLAG.
    PERFORM CHECK-ONE-STATS-RECORD UNTIL STATS-AT-EOF.
    CLOSE STATS-FILE.
    PERFORM END-SECTION.
CHECK-STATS-FILE-EXIT.
    EXIT.

CHECK-ONE-STATS-RECORD.
    READ STATS-FILE
        AT END
            MOVE 'Y' TO STATS-EOF-FLAG
        NOT AT END
            ADD 1 TO SECTION-CHECKED-COUNT
            MOVE STATS-FILENAME TO CAPTURE-FILENAME
            PERFORM READ-WORK-ENTRY
            IF NOT IW-LEDGERED
                MOVE 'WARN' TO FINDING-SEVERITY
                MOVE 'STATS-NO-LEDGER' TO FINDING-CATEGORY
                MOVE STATS-FILENAME TO FINDING-KEY
                PERFORM SET-STATE-TEXT
                MOVE SPACES TO FINDING-TEXT
                STRING 'stats with no ledger entry - ' STATE-TEXT
                    DELIMITED BY SIZE INTO FINDING-TEXT
                PERFORM WRITE-FINDING
            END-IF
    END-READ.

*> The endpoint history is trended for every capture CAPTURE-TREND
*> has seen; one no rule forwards to is history for a dead endpoint.
*> The latest last-seen date on file is kept for the alert check.
CHECK-HISTORY-FILE.
    MOVE 'Endpoint history (capture-history.dat)' TO SECTION-TITLE.
    PERFORM START-SECTION.
    OPEN INPUT ENDPOINT-MASTER.
    IF ENDPOINT-MASTER-STATUS NOT = '00'
        IF ENDPOINT-MASTER-STATUS = '35'
            PERFORM WRITE-FILE-NOT-PRESENT
        ELSE
            MOVE 'SEVERE' TO FINDING-SEVERITY
            MOVE 'HIST-UNREADABLE' TO FINDING-CATEGORY
            MOVE 'capture-history.dat' TO FINDING-KEY
            MOVE SPACES TO FINDING-TEXT
            STRING 'endpoint history will not open - status '
                ENDPOINT-MASTER-STATUS
                DELIMITED BY SIZE INTO FINDING-TEXT
            PERFORM WRITE-FINDING
        END-IF
        GO TO CHECK-HISTORY-FILE-EXIT
    END-IF.
    MOVE 'Y' TO HISTORY-OPEN-FLAG.
    MOVE SPACES TO EP-FILENAME.
    MOVE 'N' TO MASTER-EOF-FLAG.
    START ENDPOINT-MASTER KEY NOT < EP-FILENAME
        INVALID KEY
            MOVE 'Y' TO MASTER-EOF-FLAG
    END-START.
    PERFORM CHECK-ONE-HISTORY-ENTRY UNTIL MASTER-AT-EOF.
    PERFORM END-SECTION.
CHECK-HISTORY-FILE-EXIT.
    EXIT.

CHECK-ONE-HISTORY-ENTRY.
    READ ENDPOINT-MASTER NEXT RECORD
        AT END
            MOVE 'Y' TO MASTER-EOF-FLAG
        NOT AT END
            ADD 1 TO SECTION-CHECKED-COUNT
            IF EP-LAST-DATE > LATEST-TREND-DATE
                MOVE EP-LAST-DATE TO LATEST-TREND-DATE
            END-IF
            MOVE EP-FILENAME TO CAPTURE-FILENAME
            PERFORM READ-WORK-ENTRY
            IF IW-NO-RULE
                MOVE 'WARN' TO FINDING-SEVERITY
                MOVE 'HIST-NO-RULE' TO FINDING-CATEGORY
                MOVE EP-FILENAME TO FINDING-KEY
                MOVE SPACES TO FINDING-TEXT
                STRING 'last seen ' EP-LAST-DATE
                    ' - no rule forwards to this endpoint'
                    DELIMITED BY SIZE INTO FINDING-TEXT
                PERFORM WRITE-FINDING
            END-IF
    END-READ.

*> An alert still open against an endpoint CAPTURE-TREND no longer
*> sees (last seen before the latest trend date on file), or has
*> never seen, can no longer be cleared by a fresh capture.
CHECK-ALERT-MASTER.
    MOVE 'Alert master (alert-master.dat)' TO SECTION-TITLE.
    PERFORM START-SECTION.
    OPEN INPUT ALERT-MASTER.
    IF ALERT-MASTER-STATUS NOT = '00'
        IF ALERT-MASTER-STATUS = '35'
            PERFORM WRITE-FILE-NOT-PRESENT
        ELSE
            MOVE 'SEVERE' TO FINDING-SEVERITY
            MOVE 'ALERT-UNREADABLE' TO FINDING-CATEGORY
            MOVE 'alert-master.dat' TO FINDING-KEY
            MOVE SPACES TO FINDING-TEXT
            STRING 'alert master will not open - status '
                ALERT-MASTER-STATUS
                DELIMITED BY SIZE INTO FINDING-TEXT
            PERFORM WRITE-FINDING
        END-IF
        IF HISTORY-OPEN
            CLOSE ENDPOINT-MASTER
        END-IF
        GO TO CHECK-ALERT-MASTER-EXIT
    END-IF.
    MOVE SPACES TO AM-ALERT-KEY.
    MOVE 'N' TO ALERT-EOF-FLAG.
    START ALERT-MASTER KEY NOT < AM-ALERT-KEY
        INVALID KEY
            MOVE 'Y' TO ALERT-EOF-FLAG
    END-START.
    PERFORM CHECK-ONE-ALERT UNTIL ALERT-AT-EOF.
    CLOSE ALERT-MASTER.
    IF HISTORY-OPEN
        CLOSE ENDPOINT-MASTER
    END-IF.
    PERFORM END-SECTION.
CHECK-ALERT-MASTER-EXIT.
    EXIT.

CHECK-ONE-ALERT.
    READ ALERT-MASTER NEXT RECORD
        AT END
            MOVE 'Y' TO ALERT-EOF-FLAG
        NOT AT END
            ADD 1 TO SECTION-CHECKED-COUNT
            IF NOT AM-IS-CLOSED
                PERFORM CHECK-OPEN-ALERT-ENDPOINT
            END-IF
    END-READ.

CHECK-OPEN-ALERT-ENDPOINT.
    MOVE 'WARN' TO FINDING-SEVERITY.
    MOVE SPACES TO FINDING-KEY.
    STRING AM-FILENAME DELIMITED BY SPACE
        ' ' AM-KEYWORD DELIMITED BY SIZE
        INTO FINDING-KEY.
    MOVE SPACES TO FINDING-TEXT.
    IF HISTORY-OPEN
        MOVE AM-FILENAME TO EP-FILENAME
        READ ENDPOINT-MASTER
            INVALID KEY
                MOVE 'ALERT-NO-HIST' TO FINDING-CATEGORY
                STRING 'open ' AM-SEVERITY ' alert since '
                    AM-FIRST-DATE ' - endpoint never trended'
                    DELIMITED BY SIZE INTO FINDING-TEXT
                PERFORM WRITE-FINDING
            NOT INVALID KEY
                MOVE AM-FILENAME TO CAPTURE-FILENAME
                PERFORM READ-WORK-ENTRY
                MOVE IW-POLL-FREQUENCY TO CAPTURE-FREQUENCY
                PERFORM CHECK-ENDPOINT-VANISHED
                IF ENDPOINT-VANISHED
                    MOVE 'ALERT-VANISHED' TO FINDING-CATEGORY
                    STRING 'open ' AM-SEVERITY ' alert - endpoint '
                        'last seen ' EP-LAST-DATE
                        DELIMITED BY SIZE INTO FINDING-TEXT
                    PERFORM WRITE-FINDING
                END-IF
        END-READ
    ELSE
        MOVE AM-FILENAME TO CAPTURE-FILENAME
        PERFORM READ-WORK-ENTRY
        IF IW-NO-RULE
            MOVE 'ALERT-NO-RULE' TO FINDING-CATEGORY
            STRING 'open ' AM-SEVERITY ' alert since '
                AM-FIRST-DATE ' - no rule forwards there'
                DELIMITED BY SIZE INTO FINDING-TEXT
            PERFORM WRITE-FINDING
        END-IF
    END-IF.

*> An endpoint has vanished when CAPTURE-TREND has seen captures
*> since its last one.  A scheduled endpoint is only captured when
*> its poll is due, so it has vanished only once the latest trend
*> date is past the day its next poll fell due - the day after, a
*> week after, or the same day next month (the 28th at most), as
*> POLL-SCHEDULE reckons it.
CHECK-ENDPOINT-VANISHED.
    MOVE 'N' TO VANISHED-FLAG.
    IF EP-LAST-DATE < LATEST-TREND-DATE
        IF CAPTURE-UNSCHEDULED OR EP-LAST-DATE = 0
            MOVE 'Y' TO VANISHED-FLAG
        ELSE
            PERFORM SET-NEXT-POLL-DATE
            IF LATEST-TREND-DATE > NEXT-POLL-NUMBER
                MOVE 'Y' TO VANISHED-FLAG
            END-IF
        END-IF
    END-IF.

SET-NEXT-POLL-DATE.
    IF CAPTURE-FREQUENCY = 'M'
        MOVE EP-LAST-DATE TO NEXT-POLL-NUMBER
        IF NEXT-POLL-MONTH = 12
            MOVE 1 TO NEXT-POLL-MONTH
            ADD 1 TO NEXT-POLL-YEAR
        ELSE
            ADD 1 TO NEXT-POLL-MONTH
        END-IF
        IF NEXT-POLL-DAY > 28
            MOVE 28 TO NEXT-POLL-DAY
        END-IF
    ELSE
        IF CAPTURE-FREQUENCY = 'W'
            COMPUTE NEXT-POLL-INTEGER =
                FUNCTION INTEGER-OF-DATE(EP-LAST-DATE) + 7
        ELSE
            COMPUTE NEXT-POLL-INTEGER =
                FUNCTION INTEGER-OF-DATE(EP-LAST-DATE) + 1
        END-IF
        MOVE FUNCTION DATE-OF-INTEGER(NEXT-POLL-INTEGER)
            TO NEXT-POLL-NUMBER
    END-IF.

*> RULE-EXTRACT's delta run starts from this stamp, so one it cannot
*> read, or one later than now, would silently drop rule changes
*> from the firewall team's next extract.
CHECK-EXTRACT-CONTROL.
    MOVE 'Extract position (extract-control.dat)' TO SECTION-TITLE.
    PERFORM START-SECTION.
    OPEN INPUT EXTRACT-CONTROL-FILE.
    IF EXTRACT-CONTROL-STATUS NOT = '00'
        PERFORM WRITE-FILE-NOT-PRESENT
        GO TO CHECK-EXTRACT-CONTROL-EXIT
    END-IF.
    MOVE SPACES TO EXTRACT-CONTROL-RECORD.
    READ EXTRACT-CONTROL-FILE
        AT END
            MOVE SPACES TO EXTRACT-CONTROL-RECORD
    END-READ.
    CLOSE EXTRACT-CONTROL-FILE.
    ADD 1 TO SECTION-CHECKED-COUNT.
    MOVE CTL-LAST-EXPORT-STAMP TO STAMP-TO-CHECK.
    PERFORM CHECK-STAMP-FORMAT.
    MOVE 'SEVERE' TO FINDING-SEVERITY.
    MOVE 'extract-control.dat' TO FINDING-KEY.
    MOVE SPACES TO FINDING-TEXT.
    IF NOT STAMP-IS-VALID
        MOVE 'CTL-BAD-STAMP' TO FINDING-CATEGORY
        STRING 'last-export stamp [' CTL-LAST-EXPORT-STAMP
            '] is not YYYY-MM-DD HH:MM:SS'
            DELIMITED BY SIZE INTO FINDING-TEXT
        PERFORM WRITE-FINDING
    ELSE
        IF CTL-LAST-EXPORT-STAMP > NOW-STAMP
            MOVE 'CTL-FUTURE-STAMP' TO FINDING-CATEGORY
            STRING 'last-export stamp ' CTL-LAST-EXPORT-STAMP
                ' is later than now'
                DELIMITED BY SIZE INTO FINDING-TEXT
            PERFORM WRITE-FINDING
        END-IF
    END-IF.
    PERFORM END-SECTION.
CHECK-EXTRACT-CONTROL-EXIT.
    EXIT.

CHECK-STAMP-FORMAT.
    MOVE 'Y' TO STAMP-VALID-FLAG.
    IF STAMP-TO-CHECK(1:4) IS NOT NUMERIC
        OR STAMP-TO-CHECK(6:2) IS NOT NUMERIC
        OR STAMP-TO-CHECK(9:2) IS NOT NUMERIC
        OR STAMP-TO-CHECK(12:2) IS NOT NUMERIC
        OR STAMP-TO-CHECK(15:2) IS NOT NUMERIC
        OR STAMP-TO-CHECK(18:2) IS NOT NUMERIC
        MOVE 'N' TO STAMP-VALID-FLAG
    END-IF.
    IF STAMP-TO-CHECK(5:1) NOT = '-' OR STAMP-TO-CHECK(8:1) NOT = '-'
        OR STAMP-TO-CHECK(11:1) NOT = ' '
        OR STAMP-TO-CHECK(14:1) NOT = ':'
        OR STAMP-TO-CHECK(17:1) NOT = ':'
        MOVE 'N' TO STAMP-VALID-FLAG
    END-IF.

WRITE-REPORT-SUMMARY.
    MOVE SPACES TO INTEGRITY-LINE.
    WRITE INTEGRITY-LINE.
    MOVE SPACES TO INTEGRITY-LINE.
    STRING 'Totals: ' CHECKED-COUNT ' record(s) checked, '
        SEVERE-COUNT ' severe, ' WARNING-COUNT ' warning(s), '
        FILES-SKIPPED-COUNT ' file(s) not present'
        DELIMITED BY SIZE INTO INTEGRITY-LINE.
    WRITE INTEGRITY-LINE.
    MOVE SPACES TO INTEGRITY-LINE.
    IF SEVERE-COUNT > 0
        STRING 'Result: FAIL - severe inconsistencies must be '
            'corrected before DAILY-RECONCILE reports on this data'
            DELIMITED BY SIZE INTO INTEGRITY-LINE
    ELSE
        STRING 'Result: OK'
            DELIMITED BY SIZE INTO INTEGRITY-LINE
    END-IF.
    WRITE INTEGRITY-LINE.

END PROGRAM SUITE-INTEGRITY.
