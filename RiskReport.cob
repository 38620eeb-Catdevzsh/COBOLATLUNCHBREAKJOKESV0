IDENTIFICATION DIVISION.
PROGRAM-ID. RULE-RISK.

*> Modification history:
*> - New program: exposure and risk scoring of the live forwarding
*>   rules for security's quarterly review.  Every active, in-force
*>   rule in port-rules.dat is scored on five factors - no client IP
*>   restriction, a low or well-known destination port, a destination
*>   outside the internal address ranges, open critical or high
*>   alerts in alert-master.dat against the destination's captures,
*>   and a recent status flip in capture-history-log.dat or the
*>   endpoint vanishing from capture-history.dat.  The weights, the
*>   low-port limit, the flip window, the internal ranges and the
*>   top-N size come from risk-parm.dat, with defaults for anything
*>   left out.  rule-risk-report.txt ranks the rules highest score
*>   first with the factors behind each score, and the top N are
*>   written pipe-delimited to risk-extract-YYYYMMDD.dat for
*>   security's own tracker.
*> - A destination on the polling schedule is now looked up under
*>   the capture filename its poll-schedule.dat entry gives, so an
*>   endpoint captured under a name of its own is scored on its own
*>   alerts, flips and history; other destinations keep the IP-port
*>   name.  A scheduled endpoint only counts as vanished once its
*>   last capture is more than its polling interval (a day, a week
*>   or a month) behind the latest trend date, so a healthy weekly
*>   or monthly endpoint is not scored VANISHED between polls.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RULES-FILE ASSIGN TO 'port-rules.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RULE-PORT-NUMBER-IN
        ALTERNATE RECORD KEY IS RULE-SERVER-IP-OUT WITH DUPLICATES
        FILE STATUS IS RULES-FILE-STATUS.
    SELECT RISK-PARM-FILE ASSIGN TO 'risk-parm.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RISK-PARM-STATUS.
    SELECT ALERT-MASTER ASSIGN TO 'alert-master.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AM-ALERT-KEY
        FILE STATUS IS ALERT-MASTER-STATUS.
    SELECT ENDPOINT-MASTER ASSIGN TO 'capture-history.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EP-FILENAME
        FILE STATUS IS ENDPOINT-MASTER-STATUS.
    SELECT ENDPOINT-LOG-FILE ASSIGN TO 'capture-history-log.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ENDPOINT-LOG-STATUS.
    SELECT POLL-SCHEDULE-FILE ASSIGN TO 'poll-schedule.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS POLL-KEY
        FILE STATUS IS POLL-SCHEDULE-STATUS.
    SELECT RISK-WORK-FILE ASSIGN TO 'risk-work.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RW-FILENAME
        FILE STATUS IS RISK-WORK-STATUS.
    SELECT RISK-REPORT-FILE ASSIGN TO 'rule-risk-report.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RISK-REPORT-STATUS.
    SELECT RISK-EXTRACT-FILE ASSIGN DYNAMIC RISK-EXTRACT-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RISK-EXTRACT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RULES-FILE.
    COPY "rules-record.cpy".

*> One setting per line: an 8-character code, a space, then its
*> value.  Weights, limits and counts are zero-padded numbers in the
*> first five value columns (NOCLIENT 00030).  Each INTERNAL line
*> gives one internal address range as a from and a to address
*> (INTERNAL 10.0.0.0        10.255.255.255).  A line starting
*> with '*' is a comment.
FD  RISK-PARM-FILE.
01  RISK-PARM-RECORD.
    05  PARM-CODE PIC X(8).
    05  FILLER PIC X.
    05  PARM-VALUE PIC X(15).
    05  FILLER PIC X.
    05  PARM-VALUE-2 PIC X(15).

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

FD  ENDPOINT-MASTER.
01  ENDPOINT-RECORD.
    05  EP-FILENAME PIC X(40).
    05  EP-LAST-STATUS PIC X(3).
    05  EP-LAST-LENGTH PIC X(10).
    05  EP-LAST-TITLE PIC X(60).
    05  EP-FIRST-DATE PIC 9(8).
    05  EP-LAST-DATE PIC 9(8).
    05  EP-RUN-COUNT PIC 9(5).

FD  ENDPOINT-LOG-FILE.
01  ENDPOINT-LOG-RECORD.
    05  EPLOG-DATE PIC 9(8).
    05  FILLER PIC X.
    05  EPLOG-FILENAME PIC X(40).
    05  FILLER PIC X.
    05  EPLOG-STATUS PIC X(3).
    05  FILLER PIC X.
    05  EPLOG-LENGTH PIC X(10).
    05  FILLER PIC X.
    05  EPLOG-TITLE PIC X(60).

FD  POLL-SCHEDULE-FILE.
    COPY "poll-schedule-record.cpy".

*> Last status seen for each endpoint in the history log, and the
*> latest day that status changed from the one before it.
FD  RISK-WORK-FILE.
01  RISK-WORK-RECORD.
    05  RW-FILENAME PIC X(40).
    05  RW-LAST-STATUS PIC X(3).
    05  RW-FLIP-DATE PIC 9(8).
    05  RW-FLIP-FROM-STATUS PIC X(3).
    05  RW-FLIP-TO-STATUS PIC X(3).

FD  RISK-REPORT-FILE.
01  RISK-REPORT-LINE PIC X(160).

FD  RISK-EXTRACT-FILE.
01  RISK-EXTRACT-LINE PIC X(160).

WORKING-STORAGE SECTION.
01 RULES-FILE-STATUS PIC XX.
01 RISK-PARM-STATUS PIC XX.
01 ALERT-MASTER-STATUS PIC XX.
01 ENDPOINT-MASTER-STATUS PIC XX.
01 ENDPOINT-LOG-STATUS PIC XX.
01 POLL-SCHEDULE-STATUS PIC XX.
01 RISK-WORK-STATUS PIC XX.
01 RISK-REPORT-STATUS PIC XX.
01 RISK-EXTRACT-STATUS PIC XX.
01 RISK-EXTRACT-FILENAME PIC X(40).

01 RULES-EOF-FLAG PIC X VALUE 'N'.
    88 RULES-AT-EOF VALUE 'Y'.
01 PARM-EOF-FLAG PIC X VALUE 'N'.
    88 PARM-AT-EOF VALUE 'Y'.
01 ALERT-EOF-FLAG PIC X VALUE 'N'.
    88 ALERT-AT-EOF VALUE 'Y'.
01 MASTER-EOF-FLAG PIC X VALUE 'N'.
    88 MASTER-AT-EOF VALUE 'Y'.
01 LOG-EOF-FLAG PIC X VALUE 'N'.
    88 LOG-AT-EOF VALUE 'Y'.

01 ALERTS-OPEN-FLAG PIC X VALUE 'N'.
    88 ALERTS-OPEN VALUE 'Y'.
01 HISTORY-OPEN-FLAG PIC X VALUE 'N'.
    88 HISTORY-OPEN VALUE 'Y'.
01 WORK-OPEN-FLAG PIC X VALUE 'N'.
    88 WORK-OPEN VALUE 'Y'.
01 SCHEDULE-OPEN-FLAG PIC X VALUE 'N'.
    88 SCHEDULE-OPEN VALUE 'Y'.

*> Scoring parameters, each with its default.
01 WEIGHT-NO-CLIENT PIC 9(5) VALUE 30.
01 WEIGHT-LOW-PORT PIC 9(5) VALUE 20.
01 WEIGHT-EXTERNAL PIC 9(5) VALUE 25.
01 WEIGHT-ALERT PIC 9(5) VALUE 15.
01 WEIGHT-FLIP PIC 9(5) VALUE 10.
01 WEIGHT-VANISHED PIC 9(5) VALUE 20.
01 LOW-PORT-LIMIT PIC 9(5) VALUE 1024.
01 ALERT-COUNT-LIMIT PIC 9(5) VALUE 3.
01 RECENT-DAYS PIC 9(5) VALUE 30.
01 TOP-N PIC 9(5) VALUE 20.
01 PARM-NUMBER PIC 9(5).
01 PARM-KNOWN-FLAG PIC X.
    88 PARM-KNOWN VALUE 'Y'.

01 RANGE-COUNT PIC 9(3) VALUE ZERO.
01 RANGE-TABLE.
    05 RANGE-ENTRY OCCURS 20 TIMES.
        10 RANGE-FROM-IP PIC X(15).
        10 RANGE-TO-IP PIC X(15).
        10 RANGE-FROM-NUMBER PIC 9(10).
        10 RANGE-TO-NUMBER PIC 9(10).
01 RANGE-INDEX PIC 9(3).

01 IP-TO-CONVERT PIC X(15).
01 IP-NUMBER PIC 9(10).
01 IP-VALID-FLAG PIC X.
    88 IP-IS-VALID VALUE 'Y'.
01 OCTET-TABLE.
    05 OCTET-ENTRY OCCURS 4 TIMES.
        10 OCTET-TEXT PIC X(3).
        10 OCTET-LENGTH PIC 9(2).
        10 OCTET-VALUE PIC 9(3).
01 OCTET-INDEX PIC 9.
01 INTERNAL-FLAG PIC X.
    88 DESTINATION-IS-INTERNAL VALUE 'Y'.

01 TODAY-DATE PIC 9(8).
01 TODAY-TIME PIC 9(8).
01 NOW-STAMP PIC X(19).
01 CUTOFF-INTEGER PIC 9(8).
01 CUTOFF-DATE PIC 9(8).
01 LATEST-TREND-DATE PIC 9(8) VALUE ZERO.
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

01 CAPTURE-FILENAME PIC X(40).
01 PORT-DISPLAY PIC 9(5).
01 OPEN-ALERT-COUNT PIC 9(3).
01 SCORED-ALERT-COUNT PIC 9(3).
01 RULE-SCORE PIC 9(5).
01 FACTOR-AMOUNT PIC 9(4).
01 RULE-FACTORS PIC X(100).
01 FACTOR-POINTER PIC 9(3).

*> Scored rules, kept in descending score order as they are added;
*> rules with equal scores stay in incoming port order.
01 RK-RULE-COUNT PIC 9(4) VALUE ZERO.
01 RK-RULE-TABLE.
    05 RK-RULE-ENTRY OCCURS 2000 TIMES.
        10 RK-PORT-IN PIC 9(5).
        10 RK-PORT-OUT PIC 9(5).
        10 RK-IP-IN PIC X(15).
        10 RK-IP-OUT PIC X(15).
        10 RK-CLIENT-IP PIC X(15).
        10 RK-SCORE PIC 9(5).
        10 RK-FACTORS PIC X(100).
01 RK-TABLE-FULL-FLAG PIC X VALUE 'N'.
    88 RK-TABLE-IS-FULL VALUE 'Y'.
01 RK-INDEX PIC 9(4).
01 RK-SLOT PIC 9(4).
01 RK-SHIFT PIC 9(4).
01 RK-RANK PIC 9(4).

01 RULES-READ-COUNT PIC 9(5) VALUE ZERO.
01 NOT-SCORED-COUNT PIC 9(5) VALUE ZERO.
01 ZERO-SCORE-COUNT PIC 9(5) VALUE ZERO.
01 EXTRACT-COUNT PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    DISPLAY "Forwarding rule risk scoring.".
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
    ACCEPT TODAY-TIME FROM TIME.
    MOVE SPACES TO NOW-STAMP.
    STRING TODAY-DATE(1:4) '-' TODAY-DATE(5:2) '-' TODAY-DATE(7:2)
        ' ' TODAY-TIME(1:2) ':' TODAY-TIME(3:2) ':' TODAY-TIME(5:2)
        DELIMITED BY SIZE INTO NOW-STAMP.
    PERFORM READ-RISK-PARM.
    OPEN OUTPUT RISK-REPORT-FILE.
    IF RISK-REPORT-STATUS NOT = '00'
        DISPLAY "Unable to open rule-risk-report.txt - status "
            RISK-REPORT-STATUS
        STOP RUN
    END-IF.
    PERFORM OPEN-HEALTH-FILES.
    PERFORM LOAD-STATUS-FLIPS.
    PERFORM SCORE-ACTIVE-RULES.
    PERFORM WRITE-RISK-REPORT.
    PERFORM WRITE-RISK-EXTRACT.
    CLOSE RISK-REPORT-FILE.
    IF ALERTS-OPEN
        CLOSE ALERT-MASTER
    END-IF.
    IF HISTORY-OPEN
        CLOSE ENDPOINT-MASTER
    END-IF.
    IF WORK-OPEN
        CLOSE RISK-WORK-FILE
    END-IF.
    IF SCHEDULE-OPEN
        CLOSE POLL-SCHEDULE-FILE
    END-IF.
    DISPLAY RK-RULE-COUNT " active rule(s) scored, top "
        EXTRACT-COUNT " written to " RISK-EXTRACT-FILENAME.
    DISPLAY "See rule-risk-report.txt".
    STOP RUN.

READ-RISK-PARM.
    OPEN INPUT RISK-PARM-FILE.
    IF RISK-PARM-STATUS NOT = '00'
        DISPLAY "No risk-parm.dat - using the default weights and "
            "internal ranges."
    ELSE
        MOVE 'N' TO PARM-EOF-FLAG
        PERFORM READ-ONE-RISK-PARM UNTIL PARM-AT-EOF
        CLOSE RISK-PARM-FILE
    END-IF.
    IF RANGE-COUNT = 0
        PERFORM SET-DEFAULT-RANGES
    END-IF.
    COMPUTE CUTOFF-INTEGER =
        FUNCTION INTEGER-OF-DATE(TODAY-DATE) - RECENT-DAYS.
    MOVE FUNCTION DATE-OF-INTEGER(CUTOFF-INTEGER) TO CUTOFF-DATE.

READ-ONE-RISK-PARM.
    READ RISK-PARM-FILE
        AT END
            MOVE 'Y' TO PARM-EOF-FLAG
        NOT AT END
            IF RISK-PARM-RECORD(1:1) NOT = '*'
                AND RISK-PARM-RECORD NOT = SPACES
                PERFORM APPLY-RISK-PARM
            END-IF
    END-READ.

APPLY-RISK-PARM.
    INSPECT PARM-CODE CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    IF PARM-CODE = 'INTERNAL'
        PERFORM ADD-INTERNAL-RANGE
    ELSE
        IF PARM-VALUE(1:5) IS NOT NUMERIC
            DISPLAY "risk-parm.dat " PARM-CODE " value "
                PARM-VALUE " is not a 5-digit number - ignored."
        ELSE
            MOVE PARM-VALUE(1:5) TO PARM-NUMBER
            PERFORM SET-NUMERIC-PARM
        END-IF
    END-IF.

SET-NUMERIC-PARM.
    MOVE 'N' TO PARM-KNOWN-FLAG.
    IF PARM-CODE = 'NOCLIENT'
        MOVE PARM-NUMBER TO WEIGHT-NO-CLIENT
        MOVE 'Y' TO PARM-KNOWN-FLAG
    END-IF.
    IF PARM-CODE = 'LOWPORT'
        MOVE PARM-NUMBER TO WEIGHT-LOW-PORT
        MOVE 'Y' TO PARM-KNOWN-FLAG
    END-IF.
    IF PARM-CODE = 'LOWLIMIT'
        MOVE PARM-NUMBER TO LOW-PORT-LIMIT
        MOVE 'Y' TO PARM-KNOWN-FLAG
    END-IF.
    IF PARM-CODE = 'EXTERNAL'
        MOVE PARM-NUMBER TO WEIGHT-EXTERNAL
        MOVE 'Y' TO PARM-KNOWN-FLAG
    END-IF.
    IF PARM-CODE = 'ALERT'
        MOVE PARM-NUMBER TO WEIGHT-ALERT
        MOVE 'Y' TO PARM-KNOWN-FLAG
    END-IF.
    IF PARM-CODE = 'ALERTMAX'
        MOVE PARM-NUMBER TO ALERT-COUNT-LIMIT
        MOVE 'Y' TO PARM-KNOWN-FLAG
    END-IF.
    IF PARM-CODE = 'FLIP'
        MOVE PARM-NUMBER TO WEIGHT-FLIP
        MOVE 'Y' TO PARM-KNOWN-FLAG
    END-IF.
    IF PARM-CODE = 'VANISHED'
        MOVE PARM-NUMBER TO WEIGHT-VANISHED
        MOVE 'Y' TO PARM-KNOWN-FLAG
    END-IF.
    IF PARM-CODE = 'RECENT'
        MOVE PARM-NUMBER TO RECENT-DAYS
        MOVE 'Y' TO PARM-KNOWN-FLAG
    END-IF.
    IF PARM-CODE = 'TOPN'
        MOVE PARM-NUMBER TO TOP-N
        MOVE 'Y' TO PARM-KNOWN-FLAG
    END-IF.
    IF NOT PARM-KNOWN
        DISPLAY "risk-parm.dat code " PARM-CODE
            " not recognised - ignored."
    END-IF.

ADD-INTERNAL-RANGE.
    IF RANGE-COUNT NOT < 20
        DISPLAY "More than 20 INTERNAL ranges in risk-parm.dat - "
            PARM-VALUE " ignored."
    ELSE
        MOVE PARM-VALUE TO IP-TO-CONVERT
        PERFORM CONVERT-IP-TO-NUMBER
        IF NOT IP-IS-VALID
            DISPLAY "risk-parm.dat INTERNAL from-address "
                PARM-VALUE " is not valid - ignored."
        ELSE
            ADD 1 TO RANGE-COUNT
            MOVE PARM-VALUE TO RANGE-FROM-IP(RANGE-COUNT)
            MOVE IP-NUMBER TO RANGE-FROM-NUMBER(RANGE-COUNT)
            MOVE PARM-VALUE-2 TO IP-TO-CONVERT
            PERFORM CONVERT-IP-TO-NUMBER
            IF NOT IP-IS-VALID
                DISPLAY "risk-parm.dat INTERNAL to-address "
                    PARM-VALUE-2 " is not valid - range ignored."
                SUBTRACT 1 FROM RANGE-COUNT
            ELSE
                MOVE PARM-VALUE-2 TO RANGE-TO-IP(RANGE-COUNT)
                MOVE IP-NUMBER TO RANGE-TO-NUMBER(RANGE-COUNT)
            END-IF
        END-IF
    END-IF.

*> The private address ranges, used when risk-parm.dat names none.
SET-DEFAULT-RANGES.
    MOVE '10.0.0.0' TO PARM-VALUE.
    MOVE '10.255.255.255' TO PARM-VALUE-2.
    PERFORM ADD-INTERNAL-RANGE.
    MOVE '172.16.0.0' TO PARM-VALUE.
    MOVE '172.31.255.255' TO PARM-VALUE-2.
    PERFORM ADD-INTERNAL-RANGE.
    MOVE '192.168.0.0' TO PARM-VALUE.
    MOVE '192.168.255.255' TO PARM-VALUE-2.
    PERFORM ADD-INTERNAL-RANGE.

*> Turns a dotted address into one number so ranges can be compared;
*> anything that is not four octets of 0 to 255 is not valid.
CONVERT-IP-TO-NUMBER.
    MOVE 'Y' TO IP-VALID-FLAG.
    MOVE ZERO TO IP-NUMBER.
    MOVE SPACES TO OCTET-TABLE.
    UNSTRING IP-TO-CONVERT DELIMITED BY '.' OR ALL SPACE
        INTO OCTET-TEXT(1) COUNT IN OCTET-LENGTH(1)
             OCTET-TEXT(2) COUNT IN OCTET-LENGTH(2)
             OCTET-TEXT(3) COUNT IN OCTET-LENGTH(3)
             OCTET-TEXT(4) COUNT IN OCTET-LENGTH(4)
    END-UNSTRING.
    PERFORM CHECK-ONE-OCTET
        VARYING OCTET-INDEX FROM 1 BY 1 UNTIL OCTET-INDEX > 4.
    IF IP-IS-VALID
        COMPUTE IP-NUMBER = ((OCTET-VALUE(1) * 256 + OCTET-VALUE(2))
            * 256 + OCTET-VALUE(3)) * 256 + OCTET-VALUE(4)
    END-IF.

CHECK-ONE-OCTET.
    MOVE ZERO TO OCTET-VALUE(OCTET-INDEX).
    IF OCTET-LENGTH(OCTET-INDEX) IS NOT NUMERIC
        OR OCTET-LENGTH(OCTET-INDEX) < 1
        OR OCTET-LENGTH(OCTET-INDEX) > 3
        MOVE 'N' TO IP-VALID-FLAG
    ELSE
        IF OCTET-TEXT(OCTET-INDEX)(1:OCTET-LENGTH(OCTET-INDEX))
            IS NOT NUMERIC
            MOVE 'N' TO IP-VALID-FLAG
        ELSE
            MOVE OCTET-TEXT(OCTET-INDEX)(1:OCTET-LENGTH(OCTET-INDEX))
                TO OCTET-VALUE(OCTET-INDEX)
            IF OCTET-VALUE(OCTET-INDEX) > 255
                MOVE 'N' TO IP-VALID-FLAG
            END-IF
        END-IF
    END-IF.

*> The alert master, endpoint history and polling schedule are
*> optional - a site that does not run ALERT-TRIAGE, CAPTURE-TREND
*> or POLL-SCHEDULE simply scores without those factors, or with
*> every destination under its IP-port capture name.  The latest
*> last-seen date on the history is the last day CAPTURE-TREND saw
*> any capture.
OPEN-HEALTH-FILES.
    OPEN INPUT ALERT-MASTER.
    IF ALERT-MASTER-STATUS = '00'
        MOVE 'Y' TO ALERTS-OPEN-FLAG
    ELSE
        DISPLAY "No alert-master.dat - alerts not scored."
    END-IF.
    OPEN INPUT ENDPOINT-MASTER.
    IF ENDPOINT-MASTER-STATUS = '00'
        MOVE 'Y' TO HISTORY-OPEN-FLAG
        MOVE SPACES TO EP-FILENAME
        MOVE 'N' TO MASTER-EOF-FLAG
        START ENDPOINT-MASTER KEY NOT < EP-FILENAME
            INVALID KEY
                MOVE 'Y' TO MASTER-EOF-FLAG
        END-START
        PERFORM FIND-LATEST-TREND-DATE UNTIL MASTER-AT-EOF
    ELSE
        DISPLAY "No capture-history.dat - vanished endpoints not "
            "scored."
    END-IF.
    OPEN INPUT POLL-SCHEDULE-FILE.
    IF POLL-SCHEDULE-STATUS = '00'
        MOVE 'Y' TO SCHEDULE-OPEN-FLAG
    ELSE
        DISPLAY "No poll-schedule.dat - every destination scored "
            "under its IP-port capture name."
    END-IF.

FIND-LATEST-TREND-DATE.
    READ ENDPOINT-MASTER NEXT RECORD
        AT END
            MOVE 'Y' TO MASTER-EOF-FLAG
        NOT AT END
            IF EP-LAST-DATE > LATEST-TREND-DATE
                MOVE EP-LAST-DATE TO LATEST-TREND-DATE
            END-IF
    END-READ.

*> The history log is in date order, so each endpoint's status can
*> be followed line by line; the latest change is kept.
LOAD-STATUS-FLIPS.
    OPEN OUTPUT RISK-WORK-FILE.
    CLOSE RISK-WORK-FILE.
    OPEN I-O RISK-WORK-FILE.
    IF RISK-WORK-STATUS NOT = '00'
        DISPLAY "Unable to build risk work file - status "
            RISK-WORK-STATUS " - status flips not scored."
    ELSE
        MOVE 'Y' TO WORK-OPEN-FLAG
        OPEN INPUT ENDPOINT-LOG-FILE
        IF ENDPOINT-LOG-STATUS = '00'
            MOVE 'N' TO LOG-EOF-FLAG
            PERFORM LOAD-ONE-LOG-LINE UNTIL LOG-AT-EOF
            CLOSE ENDPOINT-LOG-FILE
        ELSE
            DISPLAY "No capture-history-log.dat - status flips "
                "not scored."
        END-IF
    END-IF.

LOAD-ONE-LOG-LINE.
    READ ENDPOINT-LOG-FILE
        AT END
            MOVE 'Y' TO LOG-EOF-FLAG
        NOT AT END
            PERFORM STORE-ONE-LOG-LINE
    END-READ.

STORE-ONE-LOG-LINE.
    MOVE EPLOG-FILENAME TO RW-FILENAME.
    READ RISK-WORK-FILE
        INVALID KEY
            MOVE EPLOG-FILENAME TO RW-FILENAME
            MOVE EPLOG-STATUS TO RW-LAST-STATUS
            MOVE ZERO TO RW-FLIP-DATE
            MOVE SPACES TO RW-FLIP-FROM-STATUS
            MOVE SPACES TO RW-FLIP-TO-STATUS
            WRITE RISK-WORK-RECORD
        NOT INVALID KEY
            IF EPLOG-STATUS NOT = RW-LAST-STATUS
                MOVE EPLOG-DATE TO RW-FLIP-DATE
                MOVE RW-LAST-STATUS TO RW-FLIP-FROM-STATUS
                MOVE EPLOG-STATUS TO RW-FLIP-TO-STATUS
                MOVE EPLOG-STATUS TO RW-LAST-STATUS
                REWRITE RISK-WORK-RECORD
            END-IF
    END-READ.

SCORE-ACTIVE-RULES.
    OPEN INPUT RULES-FILE.
    IF RULES-FILE-STATUS NOT = '00'
        DISPLAY "No forwarding rules on file - status "
            RULES-FILE-STATUS
    ELSE
        MOVE 'N' TO RULES-EOF-FLAG
        PERFORM SCORE-ONE-RULE UNTIL RULES-AT-EOF
        CLOSE RULES-FILE
    END-IF.

SCORE-ONE-RULE.
    READ RULES-FILE INTO RULE-RECORD
        AT END
            MOVE 'Y' TO RULES-EOF-FLAG
        NOT AT END
            ADD 1 TO RULES-READ-COUNT
            IF RULE-IS-INACTIVE
                OR (RULE-EXPIRY-DATE > 0
                    AND RULE-EXPIRY-DATE < TODAY-DATE)
                OR RULE-EFFECTIVE-DATE > TODAY-DATE
                ADD 1 TO NOT-SCORED-COUNT
            ELSE
                PERFORM CALCULATE-RULE-SCORE
                PERFORM INSERT-SCORED-RULE
            END-IF
    END-READ.

CALCULATE-RULE-SCORE.
    MOVE ZERO TO RULE-SCORE.
    MOVE SPACES TO RULE-FACTORS.
    MOVE 1 TO FACTOR-POINTER.
    IF RULE-CLIENT-IP = SPACES
        ADD WEIGHT-NO-CLIENT TO RULE-SCORE
        MOVE WEIGHT-NO-CLIENT TO FACTOR-AMOUNT
        STRING 'NOCLIENT+' FACTOR-AMOUNT ' '
            DELIMITED BY SIZE INTO RULE-FACTORS
            WITH POINTER FACTOR-POINTER
    END-IF.
    IF RULE-PORT-NUMBER-OUT < LOW-PORT-LIMIT
        ADD WEIGHT-LOW-PORT TO RULE-SCORE
        MOVE WEIGHT-LOW-PORT TO FACTOR-AMOUNT
        STRING 'LOWPORT+' FACTOR-AMOUNT ' '
            DELIMITED BY SIZE INTO RULE-FACTORS
            WITH POINTER FACTOR-POINTER
    END-IF.
    PERFORM CHECK-DESTINATION-INTERNAL.
    IF NOT DESTINATION-IS-INTERNAL
        ADD WEIGHT-EXTERNAL TO RULE-SCORE
        MOVE WEIGHT-EXTERNAL TO FACTOR-AMOUNT
        STRING 'EXTERNAL+' FACTOR-AMOUNT ' '
            DELIMITED BY SIZE INTO RULE-FACTORS
            WITH POINTER FACTOR-POINTER
    END-IF.
    MOVE RULE-PORT-NUMBER-OUT TO PORT-DISPLAY.
    MOVE SPACES TO CAPTURE-FILENAME.
    STRING RULE-SERVER-IP-OUT DELIMITED BY SPACE
        '-' DELIMITED BY SIZE
        PORT-DISPLAY DELIMITED BY SIZE
        '.txt' DELIMITED BY SIZE
        INTO CAPTURE-FILENAME
    END-STRING.
    PERFORM FIND-POLL-SCHEDULE.
    IF ALERTS-OPEN
        PERFORM COUNT-OPEN-ALERTS
        IF OPEN-ALERT-COUNT > 0
            MOVE OPEN-ALERT-COUNT TO SCORED-ALERT-COUNT
            IF SCORED-ALERT-COUNT > ALERT-COUNT-LIMIT
                MOVE ALERT-COUNT-LIMIT TO SCORED-ALERT-COUNT
            END-IF
            COMPUTE FACTOR-AMOUNT = WEIGHT-ALERT * SCORED-ALERT-COUNT
            ADD FACTOR-AMOUNT TO RULE-SCORE
            STRING 'ALERTS(' OPEN-ALERT-COUNT ')+' FACTOR-AMOUNT ' '
                DELIMITED BY SIZE INTO RULE-FACTORS
                WITH POINTER FACTOR-POINTER
        END-IF
    END-IF.
    IF WORK-OPEN
        MOVE CAPTURE-FILENAME TO RW-FILENAME
        READ RISK-WORK-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF RW-FLIP-DATE NOT < CUTOFF-DATE
                    ADD WEIGHT-FLIP TO RULE-SCORE
                    MOVE WEIGHT-FLIP TO FACTOR-AMOUNT
                    STRING 'FLIP(' RW-FLIP-FROM-STATUS '>'
                        RW-FLIP-TO-STATUS ')+' FACTOR-AMOUNT ' '
                        DELIMITED BY SIZE INTO RULE-FACTORS
                        WITH POINTER FACTOR-POINTER
                END-IF
        END-READ
    END-IF.
    IF HISTORY-OPEN
        MOVE CAPTURE-FILENAME TO EP-FILENAME
        READ ENDPOINT-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                PERFORM CHECK-ENDPOINT-VANISHED
                IF ENDPOINT-VANISHED
                    ADD WEIGHT-VANISHED TO RULE-SCORE
                    MOVE WEIGHT-VANISHED TO FACTOR-AMOUNT
                    STRING 'VANISHED(' EP-LAST-DATE ')+'
                        FACTOR-AMOUNT
                        DELIMITED BY SIZE INTO RULE-FACTORS
                        WITH POINTER FACTOR-POINTER
                END-IF
        END-READ
    END-IF.
    IF RULE-SCORE = 0
        ADD 1 TO ZERO-SCORE-COUNT
    END-IF.

*> A destination on the polling schedule is captured under the
*> filename its entry gives, at its entry's frequency.
FIND-POLL-SCHEDULE.
    MOVE SPACE TO CAPTURE-FREQUENCY.
    IF SCHEDULE-OPEN
        MOVE RULE-SERVER-IP-OUT TO POLL-SERVER-IP-OUT
        MOVE RULE-PORT-NUMBER-OUT TO POLL-PORT-NUMBER-OUT
        READ POLL-SCHEDULE-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'D' TO CAPTURE-FREQUENCY
                IF POLL-WEEKLY OR POLL-MONTHLY
                    MOVE POLL-FREQUENCY TO CAPTURE-FREQUENCY
                END-IF
                IF POLL-CAPTURE-FILENAME NOT = SPACES
                    MOVE POLL-CAPTURE-FILENAME TO CAPTURE-FILENAME
                END-IF
        END-READ
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

CHECK-DESTINATION-INTERNAL.
    MOVE 'N' TO INTERNAL-FLAG.
    MOVE RULE-SERVER-IP-OUT TO IP-TO-CONVERT.
    PERFORM CONVERT-IP-TO-NUMBER.
    IF IP-IS-VALID
        PERFORM CHECK-ONE-RANGE
            VARYING RANGE-INDEX FROM 1 BY 1
            UNTIL RANGE-INDEX > RANGE-COUNT
                OR DESTINATION-IS-INTERNAL
    END-IF.

CHECK-ONE-RANGE.
    IF IP-NUMBER NOT < RANGE-FROM-NUMBER(RANGE-INDEX)
        AND IP-NUMBER NOT > RANGE-TO-NUMBER(RANGE-INDEX)
        MOVE 'Y' TO INTERNAL-FLAG
    END-IF.

*> Open (new or acknowledged) critical and high alerts raised
*> against this destination's capture, under any keyword.
COUNT-OPEN-ALERTS.
    MOVE ZERO TO OPEN-ALERT-COUNT.
    MOVE CAPTURE-FILENAME TO AM-FILENAME.
    MOVE LOW-VALUES TO AM-KEYWORD.
    MOVE 'N' TO ALERT-EOF-FLAG.
    START ALERT-MASTER KEY NOT < AM-ALERT-KEY
        INVALID KEY
            MOVE 'Y' TO ALERT-EOF-FLAG
    END-START.
    PERFORM COUNT-ONE-ALERT UNTIL ALERT-AT-EOF.

COUNT-ONE-ALERT.
    READ ALERT-MASTER NEXT RECORD
        AT END
            MOVE 'Y' TO ALERT-EOF-FLAG
        NOT AT END
            IF AM-FILENAME NOT = CAPTURE-FILENAME
                MOVE 'Y' TO ALERT-EOF-FLAG
            ELSE
                IF NOT AM-IS-CLOSED
                    AND (AM-SEVERITY = 'C' OR AM-SEVERITY = 'H')
                    ADD 1 TO OPEN-ALERT-COUNT
                END-IF
            END-IF
    END-READ.

*> Finds the first entry scoring lower than this rule and opens a
*> gap there by moving everything below it down one place.
INSERT-SCORED-RULE.
    IF RK-RULE-COUNT NOT < 2000
        IF NOT RK-TABLE-IS-FULL
            DISPLAY "WARNING: risk table full at 2000 entries - "
                "remaining rules not scored."
            MOVE 'Y' TO RK-TABLE-FULL-FLAG
        END-IF
    ELSE
        COMPUTE RK-SLOT = RK-RULE-COUNT + 1
        PERFORM FIND-INSERT-SLOT
            VARYING RK-INDEX FROM 1 BY 1
            UNTIL RK-INDEX > RK-RULE-COUNT
                OR RK-SLOT NOT > RK-RULE-COUNT
        PERFORM SHIFT-ONE-ENTRY
            VARYING RK-SHIFT FROM RK-RULE-COUNT BY -1
            UNTIL RK-SHIFT < RK-SLOT
        ADD 1 TO RK-RULE-COUNT
        MOVE RULE-PORT-NUMBER-IN TO RK-PORT-IN(RK-SLOT)
        MOVE RULE-PORT-NUMBER-OUT TO RK-PORT-OUT(RK-SLOT)
        MOVE RULE-SERVER-IP-IN TO RK-IP-IN(RK-SLOT)
        MOVE RULE-SERVER-IP-OUT TO RK-IP-OUT(RK-SLOT)
        MOVE RULE-CLIENT-IP TO RK-CLIENT-IP(RK-SLOT)
        MOVE RULE-SCORE TO RK-SCORE(RK-SLOT)
        MOVE RULE-FACTORS TO RK-FACTORS(RK-SLOT)
    END-IF.

FIND-INSERT-SLOT.
    IF RK-SCORE(RK-INDEX) < RULE-SCORE
        MOVE RK-INDEX TO RK-SLOT
    END-IF.

SHIFT-ONE-ENTRY.
    MOVE RK-RULE-ENTRY(RK-SHIFT) TO RK-RULE-ENTRY(RK-SHIFT + 1).

WRITE-RISK-REPORT.
    MOVE SPACES TO RISK-REPORT-LINE.
    STRING 'Forwarding Rule Risk Report - ' NOW-STAMP
        DELIMITED BY SIZE INTO RISK-REPORT-LINE.
    WRITE RISK-REPORT-LINE.
    MOVE SPACES TO RISK-REPORT-LINE.
    STRING 'Weights: no client restriction ' WEIGHT-NO-CLIENT
        '  destination port below ' LOW-PORT-LIMIT ' '
        WEIGHT-LOW-PORT '  external destination ' WEIGHT-EXTERNAL
        DELIMITED BY SIZE INTO RISK-REPORT-LINE.
    WRITE RISK-REPORT-LINE.
    MOVE SPACES TO RISK-REPORT-LINE.
    STRING '         open C/H alert ' WEIGHT-ALERT ' each (up to '
        ALERT-COUNT-LIMIT ')  status flip since ' CUTOFF-DATE ' '
        WEIGHT-FLIP '  vanished endpoint ' WEIGHT-VANISHED
        DELIMITED BY SIZE INTO RISK-REPORT-LINE.
    WRITE RISK-REPORT-LINE.
    PERFORM WRITE-RANGE-LINE
        VARYING RANGE-INDEX FROM 1 BY 1
        UNTIL RANGE-INDEX > RANGE-COUNT.
    MOVE SPACES TO RISK-REPORT-LINE.
    WRITE RISK-REPORT-LINE.
    MOVE SPACES TO RISK-REPORT-LINE.
    STRING 'RANK SCORE PORT  -> DESTINATION           CLIENT'
        '          FACTORS'
        DELIMITED BY SIZE INTO RISK-REPORT-LINE.
    WRITE RISK-REPORT-LINE.
    PERFORM WRITE-RANKED-RULE
        VARYING RK-RANK FROM 1 BY 1
        UNTIL RK-RANK > RK-RULE-COUNT.
    MOVE SPACES TO RISK-REPORT-LINE.
    WRITE RISK-REPORT-LINE.
    MOVE SPACES TO RISK-REPORT-LINE.
    STRING RULES-READ-COUNT ' rule(s) read, ' RK-RULE-COUNT
        ' active rule(s) scored (' ZERO-SCORE-COUNT
        ' with no risk factor), ' NOT-SCORED-COUNT
        ' inactive, expired or not yet effective'
        DELIMITED BY SIZE INTO RISK-REPORT-LINE.
    WRITE RISK-REPORT-LINE.
    IF RK-TABLE-IS-FULL
        MOVE SPACES TO RISK-REPORT-LINE
        STRING 'WARNING: only the first 2000 active rules were '
            'scored.'
            DELIMITED BY SIZE INTO RISK-REPORT-LINE
        WRITE RISK-REPORT-LINE
    END-IF.

WRITE-RANGE-LINE.
    MOVE SPACES TO RISK-REPORT-LINE.
    STRING 'Internal range ' RANGE-FROM-IP(RANGE-INDEX) ' - '
        RANGE-TO-IP(RANGE-INDEX)
        DELIMITED BY SIZE INTO RISK-REPORT-LINE.
    WRITE RISK-REPORT-LINE.

WRITE-RANKED-RULE.
    MOVE SPACES TO RISK-REPORT-LINE.
    IF RK-CLIENT-IP(RK-RANK) = SPACES
        STRING RK-RANK ' ' RK-SCORE(RK-RANK) ' ' RK-PORT-IN(RK-RANK)
            ' -> ' RK-IP-OUT(RK-RANK) ':' RK-PORT-OUT(RK-RANK)
            ' (any)           ' RK-FACTORS(RK-RANK)
            DELIMITED BY SIZE INTO RISK-REPORT-LINE
    ELSE
        STRING RK-RANK ' ' RK-SCORE(RK-RANK) ' ' RK-PORT-IN(RK-RANK)
            ' -> ' RK-IP-OUT(RK-RANK) ':' RK-PORT-OUT(RK-RANK)
            ' ' RK-CLIENT-IP(RK-RANK) ' ' RK-FACTORS(RK-RANK)
            DELIMITED BY SIZE INTO RISK-REPORT-LINE
    END-IF.
    WRITE RISK-REPORT-LINE.

*> Header, one line per rule in rank order, and a trailer carrying
*> the count, laid out like the firewall rule extract.
WRITE-RISK-EXTRACT.
    MOVE SPACES TO RISK-EXTRACT-FILENAME.
    STRING 'risk-extract-' TODAY-DATE '.dat'
        DELIMITED BY SIZE INTO RISK-EXTRACT-FILENAME.
    OPEN OUTPUT RISK-EXTRACT-FILE.
    IF RISK-EXTRACT-STATUS NOT = '00'
        DISPLAY "Unable to open " RISK-EXTRACT-FILENAME " - status "
            RISK-EXTRACT-STATUS
    ELSE
        MOVE SPACES TO RISK-EXTRACT-LINE
        STRING 'HDR|RISK|' TOP-N '|' NOW-STAMP
            DELIMITED BY SIZE INTO RISK-EXTRACT-LINE
        WRITE RISK-EXTRACT-LINE
        PERFORM WRITE-EXTRACT-RULE
            VARYING RK-RANK FROM 1 BY 1
            UNTIL RK-RANK > RK-RULE-COUNT OR RK-RANK > TOP-N
        MOVE SPACES TO RISK-EXTRACT-LINE
        STRING 'TRL|' EXTRACT-COUNT
            DELIMITED BY SIZE INTO RISK-EXTRACT-LINE
        WRITE RISK-EXTRACT-LINE
        CLOSE RISK-EXTRACT-FILE
    END-IF.

WRITE-EXTRACT-RULE.
    ADD 1 TO EXTRACT-COUNT.
    MOVE SPACES TO RISK-EXTRACT-LINE.
    STRING 'R|' RK-RANK '|' RK-SCORE(RK-RANK)
        '|' RK-PORT-IN(RK-RANK) '|' DELIMITED BY SIZE
        RK-IP-IN(RK-RANK) DELIMITED BY SPACE
        '|' RK-PORT-OUT(RK-RANK) '|' DELIMITED BY SIZE
        RK-IP-OUT(RK-RANK) DELIMITED BY SPACE
        '|' DELIMITED BY SIZE
        RK-CLIENT-IP(RK-RANK) DELIMITED BY SPACE
        '|' DELIMITED BY SIZE
        RK-FACTORS(RK-RANK) DELIMITED BY '  '
        INTO RISK-EXTRACT-LINE.
    WRITE RISK-EXTRACT-LINE.

END PROGRAM RULE-RISK.
