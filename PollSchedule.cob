IDENTIFICATION DIVISION.
PROGRAM-ID. POLL-SCHEDULE.

*> Modification history:
*> - New program: builds TRON's nightly web-catalog.dat from the
*>   endpoint polling schedule (poll-schedule.dat) instead of a
*>   hand-edited catalog, so an endpoint is captured again on its
*>   schedule, not only once through the handoff feed when its rule
*>   is approved.  Each schedule entry is matched to the rules that
*>   forward to its destination IP and port.  When one of them is
*>   active and in force and the entry is due - never polled, or a
*>   day, a week or a month since it was last polled, by its
*>   frequency - its capture filename goes into the catalog and the
*>   entry's last-polled date is set to today.  Entries whose rules
*>   are all inactive, expired or not yet effective are skipped, and
*>   entries with no rule left at all are listed for removal.  Any
*>   live rule whose destination has no schedule entry is listed and
*>   given a daily entry, polled tonight, so the schedule keeps up
*>   with the rule base.  The run is filed in poll-schedule-report.txt
*>   and START/END records go to run-control.dat.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RULES-FILE ASSIGN TO 'port-rules.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RULE-PORT-NUMBER-IN
        ALTERNATE RECORD KEY IS RULE-SERVER-IP-OUT WITH DUPLICATES
        FILE STATUS IS RULES-FILE-STATUS.
    SELECT POLL-SCHEDULE-FILE ASSIGN TO 'poll-schedule.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS POLL-KEY
        FILE STATUS IS POLL-SCHEDULE-STATUS.
    SELECT CATALOG-FILE ASSIGN TO 'web-catalog.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CATALOG-FILE-STATUS.
    SELECT POLL-REPORT-FILE ASSIGN TO 'poll-schedule-report.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS POLL-REPORT-STATUS.
    SELECT RUN-CONTROL-FILE ASSIGN TO 'run-control.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RUN-CONTROL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RULES-FILE.
    COPY "rules-record.cpy".

FD  POLL-SCHEDULE-FILE.
    COPY "poll-schedule-record.cpy".

FD  CATALOG-FILE.
01  CATALOG-FILENAME-REC PIC X(40).

FD  POLL-REPORT-FILE.
01  POLL-REPORT-LINE PIC X(132).

FD  RUN-CONTROL-FILE.
    COPY "run-control-record.cpy".

WORKING-STORAGE SECTION.
01 RULES-FILE-STATUS PIC XX.
01 POLL-SCHEDULE-STATUS PIC XX.
01 CATALOG-FILE-STATUS PIC XX.
01 POLL-REPORT-STATUS PIC XX.
01 RUN-CONTROL-STATUS PIC XX.

01 RULES-EOF-FLAG PIC X VALUE 'N'.
    88 RULES-AT-EOF VALUE 'Y'.
01 POLL-EOF-FLAG PIC X VALUE 'N'.
    88 POLL-AT-EOF VALUE 'Y'.
01 RUN-FAILED-FLAG PIC X VALUE 'N'.
    88 RUN-FAILED VALUE 'Y'.
01 ENTRY-DUE-FLAG PIC X.
    88 ENTRY-IS-DUE VALUE 'Y'.

*> Best state of the rules forwarding to one destination: A active
*> and in force, F active but not yet effective, I inactive,
*> X expired, space when no rule forwards there.
01 BEST-RULE-STATE PIC X.
    88 NO-RULE-FOR-ENTRY VALUE SPACE.
    88 RULE-IN-FORCE VALUE 'A'.
01 BEST-STATE-RANK PIC 9.
01 RULE-STATE PIC X.
01 STATE-RANK PIC 9.
01 STATE-TEXT PIC X(24).

01 TODAY-DATE PIC 9(8).
01 TODAY-INTEGER PIC 9(8).
01 RUN-TIME PIC 9(8).
01 RUN-EVENT PIC X(5).
01 LAST-POLLED-INTEGER PIC 9(8).
01 NEXT-POLL-DATE.
    05 NEXT-POLL-YEAR PIC 9(4).
    05 NEXT-POLL-MONTH PIC 9(2).
    05 NEXT-POLL-DAY PIC 9(2).
01 NEXT-POLL-NUMBER REDEFINES NEXT-POLL-DATE PIC 9(8).
01 FREQUENCY-DISPLAY PIC X(7).
01 PORT-DISPLAY PIC 9(5).

01 ENTRIES-READ-COUNT PIC 9(5) VALUE ZERO.
01 CATALOG-COUNT PIC 9(5) VALUE ZERO.
01 NOT-DUE-COUNT PIC 9(5) VALUE ZERO.
01 SKIPPED-COUNT PIC 9(5) VALUE ZERO.
01 RULE-GONE-COUNT PIC 9(5) VALUE ZERO.
01 UNSCHEDULED-COUNT PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    DISPLAY "Endpoint polling schedule - nightly catalog build.".
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
    COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(TODAY-DATE).
    PERFORM OPEN-RUN-CONTROL.
    MOVE 'START' TO RUN-EVENT.
    PERFORM WRITE-RUN-CONTROL.
    PERFORM OPEN-POLL-FILES THRU OPEN-POLL-FILES-EXIT.
    IF NOT RUN-FAILED
        PERFORM WRITE-REPORT-HEADER
        PERFORM POLL-SCHEDULED-ENDPOINTS
        PERFORM SCHEDULE-UNSCHEDULED-RULES
        PERFORM WRITE-REPORT-SUMMARY
        CLOSE RULES-FILE
        CLOSE POLL-SCHEDULE-FILE
        CLOSE CATALOG-FILE
        CLOSE POLL-REPORT-FILE
        DISPLAY CATALOG-COUNT " endpoint(s) in tonight's catalog, "
            UNSCHEDULED-COUNT " newly scheduled, " RULE-GONE-COUNT
            " schedule entr(ies) with no rule."
        DISPLAY "See poll-schedule-report.txt"
    END-IF.
    MOVE 'END' TO RUN-EVENT.
    PERFORM WRITE-RUN-CONTROL.
    CLOSE RUN-CONTROL-FILE.
    IF RUN-FAILED
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
    MOVE 'POLL-SCHEDULE' TO RC-PROGRAM-ID.
    MOVE RUN-EVENT TO RC-EVENT.
    STRING TODAY-DATE(1:4) '-' TODAY-DATE(5:2) '-' TODAY-DATE(7:2)
        DELIMITED BY SIZE INTO RC-DATE.
    STRING RUN-TIME(1:2) ':' RUN-TIME(3:2) ':' RUN-TIME(5:2)
        DELIMITED BY SIZE INTO RC-TIME.
    MOVE CATALOG-COUNT TO RC-RECORD-COUNT.
    IF RUN-EVENT = 'START'
        MOVE SPACES TO RC-STATUS
    ELSE
        IF RUN-FAILED
            MOVE 'FAIL' TO RC-STATUS
        ELSE
            MOVE 'OK' TO RC-STATUS
        END-IF
    END-IF.
    WRITE RUN-CONTROL-RECORD.

*> The catalog is only replaced once the rules and the schedule are
*> both open, so a failed night leaves yesterday's catalog in place.
OPEN-POLL-FILES.
    OPEN INPUT RULES-FILE.
    IF RULES-FILE-STATUS NOT = '00'
        DISPLAY "Unable to open the rules file - status "
            RULES-FILE-STATUS
        MOVE 'Y' TO RUN-FAILED-FLAG
        GO TO OPEN-POLL-FILES-EXIT
    END-IF.
    OPEN I-O POLL-SCHEDULE-FILE.
    IF POLL-SCHEDULE-STATUS = '35'
        OPEN OUTPUT POLL-SCHEDULE-FILE
        CLOSE POLL-SCHEDULE-FILE
        OPEN I-O POLL-SCHEDULE-FILE
    END-IF.
    IF POLL-SCHEDULE-STATUS NOT = '00'
        DISPLAY "Unable to open poll-schedule.dat - status "
            POLL-SCHEDULE-STATUS
        CLOSE RULES-FILE
        MOVE 'Y' TO RUN-FAILED-FLAG
        GO TO OPEN-POLL-FILES-EXIT
    END-IF.
    OPEN OUTPUT POLL-REPORT-FILE.
    IF POLL-REPORT-STATUS NOT = '00'
        DISPLAY "Unable to open poll-schedule-report.txt - status "
            POLL-REPORT-STATUS
        CLOSE RULES-FILE
        CLOSE POLL-SCHEDULE-FILE
        MOVE 'Y' TO RUN-FAILED-FLAG
        GO TO OPEN-POLL-FILES-EXIT
    END-IF.
    OPEN OUTPUT CATALOG-FILE.
    IF CATALOG-FILE-STATUS NOT = '00'
        DISPLAY "Unable to open web-catalog.dat - status "
            CATALOG-FILE-STATUS
        CLOSE RULES-FILE
        CLOSE POLL-SCHEDULE-FILE
        CLOSE POLL-REPORT-FILE
        MOVE 'Y' TO RUN-FAILED-FLAG
    END-IF.
OPEN-POLL-FILES-EXIT.
    EXIT.

WRITE-REPORT-HEADER.
    MOVE SPACES TO POLL-REPORT-LINE.
    STRING 'Endpoint Polling Schedule - catalog for '
        TODAY-DATE(1:4) '-' TODAY-DATE(5:2) '-' TODAY-DATE(7:2)
        DELIMITED BY SIZE INTO POLL-REPORT-LINE.
    WRITE POLL-REPORT-LINE.
    MOVE SPACES TO POLL-REPORT-LINE.
    WRITE POLL-REPORT-LINE.

*> First pass: every schedule entry, in destination order.
POLL-SCHEDULED-ENDPOINTS.
    MOVE LOW-VALUES TO POLL-KEY.
    MOVE 'N' TO POLL-EOF-FLAG.
    START POLL-SCHEDULE-FILE KEY NOT < POLL-KEY
        INVALID KEY
            MOVE 'Y' TO POLL-EOF-FLAG
    END-START.
    PERFORM POLL-ONE-ENTRY UNTIL POLL-AT-EOF.

POLL-ONE-ENTRY.
    READ POLL-SCHEDULE-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO POLL-EOF-FLAG
        NOT AT END
            ADD 1 TO ENTRIES-READ-COUNT
            PERFORM FIND-BEST-RULE-STATE
            PERFORM PROCESS-ONE-ENTRY
    END-READ.

PROCESS-ONE-ENTRY.
    PERFORM SET-FREQUENCY-DISPLAY.
    IF NO-RULE-FOR-ENTRY
        ADD 1 TO RULE-GONE-COUNT
        MOVE SPACES TO POLL-REPORT-LINE
        STRING 'RULE GONE    ' POLL-SERVER-IP-OUT ' port '
            POLL-PORT-NUMBER-OUT ' ' POLL-CAPTURE-FILENAME
            ' - no rule forwards here; remove with POLL-MAINT'
            DELIMITED BY SIZE INTO POLL-REPORT-LINE
        WRITE POLL-REPORT-LINE
    ELSE
        IF NOT RULE-IN-FORCE
            ADD 1 TO SKIPPED-COUNT
            PERFORM SET-STATE-TEXT
            MOVE SPACES TO POLL-REPORT-LINE
            STRING 'SKIPPED      ' POLL-SERVER-IP-OUT ' port '
                POLL-PORT-NUMBER-OUT ' ' POLL-CAPTURE-FILENAME
                ' - ' STATE-TEXT
                DELIMITED BY SIZE INTO POLL-REPORT-LINE
            WRITE POLL-REPORT-LINE
        ELSE
            PERFORM CHECK-ENTRY-DUE
            IF ENTRY-IS-DUE
                PERFORM CATALOG-SCHEDULED-ENTRY
            ELSE
                ADD 1 TO NOT-DUE-COUNT
            END-IF
        END-IF
    END-IF.

CATALOG-SCHEDULED-ENTRY.
    MOVE SPACES TO POLL-REPORT-LINE.
    IF POLL-LAST-POLLED-DATE = 0
        STRING 'POLLED       ' POLL-SERVER-IP-OUT ' port '
            POLL-PORT-NUMBER-OUT ' ' POLL-CAPTURE-FILENAME ' '
            FREQUENCY-DISPLAY ' - never polled before'
            DELIMITED BY SIZE INTO POLL-REPORT-LINE
    ELSE
        STRING 'POLLED       ' POLL-SERVER-IP-OUT ' port '
            POLL-PORT-NUMBER-OUT ' ' POLL-CAPTURE-FILENAME ' '
            FREQUENCY-DISPLAY ' - last polled ' POLL-LAST-POLLED-DATE
            DELIMITED BY SIZE INTO POLL-REPORT-LINE
    END-IF.
    WRITE POLL-REPORT-LINE.
    PERFORM WRITE-CATALOG-ENTRY.
    MOVE TODAY-DATE TO POLL-LAST-POLLED-DATE.
    REWRITE POLL-SCHEDULE-RECORD
        INVALID KEY
            DISPLAY "Unable to update " POLL-SERVER-IP-OUT " port "
                POLL-PORT-NUMBER-OUT " - status " POLL-SCHEDULE-STATUS
    END-REWRITE.

WRITE-CATALOG-ENTRY.
    MOVE POLL-CAPTURE-FILENAME TO CATALOG-FILENAME-REC.
    WRITE CATALOG-FILENAME-REC.
    ADD 1 TO CATALOG-COUNT.

*> Walks the rules forwarding to the entry's destination IP on the
*> alternate key and keeps the best state among those that also
*> forward to its port.
FIND-BEST-RULE-STATE.
    MOVE SPACE TO BEST-RULE-STATE.
    MOVE 0 TO BEST-STATE-RANK.
    MOVE POLL-SERVER-IP-OUT TO RULE-SERVER-IP-OUT.
    MOVE 'N' TO RULES-EOF-FLAG.
    START RULES-FILE KEY = RULE-SERVER-IP-OUT
        INVALID KEY
            MOVE 'Y' TO RULES-EOF-FLAG
    END-START.
    PERFORM CHECK-ONE-DESTINATION-RULE UNTIL RULES-AT-EOF.

CHECK-ONE-DESTINATION-RULE.
    READ RULES-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO RULES-EOF-FLAG
        NOT AT END
            IF RULE-SERVER-IP-OUT NOT = POLL-SERVER-IP-OUT
                MOVE 'Y' TO RULES-EOF-FLAG
            ELSE
                IF RULE-PORT-NUMBER-OUT = POLL-PORT-NUMBER-OUT
                    PERFORM SET-RULE-STATE
                    IF STATE-RANK > BEST-STATE-RANK
                        MOVE RULE-STATE TO BEST-RULE-STATE
                        MOVE STATE-RANK TO BEST-STATE-RANK
                    END-IF
                END-IF
            END-IF
    END-READ.

SET-RULE-STATE.
    IF RULE-IS-INACTIVE
        MOVE 'I' TO RULE-STATE
        MOVE 2 TO STATE-RANK
    ELSE
        IF RULE-EXPIRY-DATE > 0 AND RULE-EXPIRY-DATE < TODAY-DATE
            MOVE 'X' TO RULE-STATE
            MOVE 1 TO STATE-RANK
        ELSE
            IF RULE-EFFECTIVE-DATE > TODAY-DATE
                MOVE 'F' TO RULE-STATE
                MOVE 3 TO STATE-RANK
            ELSE
                MOVE 'A' TO RULE-STATE
                MOVE 4 TO STATE-RANK
            END-IF
        END-IF
    END-IF.

SET-STATE-TEXT.
    IF BEST-RULE-STATE = 'F'
        MOVE 'rule not yet in force' TO STATE-TEXT
    ELSE
        IF BEST-RULE-STATE = 'I'
            MOVE 'rule inactive' TO STATE-TEXT
        ELSE
            MOVE 'rule expired' TO STATE-TEXT
        END-IF
    END-IF.

SET-FREQUENCY-DISPLAY.
    IF POLL-MONTHLY
        MOVE 'MONTHLY' TO FREQUENCY-DISPLAY
    ELSE
        IF POLL-WEEKLY
            MOVE 'WEEKLY' TO FREQUENCY-DISPLAY
        ELSE
            MOVE 'DAILY' TO FREQUENCY-DISPLAY
        END-IF
    END-IF.

*> Daily entries are due once a day, weekly ones seven days after
*> the last poll, and monthly ones on the same day of the next month
*> (taken as the 28th when the last poll was later in the month, so
*> a short month is never skipped).
CHECK-ENTRY-DUE.
    MOVE 'N' TO ENTRY-DUE-FLAG.
    IF POLL-LAST-POLLED-DATE = 0
        MOVE 'Y' TO ENTRY-DUE-FLAG
    ELSE
        IF POLL-WEEKLY
            COMPUTE LAST-POLLED-INTEGER =
                FUNCTION INTEGER-OF-DATE(POLL-LAST-POLLED-DATE)
            IF TODAY-INTEGER - LAST-POLLED-INTEGER NOT < 7
                MOVE 'Y' TO ENTRY-DUE-FLAG
            END-IF
        ELSE
            IF POLL-MONTHLY
                MOVE POLL-LAST-POLLED-DATE TO NEXT-POLL-NUMBER
                IF NEXT-POLL-MONTH = 12
                    MOVE 1 TO NEXT-POLL-MONTH
                    ADD 1 TO NEXT-POLL-YEAR
                ELSE
                    ADD 1 TO NEXT-POLL-MONTH
                END-IF
                IF NEXT-POLL-DAY > 28
                    MOVE 28 TO NEXT-POLL-DAY
                END-IF
                IF TODAY-DATE NOT < NEXT-POLL-NUMBER
                    MOVE 'Y' TO ENTRY-DUE-FLAG
                END-IF
            ELSE
                IF POLL-LAST-POLLED-DATE < TODAY-DATE
                    MOVE 'Y' TO ENTRY-DUE-FLAG
                END-IF
            END-IF
        END-IF
    END-IF.

*> Second pass: every live rule whose destination has no schedule
*> entry is listed and given a daily one, and polled tonight.
SCHEDULE-UNSCHEDULED-RULES.
    MOVE ZERO TO RULE-PORT-NUMBER-IN.
    MOVE 'N' TO RULES-EOF-FLAG.
    START RULES-FILE KEY NOT < RULE-PORT-NUMBER-IN
        INVALID KEY
            MOVE 'Y' TO RULES-EOF-FLAG
    END-START.
    PERFORM CHECK-ONE-RULE-SCHEDULED UNTIL RULES-AT-EOF.

CHECK-ONE-RULE-SCHEDULED.
    READ RULES-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO RULES-EOF-FLAG
        NOT AT END
            PERFORM SET-RULE-STATE
            IF RULE-STATE = 'A'
                MOVE RULE-SERVER-IP-OUT TO POLL-SERVER-IP-OUT
                MOVE RULE-PORT-NUMBER-OUT TO POLL-PORT-NUMBER-OUT
                READ POLL-SCHEDULE-FILE
                    INVALID KEY
                        PERFORM ADD-RULE-SCHEDULE
                END-READ
            END-IF
    END-READ.

ADD-RULE-SCHEDULE.
    ADD 1 TO UNSCHEDULED-COUNT.
    MOVE SPACES TO POLL-SCHEDULE-RECORD.
    MOVE RULE-SERVER-IP-OUT TO POLL-SERVER-IP-OUT.
    MOVE RULE-PORT-NUMBER-OUT TO POLL-PORT-NUMBER-OUT.
    MOVE 'D' TO POLL-FREQUENCY.
    MOVE RULE-PORT-NUMBER-OUT TO PORT-DISPLAY.
    STRING RULE-SERVER-IP-OUT DELIMITED BY SPACE
        '-' DELIMITED BY SIZE
        PORT-DISPLAY DELIMITED BY SIZE
        '.txt' DELIMITED BY SIZE
        INTO POLL-CAPTURE-FILENAME
    END-STRING.
    MOVE TODAY-DATE TO POLL-LAST-POLLED-DATE.
    MOVE 'POLLSCHD' TO POLL-CHANGED-BY.
    MOVE TODAY-DATE TO POLL-CHANGED-DATE.
    WRITE POLL-SCHEDULE-RECORD
        INVALID KEY
            DISPLAY "Unable to schedule " RULE-SERVER-IP-OUT " port "
                RULE-PORT-NUMBER-OUT " - status " POLL-SCHEDULE-STATUS
    END-WRITE.
    MOVE SPACES TO POLL-REPORT-LINE.
    STRING 'NO SCHEDULE  ' RULE-SERVER-IP-OUT ' port '
        RULE-PORT-NUMBER-OUT ' ' POLL-CAPTURE-FILENAME
        ' - rule ' RULE-PORT-NUMBER-IN
        ' had none; scheduled daily, polled tonight'
        DELIMITED BY SIZE INTO POLL-REPORT-LINE.
    WRITE POLL-REPORT-LINE.
    PERFORM WRITE-CATALOG-ENTRY.

WRITE-REPORT-SUMMARY.
    MOVE SPACES TO POLL-REPORT-LINE.
    WRITE POLL-REPORT-LINE.
    MOVE SPACES TO POLL-REPORT-LINE.
    STRING ENTRIES-READ-COUNT ' schedule entr(ies) read, '
        CATALOG-COUNT ' endpoint(s) in the catalog, '
        NOT-DUE-COUNT ' not yet due, '
        SKIPPED-COUNT ' skipped'
        DELIMITED BY SIZE INTO POLL-REPORT-LINE.
    WRITE POLL-REPORT-LINE.
    MOVE SPACES TO POLL-REPORT-LINE.
    STRING RULE-GONE-COUNT ' schedule entr(ies) with no rule, '
        UNSCHEDULED-COUNT ' rule destination(s) newly scheduled'
        DELIMITED BY SIZE INTO POLL-REPORT-LINE.
    WRITE POLL-REPORT-LINE.

END PROGRAM POLL-SCHEDULE.
