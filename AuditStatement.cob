*>   active, inactive and no-longer-on-file ports, ending with the
*>   rules that saw no activity in the month.  One filed statement
*>   per month: port-statement-YYYYMM.txt.
*> - Each port on the statement, and each quiet rule, now shows the
*>   service name and owning team from the port service registry
*>   (port-services.dat): the incoming port's entry, or the rule's
*>   outgoing port's when the incoming port is not registered.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS RULE-PORT-NUMBER-IN
        ALTERNATE RECORD KEY IS RULE-SERVER-IP-OUT WITH DUPLICATES
        FILE STATUS IS RULES-FILE-STATUS.
    SELECT SERVICE-FILE ASSIGN TO 'port-services.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SVC-PORT-NUMBER
        FILE STATUS IS SERVICE-FILE-STATUS.
    SELECT STATEMENT-FILE ASSIGN DYNAMIC STATEMENT-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATEMENT-FILE-STATUS.
FD  RULES-FILE.
    COPY "rules-record.cpy".

FD  SERVICE-FILE.
    COPY "service-record.cpy".

FD  STATEMENT-FILE.
01  STATEMENT-LINE PIC X(132).

01 QUERY-FILE-STATUS PIC XX.
01 RULES-FILE-STATUS PIC XX.
01 STATEMENT-FILE-STATUS PIC XX.
01 SERVICE-FILE-STATUS PIC XX.
01 QUERY-FILENAME PIC X(40).
01 STATEMENT-FILENAME PIC X(40).

        10 PS-FIRST-DATE PIC X(10).
        10 PS-LAST-DATE PIC X(10).
        10 PS-RULE-STATE PIC X.
        10 PS-SERVICE-NAME PIC X(20).
        10 PS-OWNING-TEAM PIC X(20).
01 PS-INDEX PIC 9(4).
01 PS-SLOT PIC 9(4).
01 PS-TABLE-FULL-FLAG PIC X VALUE 'N'.
01 SECTION-COUNT PIC 9(4).
01 NO-ACTIVITY-COUNT PIC 9(4) VALUE ZERO.
01 NA-PORT-TABLE.
    05 NA-ENTRY OCCURS 2000 TIMES.
        10 NA-PORT PIC X(5).
        10 NA-SERVICE-NAME PIC X(20).
        10 NA-OWNING-TEAM PIC X(20).
01 NA-INDEX PIC 9(4).
01 NA-TABLE-FULL-FLAG PIC X VALUE 'N'.
    88 NA-TABLE-IS-FULL VALUE 'Y'.
01 PORT-SEEN-FLAG PIC X.
    88 PORT-SEEN VALUE 'Y'.

01 REGISTRY-OPEN-FLAG PIC X VALUE 'N'.
    88 REGISTRY-OPEN VALUE 'Y'.
01 SERVICE-LOOKUP-FLAG PIC X VALUE 'N'.
    88 SERVICE-LOOKUP-FOUND VALUE 'Y'.
01 SERVICE-NAME-FOUND PIC X(20).
01 OWNING-TEAM-FOUND PIC X(20).

PROCEDURE DIVISION.
MAIN-PROGRAM.
    DISPLAY "Monthly port activity statement.".
*> Mark each tallied port active, inactive or gone from the rules
*> file, and count the rules that saw no audit activity at all.
CROSS-REFERENCE-RULES.
    OPEN INPUT SERVICE-FILE.
    IF SERVICE-FILE-STATUS = '00'
        MOVE 'Y' TO REGISTRY-OPEN-FLAG
    END-IF.
    OPEN INPUT RULES-FILE.
    IF RULES-FILE-STATUS NOT = '00'
        DISPLAY "No forwarding rules on file - status "
        PERFORM COUNT-NO-ACTIVITY-RULES
        CLOSE RULES-FILE
    END-IF.
    IF REGISTRY-OPEN
        CLOSE SERVICE-FILE
    END-IF.

MARK-ALL-PORTS-GONE.
    PERFORM MARK-ONE-PORT-GONE

MARK-ONE-PORT-GONE.
    MOVE 'G' TO PS-RULE-STATE(PS-INDEX).
    MOVE PS-PORT(PS-INDEX) TO PORT-LOOKUP.
    PERFORM READ-SERVICE-ENTRY.
    MOVE SERVICE-NAME-FOUND TO PS-SERVICE-NAME(PS-INDEX).
    MOVE OWNING-TEAM-FOUND TO PS-OWNING-TEAM(PS-INDEX).

LOOK-UP-ONE-PORT.
    MOVE PS-PORT(PS-INDEX) TO PORT-LOOKUP.
    READ RULES-FILE
        INVALID KEY
            MOVE 'G' TO PS-RULE-STATE(PS-INDEX)
            PERFORM READ-SERVICE-ENTRY
        NOT INVALID KEY
            IF RULE-IS-INACTIVE
                MOVE 'I' TO PS-RULE-STATE(PS-INDEX)
            ELSE
                MOVE 'A' TO PS-RULE-STATE(PS-INDEX)
            END-IF
            PERFORM LOOK-UP-RULE-SERVICE
    END-READ.
    MOVE SERVICE-NAME-FOUND TO PS-SERVICE-NAME(PS-INDEX).
    MOVE OWNING-TEAM-FOUND TO PS-OWNING-TEAM(PS-INDEX).

*> The incoming port's registry entry names the rule; failing that,
*> the outgoing port's.  Expects the rule in the record area.
LOOK-UP-RULE-SERVICE.
    MOVE RULE-PORT-NUMBER-IN TO PORT-LOOKUP.
    PERFORM READ-SERVICE-ENTRY.
    IF NOT SERVICE-LOOKUP-FOUND
        MOVE RULE-PORT-NUMBER-OUT TO PORT-LOOKUP
        PERFORM READ-SERVICE-ENTRY
    END-IF.

*> Looks up PORT-LOOKUP; a retired entry, or no registry at all,
*> leaves the service shown as unregistered.
READ-SERVICE-ENTRY.
    MOVE 'N' TO SERVICE-LOOKUP-FLAG.
    MOVE 'unregistered' TO SERVICE-NAME-FOUND.
    MOVE SPACES TO OWNING-TEAM-FOUND.
    IF REGISTRY-OPEN
        MOVE PORT-LOOKUP TO SVC-PORT-NUMBER
        READ SERVICE-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF SVC-IS-CURRENT
                    MOVE 'Y' TO SERVICE-LOOKUP-FLAG
                    MOVE SVC-SERVICE-NAME TO SERVICE-NAME-FOUND
                    MOVE SVC-OWNING-TEAM TO OWNING-TEAM-FOUND
                END-IF
        END-READ
    END-IF.

COUNT-NO-ACTIVITY-RULES.
    MOVE ZERO TO RULE-PORT-NUMBER-IN.
    IF NO-ACTIVITY-COUNT < 2000
        ADD 1 TO NO-ACTIVITY-COUNT
        MOVE TALLY-PORT-TEXT TO NA-PORT(NO-ACTIVITY-COUNT)
        PERFORM LOOK-UP-RULE-SERVICE
        MOVE SERVICE-NAME-FOUND TO NA-SERVICE-NAME(NO-ACTIVITY-COUNT)
        MOVE OWNING-TEAM-FOUND TO NA-OWNING-TEAM(NO-ACTIVITY-COUNT)
    ELSE
        IF NOT NA-TABLE-IS-FULL
            DISPLAY "WARNING: no-activity table full at 2000 "
        MOVE SPACES TO STATEMENT-LINE
        STRING '    first ' PS-FIRST-DATE(PS-INDEX)
            '  last ' PS-LAST-DATE(PS-INDEX)
            '  service ' PS-SERVICE-NAME(PS-INDEX)
            '  team ' PS-OWNING-TEAM(PS-INDEX)
            DELIMITED BY SIZE INTO STATEMENT-LINE
        WRITE STATEMENT-LINE
    END-IF.
WRITE-ONE-NO-ACTIVITY-LINE.
    MOVE SPACES TO STATEMENT-LINE.
    STRING '  PORT ' NA-PORT(NA-INDEX)
        '  service ' NA-SERVICE-NAME(NA-INDEX)
        '  team ' NA-OWNING-TEAM(NA-INDEX)
        DELIMITED BY SIZE INTO STATEMENT-LINE.
    WRITE STATEMENT-LINE.

