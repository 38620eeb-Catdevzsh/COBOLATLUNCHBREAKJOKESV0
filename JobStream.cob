IDENTIFICATION DIVISION.
PROGRAM-ID. JOB-STREAM.

*> Modification history:
*> - New program: drives the nightly window from a job-stream
*>   definition file instead of operators starting each program by
*>   hand from a list.  Each line of job-stream.dat names a step, the
*>   program ID it records in run-control.dat, whether the program
*>   writes its own START/END records, whether a failure stops the
*>   stream, up to four earlier steps it depends on, and the command
*>   that runs it.  Steps run in file order; a step that ends FAIL
*>   in run-control.dat (or never writes an END record) fails, any
*>   step whose prerequisite did not run clean is skipped, and a
*>   failed stop-the-stream step skips everything after it.  The
*>   operator can restart from a named step the next morning - the
*>   steps before it are bypassed and their outcome is taken from the
*>   stream checkpoint, so a step that depends on one that failed last
*>   night is still held back.  Every run files a stream summary
*>   showing each step as run, skipped, failed or bypassed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STREAM-DEF-FILE ASSIGN TO 'job-stream.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STREAM-DEF-STATUS.
    SELECT STREAM-CKPT-FILE ASSIGN TO 'job-stream-ckpt.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STREAM-CKPT-STATUS.
    SELECT SUMMARY-FILE ASSIGN DYNAMIC SUMMARY-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SUMMARY-FILE-STATUS.
    SELECT RUN-CONTROL-FILE ASSIGN TO 'run-control.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RUN-CONTROL-STATUS.

DATA DIVISION.
FILE SECTION.
*> One step per line, in run order.  A line starting with '*' is a
*> comment.  DEF-RUN-CONTROL-FLAG is 'Y' when the program writes its
*> own START/END records; for any other step the stream writes them on
*> the program's behalf from the command's exit status.  DEF-ON-FAIL
*> is 'C' when the stream may carry on past a failure of this step
*> (its dependents are still skipped); anything else stops the stream.
FD  STREAM-DEF-FILE.
01  STREAM-DEF-RECORD.
    05  DEF-STEP-NAME PIC X(20).
    05  FILLER PIC X.
    05  DEF-PROGRAM-ID PIC X(20).
    05  FILLER PIC X.
    05  DEF-RUN-CONTROL-FLAG PIC X.
    05  FILLER PIC X.
    05  DEF-ON-FAIL PIC X.
    05  FILLER PIC X.
    05  DEF-DEPENDS-ON OCCURS 4 TIMES.
        10  DEF-DEPEND-STEP PIC X(20).
        10  FILLER PIC X.
    05  DEF-COMMAND PIC X(80).

FD  STREAM-CKPT-FILE.
01  STREAM-CKPT-RECORD.
    05  CKPT-STEP-NAME PIC X(20).
    05  FILLER PIC X.
    05  CKPT-OUTCOME PIC X(8).
    05  FILLER PIC X.
    05  CKPT-STAMP PIC X(19).

FD  SUMMARY-FILE.
01  SUMMARY-LINE PIC X(120).

FD  RUN-CONTROL-FILE.
    COPY "run-control-record.cpy".

WORKING-STORAGE SECTION.
01 STREAM-DEF-STATUS PIC XX.
01 STREAM-CKPT-STATUS PIC XX.
01 SUMMARY-FILE-STATUS PIC XX.
01 RUN-CONTROL-STATUS PIC XX.
01 SUMMARY-FILENAME PIC X(40).

01 STREAM-DEF-EOF-FLAG PIC X VALUE 'N'.
    88 STREAM-DEF-AT-EOF VALUE 'Y'.
01 STREAM-CKPT-EOF-FLAG PIC X VALUE 'N'.
    88 STREAM-CKPT-AT-EOF VALUE 'Y'.
01 RUN-CONTROL-EOF-FLAG PIC X VALUE 'N'.
    88 RUN-CONTROL-AT-EOF VALUE 'Y'.

01 STEP-COUNT PIC 9(2) VALUE ZERO.
01 STEP-TABLE.
    05 STEP-ENTRY OCCURS 20 TIMES.
        10 STEP-NAME PIC X(20).
        10 STEP-PROGRAM-ID PIC X(20).
        10 STEP-RUN-CONTROL-FLAG PIC X.
        10 STEP-ON-FAIL PIC X.
        10 STEP-DEPEND OCCURS 4 TIMES PIC X(20).
        10 STEP-COMMAND PIC X(80).
        10 STEP-OUTCOME PIC X(8).
        10 STEP-PRIOR-OUTCOME PIC X(8).
        10 STEP-PRIOR-STAMP PIC X(19).
        10 STEP-START-STAMP PIC X(19).
        10 STEP-END-STAMP PIC X(19).
        10 STEP-EXIT-STATUS PIC 9(5).
        10 STEP-NOTE PIC X(50).
01 STEP-INDEX PIC 9(2).
01 STEP-MATCH-INDEX PIC 9(2).
01 DEPEND-INDEX PIC 9.
01 DEPEND-STEP-INDEX PIC 9(2).
01 SEARCH-STEP-NAME PIC X(20).

01 DEFINITION-ERROR-FLAG PIC X VALUE 'N'.
    88 DEFINITION-IN-ERROR VALUE 'Y'.
01 STEP-TABLE-FULL-FLAG PIC X VALUE 'N'.
    88 STEP-TABLE-IS-FULL VALUE 'Y'.
01 STREAM-STOPPED-FLAG PIC X VALUE 'N'.
    88 STREAM-STOPPED VALUE 'Y'.
01 STOPPED-BY-STEP PIC X(20) VALUE SPACES.
01 PREREQ-OK-FLAG PIC X.
    88 PREREQ-OK VALUE 'Y'.
01 CKPT-FOUND-FLAG PIC X VALUE 'N'.
    88 CKPT-FOUND VALUE 'Y'.

01 RESTART-STEP-NAME PIC X(20) VALUE SPACES.
01 RESTART-INDEX PIC 9(2) VALUE 1.

01 STEP-END-STATUS PIC X(4).
01 STEP-END-SEEN-FLAG PIC X.
    88 STEP-END-SEEN VALUE 'Y'.
01 RECORD-STAMP PIC X(19).

01 RUN-COUNT PIC 9(2) VALUE ZERO.
01 FAILED-COUNT PIC 9(2) VALUE ZERO.
01 SKIPPED-COUNT PIC 9(2) VALUE ZERO.
01 BYPASSED-COUNT PIC 9(2) VALUE ZERO.

01 TODAY-DATE PIC 9(8).
01 RUN-TIME PIC 9(8).
01 NOW-STAMP PIC X(19).
01 STREAM-START-STAMP PIC X(19).
01 RUN-EVENT PIC X(5).
01 RUN-PROGRAM-ID PIC X(20).
01 RUN-STATUS PIC X(4).
01 RUN-RECORD-COUNT PIC 9(7).

PROCEDURE DIVISION.
MAIN-PROGRAM.
    DISPLAY "Nightly job stream.".
    PERFORM LOAD-STREAM-DEFINITION.
    IF DEFINITION-IN-ERROR
        DISPLAY "Job stream not started - correct job-stream.dat."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM LOAD-STREAM-CHECKPOINT.
    PERFORM ASK-RESTART-STEP.
    IF DEFINITION-IN-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM BUILD-NOW-STAMP.
    MOVE NOW-STAMP TO STREAM-START-STAMP.
    MOVE 'JOB-STREAM' TO RUN-PROGRAM-ID.
    MOVE 'START' TO RUN-EVENT.
    MOVE SPACES TO RUN-STATUS.
    MOVE ZERO TO RUN-RECORD-COUNT.
    PERFORM WRITE-RUN-CONTROL.
    PERFORM RUN-ONE-STEP THRU RUN-ONE-STEP-EXIT
        VARYING STEP-INDEX FROM 1 BY 1 UNTIL STEP-INDEX > STEP-COUNT.
    PERFORM WRITE-STREAM-SUMMARY.
    MOVE 'JOB-STREAM' TO RUN-PROGRAM-ID.
    MOVE 'END' TO RUN-EVENT.
    MOVE RUN-COUNT TO RUN-RECORD-COUNT.
    IF FAILED-COUNT > 0 OR SKIPPED-COUNT > 0
        MOVE 'FAIL' TO RUN-STATUS
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 'OK' TO RUN-STATUS
        MOVE 0 TO RETURN-CODE
    END-IF.
    PERFORM WRITE-RUN-CONTROL.
    STOP RUN.

*> Load the step list and check every dependency names a step that
*> comes earlier in the stream - a step cannot wait on one that has
*> not run yet.
LOAD-STREAM-DEFINITION.
    MOVE SPACES TO STEP-TABLE.
    OPEN INPUT STREAM-DEF-FILE.
    IF STREAM-DEF-STATUS NOT = '00'
        DISPLAY "Unable to open job-stream.dat - status "
            STREAM-DEF-STATUS
        MOVE 'Y' TO DEFINITION-ERROR-FLAG
    ELSE
        MOVE 'N' TO STREAM-DEF-EOF-FLAG
        PERFORM LOAD-ONE-DEFINITION UNTIL STREAM-DEF-AT-EOF
        CLOSE STREAM-DEF-FILE
    END-IF.
    IF STEP-TABLE-IS-FULL
        DISPLAY "More than 20 steps in job-stream.dat."
        MOVE 'Y' TO DEFINITION-ERROR-FLAG
    END-IF.
    IF NOT DEFINITION-IN-ERROR AND STEP-COUNT = 0
        DISPLAY "No steps in job-stream.dat."
        MOVE 'Y' TO DEFINITION-ERROR-FLAG
    END-IF.
    IF NOT DEFINITION-IN-ERROR
        PERFORM VALIDATE-ONE-STEP
            VARYING STEP-INDEX FROM 1 BY 1
            UNTIL STEP-INDEX > STEP-COUNT
    END-IF.

LOAD-ONE-DEFINITION.
    READ STREAM-DEF-FILE
        AT END
            MOVE 'Y' TO STREAM-DEF-EOF-FLAG
        NOT AT END
            IF STREAM-DEF-RECORD(1:1) NOT = '*'
                AND DEF-STEP-NAME NOT = SPACES
                PERFORM STORE-ONE-DEFINITION
            END-IF
    END-READ.

STORE-ONE-DEFINITION.
    IF STEP-COUNT < 20
        ADD 1 TO STEP-COUNT
        MOVE DEF-STEP-NAME TO STEP-NAME(STEP-COUNT)
        MOVE DEF-PROGRAM-ID TO STEP-PROGRAM-ID(STEP-COUNT)
        IF STEP-PROGRAM-ID(STEP-COUNT) = SPACES
            MOVE DEF-STEP-NAME TO STEP-PROGRAM-ID(STEP-COUNT)
        END-IF
        MOVE DEF-RUN-CONTROL-FLAG
            TO STEP-RUN-CONTROL-FLAG(STEP-COUNT)
        MOVE DEF-ON-FAIL TO STEP-ON-FAIL(STEP-COUNT)
        MOVE DEF-DEPEND-STEP(1) TO STEP-DEPEND(STEP-COUNT, 1)
        MOVE DEF-DEPEND-STEP(2) TO STEP-DEPEND(STEP-COUNT, 2)
        MOVE DEF-DEPEND-STEP(3) TO STEP-DEPEND(STEP-COUNT, 3)
        MOVE DEF-DEPEND-STEP(4) TO STEP-DEPEND(STEP-COUNT, 4)
        MOVE DEF-COMMAND TO STEP-COMMAND(STEP-COUNT)
        MOVE ZERO TO STEP-EXIT-STATUS(STEP-COUNT)
    ELSE
        MOVE 'Y' TO STEP-TABLE-FULL-FLAG
    END-IF.

VALIDATE-ONE-STEP.
    IF STEP-COMMAND(STEP-INDEX) = SPACES
        DISPLAY "Step " STEP-NAME(STEP-INDEX) " has no command."
        MOVE 'Y' TO DEFINITION-ERROR-FLAG
    END-IF.
    PERFORM VALIDATE-ONE-DEPENDENCY
        VARYING DEPEND-INDEX FROM 1 BY 1 UNTIL DEPEND-INDEX > 4.

VALIDATE-ONE-DEPENDENCY.
    IF STEP-DEPEND(STEP-INDEX, DEPEND-INDEX) NOT = SPACES
        MOVE STEP-DEPEND(STEP-INDEX, DEPEND-INDEX)
            TO SEARCH-STEP-NAME
        PERFORM FIND-STEP-BY-NAME
        IF STEP-MATCH-INDEX = 0
            OR STEP-MATCH-INDEX NOT < STEP-INDEX
            DISPLAY "Step " STEP-NAME(STEP-INDEX)
                " depends on " SEARCH-STEP-NAME
                " which is not an earlier step."
            MOVE 'Y' TO DEFINITION-ERROR-FLAG
        END-IF
    END-IF.

FIND-STEP-BY-NAME.
    MOVE ZERO TO STEP-MATCH-INDEX.
    PERFORM MATCH-ONE-STEP-NAME
        VARYING DEPEND-STEP-INDEX FROM 1 BY 1
        UNTIL DEPEND-STEP-INDEX > STEP-COUNT
            OR STEP-MATCH-INDEX > 0.

MATCH-ONE-STEP-NAME.
    IF STEP-NAME(DEPEND-STEP-INDEX) = SEARCH-STEP-NAME
        MOVE DEPEND-STEP-INDEX TO STEP-MATCH-INDEX
    END-IF.

*> The checkpoint holds each step's last real outcome (RUN, FAILED
*> or SKIPPED).  A bypassed step on a restart carries its outcome
*> forward, so its dependents are judged on what actually happened.
LOAD-STREAM-CHECKPOINT.
    OPEN INPUT STREAM-CKPT-FILE.
    IF STREAM-CKPT-STATUS = '00'
        MOVE 'Y' TO CKPT-FOUND-FLAG
        MOVE 'N' TO STREAM-CKPT-EOF-FLAG
        PERFORM LOAD-ONE-CHECKPOINT UNTIL STREAM-CKPT-AT-EOF
        CLOSE STREAM-CKPT-FILE
    END-IF.

LOAD-ONE-CHECKPOINT.
    READ STREAM-CKPT-FILE
        AT END
            MOVE 'Y' TO STREAM-CKPT-EOF-FLAG
        NOT AT END
            MOVE CKPT-STEP-NAME TO SEARCH-STEP-NAME
            PERFORM FIND-STEP-BY-NAME
            IF STEP-MATCH-INDEX > 0
                MOVE CKPT-OUTCOME
                    TO STEP-PRIOR-OUTCOME(STEP-MATCH-INDEX)
                MOVE CKPT-STAMP
                    TO STEP-PRIOR-STAMP(STEP-MATCH-INDEX)
            END-IF
    END-READ.

ASK-RESTART-STEP.
    DISPLAY "Restart from step (blank to run the whole stream): "
        WITH NO ADVANCING.
    ACCEPT RESTART-STEP-NAME.
    MOVE 1 TO RESTART-INDEX.
    IF RESTART-STEP-NAME NOT = SPACES
        INSPECT RESTART-STEP-NAME CONVERTING
            'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
        MOVE RESTART-STEP-NAME TO SEARCH-STEP-NAME
        PERFORM FIND-STEP-BY-NAME
        IF STEP-MATCH-INDEX = 0
            DISPLAY "No step named " RESTART-STEP-NAME
                " in job-stream.dat."
            MOVE 'Y' TO DEFINITION-ERROR-FLAG
        ELSE
            MOVE STEP-MATCH-INDEX TO RESTART-INDEX
            IF NOT CKPT-FOUND
                DISPLAY "WARNING: no job-stream-ckpt.dat - steps "
                    "that depend on a bypassed step will be skipped."
            END-IF
        END-IF
    END-IF.

RUN-ONE-STEP.
    IF STEP-INDEX < RESTART-INDEX
        MOVE 'BYPASSED' TO STEP-OUTCOME(STEP-INDEX)
        IF STEP-PRIOR-OUTCOME(STEP-INDEX) = SPACES
            MOVE 'NO PRIOR OUTCOME ON THE CHECKPOINT'
                TO STEP-NOTE(STEP-INDEX)
        ELSE
            STRING 'LAST OUTCOME ' DELIMITED BY SIZE
                STEP-PRIOR-OUTCOME(STEP-INDEX) DELIMITED BY SPACE
                ' AT ' STEP-PRIOR-STAMP(STEP-INDEX)
                DELIMITED BY SIZE INTO STEP-NOTE(STEP-INDEX)
        END-IF
        ADD 1 TO BYPASSED-COUNT
        GO TO RUN-ONE-STEP-EXIT
    END-IF.
    IF STREAM-STOPPED
        MOVE 'SKIPPED' TO STEP-OUTCOME(STEP-INDEX)
        STRING 'STREAM STOPPED AFTER ' STOPPED-BY-STEP
            DELIMITED BY SIZE INTO STEP-NOTE(STEP-INDEX)
        ADD 1 TO SKIPPED-COUNT
        PERFORM WRITE-STREAM-CHECKPOINT
        GO TO RUN-ONE-STEP-EXIT
    END-IF.
    MOVE 'Y' TO PREREQ-OK-FLAG.
    PERFORM CHECK-ONE-PREREQUISITE
        VARYING DEPEND-INDEX FROM 1 BY 1
        UNTIL DEPEND-INDEX > 4 OR NOT PREREQ-OK.
    IF NOT PREREQ-OK
        MOVE 'SKIPPED' TO STEP-OUTCOME(STEP-INDEX)
        ADD 1 TO SKIPPED-COUNT
        PERFORM WRITE-STREAM-CHECKPOINT
        GO TO RUN-ONE-STEP-EXIT
    END-IF.
    PERFORM EXECUTE-STEP.
    PERFORM READ-STEP-RESULT.
    IF STEP-OUTCOME(STEP-INDEX) = 'RUN'
        ADD 1 TO RUN-COUNT
    ELSE
        ADD 1 TO FAILED-COUNT
        IF STEP-ON-FAIL(STEP-INDEX) NOT = 'C'
            MOVE 'Y' TO STREAM-STOPPED-FLAG
            MOVE STEP-NAME(STEP-INDEX) TO STOPPED-BY-STEP
        END-IF
    END-IF.
    PERFORM WRITE-STREAM-CHECKPOINT.
RUN-ONE-STEP-EXIT.
    EXIT.

*> A prerequisite is met when it ran clean tonight, or when it was
*> bypassed on a restart and its last real outcome was a clean run.
CHECK-ONE-PREREQUISITE.
    IF STEP-DEPEND(STEP-INDEX, DEPEND-INDEX) NOT = SPACES
        MOVE STEP-DEPEND(STEP-INDEX, DEPEND-INDEX)
            TO SEARCH-STEP-NAME
        PERFORM FIND-STEP-BY-NAME
        IF STEP-OUTCOME(STEP-MATCH-INDEX) = 'RUN'
            OR (STEP-OUTCOME(STEP-MATCH-INDEX) = 'BYPASSED'
                AND STEP-PRIOR-OUTCOME(STEP-MATCH-INDEX) = 'RUN')
            CONTINUE
        ELSE
            MOVE 'N' TO PREREQ-OK-FLAG
            STRING 'PREREQUISITE ' DELIMITED BY SIZE
                SEARCH-STEP-NAME DELIMITED BY SPACE
                ' DID NOT RUN CLEAN' DELIMITED BY SIZE
                INTO STEP-NOTE(STEP-INDEX)
        END-IF
    END-IF.

*> Programs that do not keep run-control records of their own get a
*> START and END written for them, the END status taken from the
*> command's exit status, so every step is judged the same way.
EXECUTE-STEP.
    PERFORM BUILD-NOW-STAMP.
    MOVE NOW-STAMP TO STEP-START-STAMP(STEP-INDEX).
    DISPLAY "Starting step " STEP-NAME(STEP-INDEX) " at " NOW-STAMP.
    IF STEP-RUN-CONTROL-FLAG(STEP-INDEX) NOT = 'Y'
        MOVE STEP-PROGRAM-ID(STEP-INDEX) TO RUN-PROGRAM-ID
        MOVE 'START' TO RUN-EVENT
        MOVE SPACES TO RUN-STATUS
        MOVE ZERO TO RUN-RECORD-COUNT
        PERFORM WRITE-RUN-CONTROL
    END-IF.
    MOVE 0 TO RETURN-CODE.
    CALL 'SYSTEM' USING STEP-COMMAND(STEP-INDEX).
    IF RETURN-CODE < 0
        MOVE 99999 TO STEP-EXIT-STATUS(STEP-INDEX)
    ELSE
        MOVE RETURN-CODE TO STEP-EXIT-STATUS(STEP-INDEX)
    END-IF.
    MOVE 0 TO RETURN-CODE.
    IF STEP-RUN-CONTROL-FLAG(STEP-INDEX) NOT = 'Y'
        MOVE STEP-PROGRAM-ID(STEP-INDEX) TO RUN-PROGRAM-ID
        MOVE 'END' TO RUN-EVENT
        IF STEP-EXIT-STATUS(STEP-INDEX) = 0
            MOVE 'OK' TO RUN-STATUS
        ELSE
            MOVE 'FAIL' TO RUN-STATUS
        END-IF
        PERFORM WRITE-RUN-CONTROL
    END-IF.
    PERFORM BUILD-NOW-STAMP.
    MOVE NOW-STAMP TO STEP-END-STAMP(STEP-INDEX).

*> The verdict comes from run-control.dat: the last END record the
*> step's program wrote since the step started.  No END record means
*> the program abended before it could write one.
READ-STEP-RESULT.
    MOVE 'N' TO STEP-END-SEEN-FLAG.
    MOVE SPACES TO STEP-END-STATUS.
    OPEN INPUT RUN-CONTROL-FILE.
    IF RUN-CONTROL-STATUS = '00'
        MOVE 'N' TO RUN-CONTROL-EOF-FLAG
        PERFORM READ-ONE-RUN-RECORD UNTIL RUN-CONTROL-AT-EOF
        CLOSE RUN-CONTROL-FILE
    END-IF.
    IF NOT STEP-END-SEEN
        MOVE 'FAILED' TO STEP-OUTCOME(STEP-INDEX)
        MOVE 'NO END RECORD IN RUN-CONTROL.DAT - ABEND?'
            TO STEP-NOTE(STEP-INDEX)
    ELSE
        IF STEP-END-STATUS = 'OK'
            MOVE 'RUN' TO STEP-OUTCOME(STEP-INDEX)
        ELSE
            MOVE 'FAILED' TO STEP-OUTCOME(STEP-INDEX)
            STRING 'ENDED ' STEP-END-STATUS ' IN RUN-CONTROL.DAT'
                DELIMITED BY SIZE INTO STEP-NOTE(STEP-INDEX)
        END-IF
    END-IF.
    IF STEP-EXIT-STATUS(STEP-INDEX) NOT = 0
        AND STEP-NOTE(STEP-INDEX) = SPACES
        STRING 'EXIT STATUS ' STEP-EXIT-STATUS(STEP-INDEX)
            DELIMITED BY SIZE INTO STEP-NOTE(STEP-INDEX)
    END-IF.

READ-ONE-RUN-RECORD.
    READ RUN-CONTROL-FILE
        AT END
            MOVE 'Y' TO RUN-CONTROL-EOF-FLAG
        NOT AT END
            MOVE SPACES TO RECORD-STAMP
            STRING RC-DATE ' ' RC-TIME
                DELIMITED BY SIZE INTO RECORD-STAMP
            IF RC-PROGRAM-ID = STEP-PROGRAM-ID(STEP-INDEX)
                AND RC-EVENT = 'END'
                AND RECORD-STAMP NOT < STEP-START-STAMP(STEP-INDEX)
                MOVE 'Y' TO STEP-END-SEEN-FLAG
                MOVE RC-STATUS TO STEP-END-STATUS
            END-IF
    END-READ.

*> Rewritten after every step so a restart after the stream itself
*> was cancelled still knows how far the night got.  Bypassed steps
*> keep their earlier outcome and stamp.
WRITE-STREAM-CHECKPOINT.
    OPEN OUTPUT STREAM-CKPT-FILE.
    IF STREAM-CKPT-STATUS NOT = '00'
        DISPLAY "Unable to write job-stream-ckpt.dat - status "
            STREAM-CKPT-STATUS
    ELSE
        PERFORM WRITE-ONE-CHECKPOINT
            VARYING STEP-MATCH-INDEX FROM 1 BY 1
            UNTIL STEP-MATCH-INDEX > STEP-COUNT
        CLOSE STREAM-CKPT-FILE
    END-IF.

WRITE-ONE-CHECKPOINT.
    MOVE SPACES TO STREAM-CKPT-RECORD.
    MOVE STEP-NAME(STEP-MATCH-INDEX) TO CKPT-STEP-NAME.
    IF STEP-OUTCOME(STEP-MATCH-INDEX) = SPACES
        OR STEP-OUTCOME(STEP-MATCH-INDEX) = 'BYPASSED'
        MOVE STEP-PRIOR-OUTCOME(STEP-MATCH-INDEX) TO CKPT-OUTCOME
        MOVE STEP-PRIOR-STAMP(STEP-MATCH-INDEX) TO CKPT-STAMP
    ELSE
        MOVE STEP-OUTCOME(STEP-MATCH-INDEX) TO CKPT-OUTCOME
        IF STEP-START-STAMP(STEP-MATCH-INDEX) = SPACES
            MOVE STREAM-START-STAMP TO CKPT-STAMP
        ELSE
            MOVE STEP-START-STAMP(STEP-MATCH-INDEX) TO CKPT-STAMP
        END-IF
    END-IF.
    IF CKPT-OUTCOME NOT = SPACES
        WRITE STREAM-CKPT-RECORD
    END-IF.

*> One summary per stream run, appended to the day's file so a
*> morning restart sits under the night's original run.
WRITE-STREAM-SUMMARY.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
    MOVE SPACES TO SUMMARY-FILENAME.
    STRING 'job-stream-' TODAY-DATE '.txt'
        DELIMITED BY SIZE INTO SUMMARY-FILENAME.
    OPEN EXTEND SUMMARY-FILE.
    IF SUMMARY-FILE-STATUS NOT = '00'
        OPEN OUTPUT SUMMARY-FILE
        CLOSE SUMMARY-FILE
        OPEN EXTEND SUMMARY-FILE
    END-IF.
    IF SUMMARY-FILE-STATUS NOT = '00'
        DISPLAY "Unable to open " SUMMARY-FILENAME " - status "
            SUMMARY-FILE-STATUS
    END-IF.
    MOVE SPACES TO SUMMARY-LINE.
    STRING 'Nightly Job Stream Summary - started ' STREAM-START-STAMP
        DELIMITED BY SIZE INTO SUMMARY-LINE.
    PERFORM WRITE-SUMMARY-LINE.
    MOVE SPACES TO SUMMARY-LINE.
    IF RESTART-STEP-NAME = SPACES
        MOVE 'Full stream run.' TO SUMMARY-LINE
    ELSE
        STRING 'Restarted from step ' RESTART-STEP-NAME
            DELIMITED BY SIZE INTO SUMMARY-LINE
    END-IF.
    PERFORM WRITE-SUMMARY-LINE.
    MOVE SPACES TO SUMMARY-LINE.
    PERFORM WRITE-SUMMARY-LINE.
    PERFORM WRITE-ONE-STEP-SUMMARY
        VARYING STEP-INDEX FROM 1 BY 1 UNTIL STEP-INDEX > STEP-COUNT.
    MOVE SPACES TO SUMMARY-LINE.
    PERFORM WRITE-SUMMARY-LINE.
    MOVE SPACES TO SUMMARY-LINE.
    STRING 'Steps run: ' RUN-COUNT
        '   Failed: ' FAILED-COUNT
        '   Skipped: ' SKIPPED-COUNT
        '   Bypassed: ' BYPASSED-COUNT
        DELIMITED BY SIZE INTO SUMMARY-LINE.
    PERFORM WRITE-SUMMARY-LINE.
    MOVE SPACES TO SUMMARY-LINE.
    IF FAILED-COUNT > 0 OR SKIPPED-COUNT > 0
        STRING 'VERDICT: STREAM INCOMPLETE - restart from the first '
            'failed or skipped step once it is fixed.'
            DELIMITED BY SIZE INTO SUMMARY-LINE
    ELSE
        STRING 'VERDICT: every step ran clean.'
            DELIMITED BY SIZE INTO SUMMARY-LINE
    END-IF.
    PERFORM WRITE-SUMMARY-LINE.
    MOVE SPACES TO SUMMARY-LINE.
    PERFORM WRITE-SUMMARY-LINE.
    IF SUMMARY-FILE-STATUS = '00'
        CLOSE SUMMARY-FILE
    END-IF.

WRITE-ONE-STEP-SUMMARY.
    MOVE SPACES TO SUMMARY-LINE.
    STRING STEP-NAME(STEP-INDEX) ' ' STEP-OUTCOME(STEP-INDEX)
        DELIMITED BY SIZE INTO SUMMARY-LINE.
    IF STEP-START-STAMP(STEP-INDEX) NOT = SPACES
        MOVE STEP-START-STAMP(STEP-INDEX) TO SUMMARY-LINE(31:19)
        MOVE '-' TO SUMMARY-LINE(51:1)
        MOVE STEP-END-STAMP(STEP-INDEX)(12:8) TO SUMMARY-LINE(53:8)
    END-IF.
    MOVE STEP-NOTE(STEP-INDEX) TO SUMMARY-LINE(63:50).
    PERFORM WRITE-SUMMARY-LINE.

WRITE-SUMMARY-LINE.
    IF SUMMARY-FILE-STATUS = '00'
        WRITE SUMMARY-LINE
    END-IF.
    DISPLAY SUMMARY-LINE.

BUILD-NOW-STAMP.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
    ACCEPT RUN-TIME FROM TIME.
    MOVE SPACES TO NOW-STAMP.
    STRING TODAY-DATE(1:4) '-' TODAY-DATE(5:2) '-' TODAY-DATE(7:2)
        ' ' RUN-TIME(1:2) ':' RUN-TIME(3:2) ':' RUN-TIME(5:2)
        DELIMITED BY SIZE INTO NOW-STAMP.

*> Opened and closed around each record - the step programs append
*> to the same file while the stream is running.
WRITE-RUN-CONTROL.
    OPEN EXTEND RUN-CONTROL-FILE.
    IF RUN-CONTROL-STATUS NOT = '00'
        OPEN OUTPUT RUN-CONTROL-FILE
        CLOSE RUN-CONTROL-FILE
        OPEN EXTEND RUN-CONTROL-FILE
    END-IF.
    IF RUN-CONTROL-STATUS NOT = '00'
        DISPLAY "Unable to open run-control.dat - status "
            RUN-CONTROL-STATUS
    ELSE
        PERFORM BUILD-NOW-STAMP
        MOVE SPACES TO RUN-CONTROL-RECORD
        MOVE RUN-PROGRAM-ID TO RC-PROGRAM-ID
        MOVE RUN-EVENT TO RC-EVENT
        MOVE NOW-STAMP(1:10) TO RC-DATE
        MOVE NOW-STAMP(12:8) TO RC-TIME
        MOVE RUN-RECORD-COUNT TO RC-RECORD-COUNT
        MOVE RUN-STATUS TO RC-STATUS
        WRITE RUN-CONTROL-RECORD
        CLOSE RUN-CONTROL-FILE
    END-IF.

END PROGRAM JOB-STREAM.
