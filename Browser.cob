      *   only the growth over the ledgered counts, because the
      *   reconciliation consolidates duplicate stats records by
      *   summing - a full second record would double its figures.
      * - Added a content fingerprint of each capture's body: a hash
      *   per body line and one for the whole body are kept per
      *   capture file in tron-fingerprint.dat.  A page can be
      *   defaced with the same status, size and title, which the
      *   capture summary cannot see, so when a capture's body hash
      *   differs from its previous capture the lines added, removed
      *   and changed are written with their line numbers to
      *   tron-content-changes.txt.  Captures listed in
      *   tron-static-endpoints.dat (login and status pages that
      *   should never change) also raise a CONTENT CHANGED alert in
      *   tron-alerts.dat for the alert triage to pick up.
      * - A capture ledgered on an earlier day is now always
      *   processed, since it is a new night's poll of the endpoint:
      *   only a capture already processed today (a rerun or restart
      *   of the same night) is skipped when it has not grown.  A
      *   repeat capture with the same or fewer lines was skipped
      *   before, so it was never fingerprinted and never reached the
      *   capture summary, and a stable, polled endpoint looked as
      *   though it had vanished.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-FILENAME
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT FINGERPRINT-FILE ASSIGN TO 'tron-fingerprint.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-KEY
               FILE STATUS IS WS-FINGERPRINT-STATUS.
           SELECT CHANGE-REPORT ASSIGN TO 'tron-content-changes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-REPORT-STATUS.
           SELECT STATIC-LIST-FILE ASSIGN TO 'tron-static-endpoints.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATIC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  LEDGER-PROCESSED-COUNT PIC 9(7).
           05  LEDGER-SKIPPED-COUNT PIC 9(7).

      * Line zero of each capture holds the whole-body hash, the body
      * line count and the date of the capture it was taken from;
      * lines 1 onward hold one body line each with its line number
      * in the capture file and its text for the change report.
       FD  FINGERPRINT-FILE.
       01  FINGERPRINT-RECORD.
           05  FP-KEY.
               10  FP-FILENAME PIC X(40).
               10  FP-LINE-NUMBER PIC 9(7).
           05  FP-HASH PIC 9(10).
           05  FP-LINE-COUNT PIC 9(7).
           05  FP-CAPTURE-DATE PIC 9(8).
           05  FP-FILE-LINE-NUMBER PIC 9(7).
           05  FP-TEXT PIC X(100).

       FD  CHANGE-REPORT.
       01  CHANGE-REPORT-RECORD.
           05  CHANGE-FILENAME PIC X(40).
           05  FILLER PIC X.
           05  CHANGE-TYPE PIC X(7).
           05  FILLER PIC X.
           05  CHANGE-LINE-NUMBER PIC 9(7).
           05  FILLER PIC X.
           05  CHANGE-TEXT PIC X(100).

       FD  STATIC-LIST-FILE.
       01  STATIC-LIST-RECORD.
           05  STATIC-REC-FILENAME PIC X(40).
           05  FILLER PIC X.
           05  STATIC-REC-SEVERITY PIC X.
           05  FILLER PIC X.
           05  STATIC-REC-REASON PIC X(8).

       FD  CHECKPOINT-FILE.
       01  CKPT-RECORD.
           05  CKPT-FILENAME PIC X(40).
       01  WS-PRIOR-PROCESSED-COUNT PIC 9(7) VALUE ZERO.
       01  WS-PRIOR-SKIPPED-COUNT PIC 9(7) VALUE ZERO.

       01  WS-FINGERPRINT-STATUS PIC XX.
       01  WS-CHANGE-REPORT-STATUS PIC XX.
       01  WS-STATIC-FILE-STATUS PIC XX.
       01  WS-FINGERPRINT-USABLE-FLAG PIC X VALUE 'N'.
           88  WS-FINGERPRINT-USABLE VALUE 'Y'.
       01  WS-FINGERPRINTING-FLAG PIC X VALUE 'N'.
           88  WS-FINGERPRINTING VALUE 'Y'.
       01  WS-FP-PREVIOUS-FLAG PIC X VALUE 'N'.
           88  WS-FP-HAS-PREVIOUS VALUE 'Y'.
       01  WS-PRIOR-PARSE-STATE PIC X.
       01  WS-HASH-MODULUS PIC 9(10) VALUE 1000000007.
       01  WS-HASH-WORK PIC 9(12).
       01  WS-HASH-QUOTIENT PIC 9(12).
       01  WS-HASH-POS PIC 9(3).
       01  WS-HASH-CHAR-PAIR.
           05  FILLER PIC X VALUE LOW-VALUE.
           05  WS-HASH-CHAR PIC X.
       01  WS-HASH-CHAR-VALUE REDEFINES WS-HASH-CHAR-PAIR
                                       PIC 9(4) COMP.
       01  WS-LINE-HASH PIC 9(10).
       01  WS-BODY-HASH PIC 9(10).
       01  WS-BODY-LINE-COUNT PIC 9(7).
       01  WS-OLD-BODY-HASH PIC 9(10).
       01  WS-OLD-BODY-LINE-COUNT PIC 9(7).
       01  WS-OLD-CAPTURE-DATE PIC 9(8).
       01  WS-FP-MAX-LINES PIC 9(7) VALUE 1000.
       01  WS-NEW-STORED-COUNT PIC 9(7).
       01  WS-OLD-STORED-COUNT PIC 9(7).
       01  WS-NEW-LINE-TABLE.
           05  WS-NEW-LINE OCCURS 1000 TIMES.
               10  WS-NEW-LINE-HASH PIC 9(10).
               10  WS-NEW-FILE-LINE PIC 9(7).
               10  WS-NEW-LINE-TEXT PIC X(100).
       01  WS-OLD-LINE-TABLE.
           05  WS-OLD-LINE OCCURS 1000 TIMES.
               10  WS-OLD-LINE-HASH PIC 9(10).
               10  WS-OLD-FILE-LINE PIC 9(7).
               10  WS-OLD-LINE-TEXT PIC X(100).
       01  WS-OLD-INDEX PIC 9(7).
       01  WS-NEW-INDEX PIC 9(7).
       01  WS-LOOK-INDEX PIC 9(7).
       01  WS-LOOK-LIMIT PIC 9(7).
       01  WS-MATCH-OLD-AT PIC 9(7).
       01  WS-MATCH-NEW-AT PIC 9(7).
       01  WS-DIFF-WINDOW PIC 9(3) VALUE 20.
       01  WS-FIRST-CHANGE-LINE PIC 9(7).
       01  WS-CONTENT-CHANGED-COUNT PIC 9(5) VALUE ZERO.
       01  WS-FP-DATE-DISPLAY PIC X(10).

       01  WS-STATIC-EOF PIC X VALUE 'N'.
           88  WS-STATIC-AT-EOF VALUE 'Y'.
       01  WS-STATIC-COUNT PIC 9(3) VALUE ZERO.
       01  WS-STATIC-TABLE.
           05  WS-STATIC-ENTRY OCCURS 200 TIMES.
               10  WS-STATIC-FILENAME PIC X(40).
               10  WS-STATIC-SEVERITY PIC X.
               10  WS-STATIC-REASON PIC X(8).
       01  WS-STATIC-INDEX PIC 9(3).
       01  WS-STATIC-FOUND-AT PIC 9(3).
       01  WS-STATIC-TABLE-FULL-FLAG PIC X VALUE 'N'.
           88  WS-STATIC-TABLE-IS-FULL VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-RUN-CONTROL-FILE
           PERFORM ASK-SEARCH-KEYWORD
           PERFORM ASK-FORCE-REPROCESS
           PERFORM LOAD-WATCH-LIST
           PERFORM LOAD-STATIC-ENDPOINTS
           PERFORM CHECK-FOR-CHECKPOINT
           PERFORM OPEN-STATS-FILE
           PERFORM OPEN-REPORT-FILE
           PERFORM OPEN-SUMMARY-FILE
           PERFORM OPEN-LEDGER-FILE
           PERFORM OPEN-FINGERPRINT-FILE
           IF WS-WATCH-COUNT > 0 OR WS-STATIC-COUNT > 0
               PERFORM OPEN-ALERT-FILE
           END-IF
           PERFORM PROCESS-CATALOG-FILE
           IF WS-LEDGER-USABLE
               CLOSE LEDGER-FILE
           END-IF
           IF WS-FINGERPRINT-USABLE
               CLOSE FINGERPRINT-FILE
               CLOSE CHANGE-REPORT
               IF WS-CONTENT-CHANGED-COUNT > 0
                   DISPLAY WS-CONTENT-CHANGED-COUNT
                       " capture(s) changed content since the previous"
                       " capture - see tron-content-changes.txt."
               END-IF
           END-IF
           IF WS-WATCH-COUNT > 0 OR WS-STATIC-COUNT > 0
               CLOSE ALERT-FILE
               PERFORM DISPLAY-ALERT-SUMMARY
           END-IF
               END-IF
           END-IF.

       LOAD-STATIC-ENDPOINTS.
           OPEN INPUT STATIC-LIST-FILE
           IF WS-STATIC-FILE-STATUS = '00'
               MOVE 'N' TO WS-STATIC-EOF
               PERFORM LOAD-ONE-STATIC-ENTRY UNTIL WS-STATIC-AT-EOF
               CLOSE STATIC-LIST-FILE
               DISPLAY "Alerting on content changes to " WS-STATIC-COUNT
                   " static endpoint(s)."
           END-IF.

       LOAD-ONE-STATIC-ENTRY.
           READ STATIC-LIST-FILE INTO STATIC-LIST-RECORD
               AT END
                   MOVE 'Y' TO WS-STATIC-EOF
               NOT AT END
                   IF STATIC-REC-FILENAME NOT = SPACES
                           AND STATIC-REC-FILENAME(1:1) NOT = '*'
                       PERFORM STORE-ONE-STATIC-ENTRY
                   END-IF
           END-READ.

      * A static endpoint with no severity or reason given alerts as
      * high with reason STATIC.
       STORE-ONE-STATIC-ENTRY.
           IF WS-STATIC-COUNT < 200
               ADD 1 TO WS-STATIC-COUNT
               MOVE STATIC-REC-FILENAME
                   TO WS-STATIC-FILENAME(WS-STATIC-COUNT)
               IF STATIC-REC-SEVERITY = SPACE
                   MOVE 'H' TO WS-STATIC-SEVERITY(WS-STATIC-COUNT)
               ELSE
                   MOVE STATIC-REC-SEVERITY
                       TO WS-STATIC-SEVERITY(WS-STATIC-COUNT)
               END-IF
               IF STATIC-REC-REASON = SPACES
                   MOVE 'STATIC' TO WS-STATIC-REASON(WS-STATIC-COUNT)
               ELSE
                   MOVE STATIC-REC-REASON
                       TO WS-STATIC-REASON(WS-STATIC-COUNT)
               END-IF
           ELSE
               IF NOT WS-STATIC-TABLE-IS-FULL
                   DISPLAY "WARNING: static endpoint table full at 200 "
                       "entries - remaining endpoints ignored."
                   MOVE 'Y' TO WS-STATIC-TABLE-FULL-FLAG
               END-IF
           END-IF.

       OPEN-SUMMARY-FILE.
           OPEN EXTEND CAPTURE-SUMMARY
           IF WS-SUMMARY-STATUS NOT = '00'
                   "will not be skipped or recorded."
           END-IF.

       OPEN-FINGERPRINT-FILE.
           OPEN I-O FINGERPRINT-FILE
           IF WS-FINGERPRINT-STATUS = '35'
               OPEN OUTPUT FINGERPRINT-FILE
               CLOSE FINGERPRINT-FILE
               OPEN I-O FINGERPRINT-FILE
           END-IF
           IF WS-FINGERPRINT-STATUS = '00'
               MOVE 'Y' TO WS-FINGERPRINT-USABLE-FLAG
               OPEN EXTEND CHANGE-REPORT
               IF WS-CHANGE-REPORT-STATUS NOT = '00'
                   OPEN OUTPUT CHANGE-REPORT
                   CLOSE CHANGE-REPORT
                   OPEN EXTEND CHANGE-REPORT
               END-IF
           ELSE
               DISPLAY "Unable to open tron-fingerprint.dat - status "
                   WS-FINGERPRINT-STATUS
               DISPLAY "Processing without content fingerprints - "
                   "content changes will not be reported."
           END-IF.

       ASK-FORCE-REPROCESS.
           DISPLAY "Reprocess captures already in the ledger? (Y/N)"
           ACCEPT WS-FORCE-ANSWER
           IF WS-FILE-ALREADY-DONE
               ADD 1 TO WS-ALREADY-DONE-COUNT
               DISPLAY "Skipping " WS-CURRENT-FILENAME
                   " - already processed today and not grown since."
           ELSE
               PERFORM PROCESS-CAPTURE-FILE-PROPER
           END-IF.

      * A capture ledgered on an earlier day is a new night's poll
      * and is always processed, so its fingerprint is compared and
      * its summary written.  One already processed today is only
      * reprocessed when the operator forced a fresh pass or the file
      * has grown since - so a same-night rerun or restart does not
      * repeat it.  The growth check is a cheap line count before the
      * real pass.
       CHECK-LEDGER-FOR-FILE.
           MOVE 'N' TO WS-FILE-DONE-FLAG
           MOVE 'N' TO WS-LEDGER-FOUND-FLAG
                       MOVE LEDGER-SKIPPED-COUNT
                           TO WS-PRIOR-SKIPPED-COUNT
               END-READ
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               IF WS-LEDGER-FOUND AND NOT WS-FORCE-REPROCESS
                       AND LEDGER-PROCESSED-DATE = WS-RUN-DATE
                   PERFORM COUNT-CAPTURE-LINES
                   IF WS-PRECOUNT-OK
                           AND WS-PRECOUNT-LINES
               MOVE WS-CKPT-RESUME-PROCESSED-COUNT TO WS-PROCESSED-COUNT
               MOVE WS-CKPT-RESUME-SKIPPED-COUNT TO WS-SKIPPED-COUNT
           END-IF
      * A resumed capture has not seen its early lines this run, so
      * it is not fingerprinted - the next full capture is compared
      * with the last one that was.
           MOVE 'N' TO WS-FINGERPRINTING-FLAG
           IF WS-FINGERPRINT-USABLE AND NOT WS-RESUMING
               MOVE 'Y' TO WS-FINGERPRINTING-FLAG
           END-IF
           MOVE ZERO TO WS-BODY-HASH
           MOVE ZERO TO WS-BODY-LINE-COUNT
           PERFORM OPEN-AND-READ-WEB-CONTENT-FILE
           IF WS-WEB-CONTENT-STATUS = '00'
               ADD 1 TO WS-FILES-HANDLED-COUNT
               PERFORM CLEAR-CHECKPOINT-IF-OWNED
               PERFORM WRITE-FILE-STATS
               PERFORM WRITE-CAPTURE-SUMMARY
               IF WS-FINGERPRINTING
                   PERFORM COMPARE-CONTENT-FINGERPRINT
               END-IF
               PERFORM UPDATE-LEDGER-ENTRY
           END-IF.

      * The body fingerprint is compared with the one kept from the
      * previous capture of this file.  Only when the body hash (or
      * the line count) differs are the previous lines read back and
      * the differences reported.  A first capture is just stored.
       COMPARE-CONTENT-FINGERPRINT.
           MOVE 'N' TO WS-FP-PREVIOUS-FLAG
           MOVE ZERO TO WS-OLD-STORED-COUNT
           MOVE WS-CURRENT-FILENAME TO FP-FILENAME
           MOVE ZERO TO FP-LINE-NUMBER
           READ FINGERPRINT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FP-PREVIOUS-FLAG
                   MOVE FP-HASH TO WS-OLD-BODY-HASH
                   MOVE FP-LINE-COUNT TO WS-OLD-BODY-LINE-COUNT
                   MOVE FP-CAPTURE-DATE TO WS-OLD-CAPTURE-DATE
           END-READ
           IF WS-BODY-LINE-COUNT > WS-FP-MAX-LINES
               MOVE WS-FP-MAX-LINES TO WS-NEW-STORED-COUNT
           ELSE
               MOVE WS-BODY-LINE-COUNT TO WS-NEW-STORED-COUNT
           END-IF
           IF WS-FP-HAS-PREVIOUS
               IF WS-OLD-BODY-LINE-COUNT > WS-FP-MAX-LINES
                   MOVE WS-FP-MAX-LINES TO WS-OLD-STORED-COUNT
               ELSE
                   MOVE WS-OLD-BODY-LINE-COUNT TO WS-OLD-STORED-COUNT
               END-IF
               IF WS-OLD-BODY-HASH NOT = WS-BODY-HASH
                       OR WS-OLD-BODY-LINE-COUNT
                           NOT = WS-BODY-LINE-COUNT
                   ADD 1 TO WS-CONTENT-CHANGED-COUNT
                   PERFORM LOAD-PREVIOUS-FINGERPRINT
                   PERFORM REPORT-CONTENT-CHANGES
                   PERFORM CHECK-STATIC-ENDPOINT
                   IF WS-STATIC-FOUND-AT > 0
                       PERFORM WRITE-STATIC-ALERT
                   END-IF
               END-IF
           END-IF
           PERFORM STORE-CONTENT-FINGERPRINT.

       LOAD-PREVIOUS-FINGERPRINT.
           PERFORM LOAD-ONE-PREVIOUS-LINE
               VARYING WS-OLD-INDEX FROM 1 BY 1
               UNTIL WS-OLD-INDEX > WS-OLD-STORED-COUNT.

       LOAD-ONE-PREVIOUS-LINE.
           MOVE WS-CURRENT-FILENAME TO FP-FILENAME
           MOVE WS-OLD-INDEX TO FP-LINE-NUMBER
           READ FINGERPRINT-FILE
               INVALID KEY
                   MOVE ZERO TO WS-OLD-LINE-HASH(WS-OLD-INDEX)
                   MOVE ZERO TO WS-OLD-FILE-LINE(WS-OLD-INDEX)
                   MOVE SPACES TO WS-OLD-LINE-TEXT(WS-OLD-INDEX)
               NOT INVALID KEY
                   MOVE FP-HASH TO WS-OLD-LINE-HASH(WS-OLD-INDEX)
                   MOVE FP-FILE-LINE-NUMBER
                       TO WS-OLD-FILE-LINE(WS-OLD-INDEX)
                   MOVE FP-TEXT TO WS-OLD-LINE-TEXT(WS-OLD-INDEX)
           END-READ.

      * Walks the previous and current body lines together.  Where
      * they part, a short look-ahead decides whether lines were
      * removed (the current line turns up a little further down the
      * previous capture), added (the previous line turns up a little
      * further down this one) or simply changed in place.
       REPORT-CONTENT-CHANGES.
           MOVE SPACES TO CHANGE-REPORT-RECORD
           MOVE WS-CURRENT-FILENAME TO CHANGE-FILENAME
           MOVE 'BODY' TO CHANGE-TYPE
           MOVE WS-BODY-LINE-COUNT TO CHANGE-LINE-NUMBER
           STRING WS-OLD-CAPTURE-DATE(1:4) '-' WS-OLD-CAPTURE-DATE(5:2)
               '-' WS-OLD-CAPTURE-DATE(7:2)
               DELIMITED BY SIZE INTO WS-FP-DATE-DISPLAY
           END-STRING
           STRING 'body lines now, was ' WS-OLD-BODY-LINE-COUNT
               ' at the capture of ' WS-FP-DATE-DISPLAY
               DELIMITED BY SIZE INTO CHANGE-TEXT
           END-STRING
           WRITE CHANGE-REPORT-RECORD
           IF WS-BODY-LINE-COUNT > WS-FP-MAX-LINES
                   OR WS-OLD-BODY-LINE-COUNT > WS-FP-MAX-LINES
               MOVE SPACES TO CHANGE-REPORT-RECORD
               MOVE WS-CURRENT-FILENAME TO CHANGE-FILENAME
               MOVE 'LIMIT' TO CHANGE-TYPE
               MOVE WS-FP-MAX-LINES TO CHANGE-LINE-NUMBER
               STRING 'body lines compared line by line - later '
                   'lines are covered by the body hash only'
                   DELIMITED BY SIZE INTO CHANGE-TEXT
               END-STRING
               WRITE CHANGE-REPORT-RECORD
           END-IF
           MOVE ZERO TO WS-FIRST-CHANGE-LINE
           MOVE 1 TO WS-OLD-INDEX
           MOVE 1 TO WS-NEW-INDEX
           PERFORM COMPARE-NEXT-LINE-PAIR
               UNTIL WS-OLD-INDEX > WS-OLD-STORED-COUNT
                   AND WS-NEW-INDEX > WS-NEW-STORED-COUNT.

       COMPARE-NEXT-LINE-PAIR.
           IF WS-OLD-INDEX > WS-OLD-STORED-COUNT
               PERFORM REPORT-ADDED-LINE
           ELSE
               IF WS-NEW-INDEX > WS-NEW-STORED-COUNT
                   PERFORM REPORT-REMOVED-LINE
               ELSE
                   IF WS-OLD-LINE-HASH(WS-OLD-INDEX)
                           = WS-NEW-LINE-HASH(WS-NEW-INDEX)
                       ADD 1 TO WS-OLD-INDEX
                       ADD 1 TO WS-NEW-INDEX
                   ELSE
                       PERFORM RESYNC-LINE-PAIR
                   END-IF
               END-IF
           END-IF.

       RESYNC-LINE-PAIR.
           MOVE ZERO TO WS-MATCH-OLD-AT
           MOVE ZERO TO WS-MATCH-NEW-AT
           COMPUTE WS-LOOK-INDEX = WS-OLD-INDEX + 1
           COMPUTE WS-LOOK-LIMIT = WS-OLD-INDEX + WS-DIFF-WINDOW
           PERFORM UNTIL WS-LOOK-INDEX > WS-LOOK-LIMIT
                   OR WS-LOOK-INDEX > WS-OLD-STORED-COUNT
                   OR WS-MATCH-OLD-AT > 0
               IF WS-OLD-LINE-HASH(WS-LOOK-INDEX)
                       = WS-NEW-LINE-HASH(WS-NEW-INDEX)
                   MOVE WS-LOOK-INDEX TO WS-MATCH-OLD-AT
               END-IF
               ADD 1 TO WS-LOOK-INDEX
           END-PERFORM
           COMPUTE WS-LOOK-INDEX = WS-NEW-INDEX + 1
           COMPUTE WS-LOOK-LIMIT = WS-NEW-INDEX + WS-DIFF-WINDOW
           PERFORM UNTIL WS-LOOK-INDEX > WS-LOOK-LIMIT
                   OR WS-LOOK-INDEX > WS-NEW-STORED-COUNT
                   OR WS-MATCH-NEW-AT > 0
               IF WS-NEW-LINE-HASH(WS-LOOK-INDEX)
                       = WS-OLD-LINE-HASH(WS-OLD-INDEX)
                   MOVE WS-LOOK-INDEX TO WS-MATCH-NEW-AT
               END-IF
               ADD 1 TO WS-LOOK-INDEX
           END-PERFORM
           IF WS-MATCH-OLD-AT > 0
                   AND (WS-MATCH-NEW-AT = 0
                   OR WS-MATCH-OLD-AT - WS-OLD-INDEX
                       NOT > WS-MATCH-NEW-AT - WS-NEW-INDEX)
               PERFORM REPORT-REMOVED-LINE
                   UNTIL WS-OLD-INDEX = WS-MATCH-OLD-AT
           ELSE
               IF WS-MATCH-NEW-AT > 0
                   PERFORM REPORT-ADDED-LINE
                       UNTIL WS-NEW-INDEX = WS-MATCH-NEW-AT
               ELSE
                   PERFORM REPORT-CHANGED-LINE
               END-IF
           END-IF.

       REPORT-ADDED-LINE.
           MOVE SPACES TO CHANGE-REPORT-RECORD
           MOVE WS-CURRENT-FILENAME TO CHANGE-FILENAME
           MOVE 'ADDED' TO CHANGE-TYPE
           MOVE WS-NEW-FILE-LINE(WS-NEW-INDEX) TO CHANGE-LINE-NUMBER
           MOVE WS-NEW-LINE-TEXT(WS-NEW-INDEX) TO CHANGE-TEXT
           WRITE CHANGE-REPORT-RECORD
           IF WS-FIRST-CHANGE-LINE = ZERO
               MOVE WS-NEW-FILE-LINE(WS-NEW-INDEX)
                   TO WS-FIRST-CHANGE-LINE
           END-IF
           ADD 1 TO WS-NEW-INDEX.

      * A removed line carries its line number in the previous
      * capture, since it has none in this one.
       REPORT-REMOVED-LINE.
           MOVE SPACES TO CHANGE-REPORT-RECORD
           MOVE WS-CURRENT-FILENAME TO CHANGE-FILENAME
           MOVE 'REMOVED' TO CHANGE-TYPE
           MOVE WS-OLD-FILE-LINE(WS-OLD-INDEX) TO CHANGE-LINE-NUMBER
           MOVE WS-OLD-LINE-TEXT(WS-OLD-INDEX) TO CHANGE-TEXT
           WRITE CHANGE-REPORT-RECORD
           IF WS-FIRST-CHANGE-LINE = ZERO
               MOVE WS-OLD-FILE-LINE(WS-OLD-INDEX)
                   TO WS-FIRST-CHANGE-LINE
           END-IF
           ADD 1 TO WS-OLD-INDEX.

      * A changed line is written as the new text followed by a WAS
      * line holding the previous capture's line number and text.
       REPORT-CHANGED-LINE.
           MOVE SPACES TO CHANGE-REPORT-RECORD
           MOVE WS-CURRENT-FILENAME TO CHANGE-FILENAME
           MOVE 'CHANGED' TO CHANGE-TYPE
           MOVE WS-NEW-FILE-LINE(WS-NEW-INDEX) TO CHANGE-LINE-NUMBER
           MOVE WS-NEW-LINE-TEXT(WS-NEW-INDEX) TO CHANGE-TEXT
           WRITE CHANGE-REPORT-RECORD
           MOVE SPACES TO CHANGE-REPORT-RECORD
           MOVE WS-CURRENT-FILENAME TO CHANGE-FILENAME
           MOVE 'WAS' TO CHANGE-TYPE
           MOVE WS-OLD-FILE-LINE(WS-OLD-INDEX) TO CHANGE-LINE-NUMBER
           MOVE WS-OLD-LINE-TEXT(WS-OLD-INDEX) TO CHANGE-TEXT
           WRITE CHANGE-REPORT-RECORD
           IF WS-FIRST-CHANGE-LINE = ZERO
               MOVE WS-NEW-FILE-LINE(WS-NEW-INDEX)
                   TO WS-FIRST-CHANGE-LINE
           END-IF
           ADD 1 TO WS-OLD-INDEX
           ADD 1 TO WS-NEW-INDEX.

       CHECK-STATIC-ENDPOINT.
           MOVE ZERO TO WS-STATIC-FOUND-AT
           PERFORM VARYING WS-STATIC-INDEX FROM 1 BY 1
                   UNTIL WS-STATIC-INDEX > WS-STATIC-COUNT
                   OR WS-STATIC-FOUND-AT > 0
               IF WS-STATIC-FILENAME(WS-STATIC-INDEX)
                       = WS-CURRENT-FILENAME
                   MOVE WS-STATIC-INDEX TO WS-STATIC-FOUND-AT
               END-IF
           END-PERFORM.

      * One alert per changed static capture, on the first line that
      * differs, under the keyword CONTENT CHANGED so the triage folds
      * repeats into one open alert per endpoint.
       WRITE-STATIC-ALERT.
           MOVE SPACES TO ALERT-RECORD
           MOVE WS-CURRENT-FILENAME TO ALERT-FILENAME
           MOVE WS-FIRST-CHANGE-LINE TO ALERT-LINE-NUMBER
           MOVE 'CONTENT CHANGED' TO ALERT-KEYWORD
           MOVE WS-STATIC-SEVERITY(WS-STATIC-FOUND-AT) TO ALERT-SEVERITY
           MOVE WS-STATIC-REASON(WS-STATIC-FOUND-AT) TO ALERT-REASON
           WRITE ALERT-RECORD
           PERFORM COUNT-ALERT-SEVERITY.

      * The stored fingerprint is replaced by this capture's: line
      * zero is rewritten, each body line written or rewritten, and
      * any lines left over from a longer previous capture deleted.
       STORE-CONTENT-FINGERPRINT.
           MOVE SPACES TO FINGERPRINT-RECORD
           MOVE WS-CURRENT-FILENAME TO FP-FILENAME
           MOVE ZERO TO FP-LINE-NUMBER
           MOVE WS-BODY-HASH TO FP-HASH
           MOVE WS-BODY-LINE-COUNT TO FP-LINE-COUNT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO FP-CAPTURE-DATE
           MOVE ZERO TO FP-FILE-LINE-NUMBER
           PERFORM WRITE-FINGERPRINT-RECORD
           PERFORM STORE-ONE-FINGERPRINT-LINE
               VARYING WS-NEW-INDEX FROM 1 BY 1
               UNTIL WS-NEW-INDEX > WS-NEW-STORED-COUNT
           IF WS-OLD-STORED-COUNT > WS-NEW-STORED-COUNT
               COMPUTE WS-OLD-INDEX = WS-NEW-STORED-COUNT + 1
               PERFORM DELETE-ONE-FINGERPRINT-LINE
                   UNTIL WS-OLD-INDEX > WS-OLD-STORED-COUNT
           END-IF.

       STORE-ONE-FINGERPRINT-LINE.
           MOVE SPACES TO FINGERPRINT-RECORD
           MOVE WS-CURRENT-FILENAME TO FP-FILENAME
           MOVE WS-NEW-INDEX TO FP-LINE-NUMBER
           MOVE WS-NEW-LINE-HASH(WS-NEW-INDEX) TO FP-HASH
           MOVE ZERO TO FP-LINE-COUNT
           MOVE ZERO TO FP-CAPTURE-DATE
           MOVE WS-NEW-FILE-LINE(WS-NEW-INDEX) TO FP-FILE-LINE-NUMBER
           MOVE WS-NEW-LINE-TEXT(WS-NEW-INDEX) TO FP-TEXT
           PERFORM WRITE-FINGERPRINT-RECORD.

       WRITE-FINGERPRINT-RECORD.
           WRITE FINGERPRINT-RECORD
               INVALID KEY
                   REWRITE FINGERPRINT-RECORD
                       INVALID KEY
                           DISPLAY "Unable to record the fingerprint "
                               "of " WS-CURRENT-FILENAME " - status "
                               WS-FINGERPRINT-STATUS
                   END-REWRITE
           END-WRITE.

       DELETE-ONE-FINGERPRINT-LINE.
           MOVE WS-CURRENT-FILENAME TO FP-FILENAME
           MOVE WS-OLD-INDEX TO FP-LINE-NUMBER
           DELETE FINGERPRINT-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           ADD 1 TO WS-OLD-INDEX.

      * A forced reprocess replaces the ledger entry, so the ledger
      * always carries the latest pass and never stacks stats.
       UPDATE-LEDGER-ENTRY.
           WRITE CAPTURE-SUMMARY-RECORD.

       HANDLE-ONE-RECORD.
           MOVE WS-PARSE-STATE TO WS-PRIOR-PARSE-STATE
           PERFORM PARSE-CAPTURE-LINE
           IF WS-FINGERPRINTING
               IF WS-NOT-HTTP
                       OR (WS-IN-HTTP-BODY
                           AND WS-PRIOR-PARSE-STATE = 'B')
                   PERFORM FINGERPRINT-BODY-LINE
               END-IF
           END-IF
           IF WEB-CONTENT-REC = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               END-IF
           END-IF.

      * Body lines only - the headers carry a date that changes on
      * every capture.  The line hash runs over all 100 bytes of the
      * record, one character at a time, modulo a large prime; the
      * body hash folds the line hashes together in order.  Only the
      * first 1000 body lines are kept line by line.
       FINGERPRINT-BODY-LINE.
           MOVE ZERO TO WS-LINE-HASH
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                   UNTIL WS-HASH-POS > 100
               MOVE WEB-CONTENT-REC(WS-HASH-POS:1) TO WS-HASH-CHAR
               COMPUTE WS-HASH-WORK =
                   WS-LINE-HASH * 31 + WS-HASH-CHAR-VALUE
               DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
                   GIVING WS-HASH-QUOTIENT REMAINDER WS-LINE-HASH
           END-PERFORM
           COMPUTE WS-HASH-WORK = WS-BODY-HASH * 31 + WS-LINE-HASH
           DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
               GIVING WS-HASH-QUOTIENT REMAINDER WS-BODY-HASH
           ADD 1 TO WS-BODY-LINE-COUNT
           IF WS-BODY-LINE-COUNT NOT > WS-FP-MAX-LINES
               MOVE WS-LINE-HASH
                   TO WS-NEW-LINE-HASH(WS-BODY-LINE-COUNT)
               MOVE WS-LINE-NUMBER
                   TO WS-NEW-FILE-LINE(WS-BODY-LINE-COUNT)
               MOVE WEB-CONTENT-REC
                   TO WS-NEW-LINE-TEXT(WS-BODY-LINE-COUNT)
           END-IF.

       SCAN-WATCH-LIST.
           PERFORM CHECK-ONE-WATCH-KEYWORD
               VARYING WS-WATCH-INDEX FROM 1 BY 1
           MOVE WS-WATCH-SEVERITY(WS-WATCH-INDEX) TO ALERT-SEVERITY
           MOVE WS-WATCH-REASON(WS-WATCH-INDEX) TO ALERT-REASON
           WRITE ALERT-RECORD
           PERFORM COUNT-ALERT-SEVERITY.

       COUNT-ALERT-SEVERITY.
           ADD 1 TO WS-ALERT-TOTAL
           IF ALERT-SEVERITY = 'C'
               ADD 1 TO WS-ALERT-COUNT-CRIT
           ELSE
               IF ALERT-SEVERITY = 'H'
                   ADD 1 TO WS-ALERT-COUNT-HIGH
               ELSE
                   IF ALERT-SEVERITY = 'M'
                       ADD 1 TO WS-ALERT-COUNT-MED
                   ELSE
                       IF ALERT-SEVERITY = 'L'
                           ADD 1 TO WS-ALERT-COUNT-LOW
                       ELSE
                           ADD 1 TO WS-ALERT-COUNT-OTHER
