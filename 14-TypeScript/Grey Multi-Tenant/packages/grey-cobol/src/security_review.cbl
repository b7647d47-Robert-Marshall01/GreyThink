      ******************************************************************
      * security_review.cbl - Grey Daily Security Review
      * OPS-ERROR-REPORT and OPS-ALERT-MONITOR watch for calls that
      * failed or ran slow; nothing watched for calls that succeeded
      * but should not have happened. This job reviews one day's
      * activity - the audit log (live and rolled), the run history
      * and the console's audit records - and lists every anomaly
      * with its correlation ID:
      *
      *   OFF-HOURS-WRITE        a POST/PUT/PATCH/DELETE outside both
      *                          the batch window and the staffed
      *                          hours (HIGH for a DELETE, else
      *                          MEDIUM)
      *   OFF-HOURS-CONSOLE      a console action outside the staffed
      *                          hours (MEDIUM)
      *   UNAUTHORIZED-OPERATOR  a console action by an operator not
      *                          on the authority file (HIGH)
      *   BREAK-GLASS-ACTION     a console action taken under a
      *                          break-glass grant (MEDIUM - the
      *                          grant itself was spooled when taken
      *                          and BREAKGLASS-REVIEW carries the
      *                          sign-off)
      *   NEW-JOB                a job name never seen in the run
      *                          history before (MEDIUM)
      *   NEW-TENANT             a tenant never seen in the audit log
      *                          before (MEDIUM)
      *   DELETE-VOLUME          the day's DELETE count far above its
      *                          30-day norm (HIGH)
      *
      * Staffed hours apply on business days only (DATE-UTILS
      * calendar); a weekend or holiday has no staffed hours at all.
      *
      * What counts as "seen before" is learned: the known-entity
      * file (/tmp/grey_security_known.txt, "JOB|name|first-date" and
      * "TENANT|id|first-date") gains every new name the review
      * meets, and the daily-volume file
      * (/tmp/grey_security_daily.txt, "date|deletes|writes") one
      * line per reviewed day for the norm. The very first run only
      * learns - nothing is new to a review with no history. A rerun
      * for the same day reports the same findings.
      *
      * Parameters (environment):
      *   GREY_SECREV_DATE          day to review, YYYY-MM-DD
      *                             (default yesterday)
      *   GREY_BATCH_WINDOW         HHMM-HHMM (default 0100-0600;
      *                             may wrap midnight)
      *   GREY_STAFFED_HOURS        HHMM-HHMM (default 0700-1900)
      *   GREY_SECREV_DELETE_FACTOR DELETEs above this multiple of
      *                             the 30-day average (default 3)
      *   GREY_SECREV_DELETE_MIN    ...and at least this many
      *                             (default 20); the norm needs 7
      *                             days of history
      *   GREY_SECREV_NOTIFY_LEVEL  LOW, MEDIUM or HIGH - findings at
      *                             or above it are spooled through
      *                             NOTIFY-SPOOL for the security
      *                             team (default HIGH; at most 25
      *                             per run, then one roll-up)
      *   GREY_AUTHORITY_FILE       the console's authority file
      *
      * Report (/tmp/grey_security_review.txt):
      *   "SECURITY-REVIEW|RUN_DATE=..|REVIEW_DATE=..|BATCH_WINDOW=..
      *    |STAFFED_HOURS=..|BUSINESS_DAY=Y/N"
      *   "FINDING|severity|type|timestamp|correlation-id|detail"
      *   "NOTE|text"
      *   "TOTAL|CALLS=n|WRITES=n|DELETES=n|FINDINGS=n|HIGH=n|
      *    MEDIUM=n|LOW=n|NOTIFIED=n"
      *
      * RETURN-CODE 0 nothing found, 4 findings listed, 8 bad
      * parameters, 12 another instance holds the run lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECURITY-REVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-IN-FILE ASSIGN TO WS-AUDIT-IN-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-IN-FILE-STATUS.

           SELECT ROLLED-LIST-FILE ASSIGN TO WS-ROLLED-LIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROLLED-LIST-STATUS.

           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT AUTHORITY-FILE ASSIGN TO WS-AUTHORITY-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHORITY-FILE-STATUS.

           SELECT KNOWN-FILE ASSIGN TO WS-KNOWN-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-KNOWN-FILE-STATUS.

           SELECT DAILY-FILE ASSIGN TO WS-DAILY-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DAILY-FILE-STATUS.

           SELECT REVIEW-REPORT-FILE ASSIGN TO WS-REVIEW-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-IN-FILE.
       01  AUDIT-IN-RECORD             PIC X(512).

       FD  ROLLED-LIST-FILE.
       01  ROLLED-LIST-RECORD          PIC X(128).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD              PIC X(250).

       FD  AUTHORITY-FILE.
       01  AUTHORITY-RECORD            PIC X(120).

       FD  KNOWN-FILE.
       01  KNOWN-RECORD                PIC X(100).

       FD  DAILY-FILE.
       01  DAILY-RECORD                PIC X(40).

       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-RECORD        PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-IN-FILE-NAME       PIC X(80)  VALUE SPACES.
       01  WS-AUDIT-IN-FILE-STATUS     PIC XX     VALUE SPACES.
       01  WS-ROLLED-LIST-NAME         PIC X(64)
               VALUE "/tmp/grey_security_review_files.lst".
       01  WS-ROLLED-LIST-STATUS       PIC XX     VALUE SPACES.
       01  WS-HISTORY-FILE-NAME        PIC X(64)
               VALUE "/tmp/grey_run_history.txt".
       01  WS-HISTORY-FILE-STATUS      PIC XX     VALUE SPACES.
       01  WS-AUTHORITY-FILE-NAME      PIC X(64)
               VALUE "/tmp/grey_operator_authority.txt".
       01  WS-AUTHORITY-FILE-ENV       PIC X(64)  VALUE SPACES.
       01  WS-AUTHORITY-FILE-STATUS    PIC XX     VALUE SPACES.
       01  WS-KNOWN-FILE-NAME          PIC X(64)
               VALUE "/tmp/grey_security_known.txt".
       01  WS-KNOWN-FILE-STATUS        PIC XX     VALUE SPACES.
       01  WS-DAILY-FILE-NAME          PIC X(64)
               VALUE "/tmp/grey_security_daily.txt".
       01  WS-DAILY-FILE-STATUS        PIC XX     VALUE SPACES.
       01  WS-REVIEW-REPORT-NAME       PIC X(64)
               VALUE "/tmp/grey_security_review.txt".
       01  WS-COMMAND                  PIC X(300) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-LIST-EOF                 PIC X      VALUE "N".
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-REPORT-LINE              PIC X(400) VALUE SPACES.

      ******************************************************************
      * Parameters
      ******************************************************************
       01  WS-REVIEW-DATE              PIC X(10)  VALUE SPACES.
       01  WS-REVIEW-NUM               PIC 9(8)   VALUE 0.
       01  WS-REVIEW-INT               PIC 9(8)   VALUE 0.
       01  WS-REVIEW-TS                PIC X(32)  VALUE SPACES.
       01  WS-BUSINESS-DAY             PIC X      VALUE "Y".
       01  WS-WINDOW-ENV               PIC X(9)   VALUE SPACES.
       01  WS-BATCH-START              PIC 9(4)   VALUE 0100.
       01  WS-BATCH-END                PIC 9(4)   VALUE 0600.
       01  WS-STAFF-START              PIC 9(4)   VALUE 0700.
       01  WS-STAFF-END                PIC 9(4)   VALUE 1900.
       01  WS-WIN-START                PIC 9(4)   VALUE 0.
       01  WS-WIN-END                  PIC 9(4)   VALUE 0.
       01  WS-WIN-OK                   PIC X      VALUE "N".
       01  WS-BATCH-TEXT               PIC X(9)   VALUE SPACES.
       01  WS-STAFF-TEXT               PIC X(9)   VALUE SPACES.
       01  WS-FACTOR-ENV               PIC X(8)   VALUE SPACES.
       01  WS-DELETE-FACTOR            PIC 9(3)V99 VALUE 3.
       01  WS-DELETE-MIN-ENV           PIC X(8)   VALUE SPACES.
       01  WS-DELETE-MIN               PIC 9(7)   VALUE 20.
       01  WS-LEVEL-ENV                PIC X(8)   VALUE SPACES.
       01  WS-NOTIFY-RANK              PIC 9      VALUE 3.
       01  WS-NOTIFY-CAP               PIC 9(3)   VALUE 25.
       01  WS-PARAM-ERROR              PIC X      VALUE "N".

      ******************************************************************
      * One audit record's tokens
      ******************************************************************
       01  WS-TOK-DATE                 PIC X(10)  VALUE SPACES.
       01  WS-TOK-TIME                 PIC X(8)   VALUE SPACES.
       01  WS-TOK-METHOD               PIC X(8)   VALUE SPACES.
       01  WS-TOK-URL                  PIC X(400) VALUE SPACES.
       01  WS-TOK-STATUS-KV            PIC X(16)  VALUE SPACES.
       01  WS-TOK-RC-KV                PIC X(16)  VALUE SPACES.
       01  WS-TOK-OK-KV                PIC X(8)   VALUE SPACES.
       01  WS-TOK-ELAPSED-KV           PIC X(24)  VALUE SPACES.
       01  WS-TOK-CID-KV               PIC X(48)  VALUE SPACES.
       01  WS-TOK-TENANT-KV            PIC X(72)  VALUE SPACES.
       01  WS-CALL-CID                 PIC X(40)  VALUE SPACES.
       01  WS-CALL-TENANT              PIC X(64)  VALUE SPACES.
       01  WS-CALL-HHMM                PIC 9(4)   VALUE 0.
       01  WS-CALL-TS                  PIC X(19)  VALUE SPACES.
       01  WS-IN-BATCH                 PIC X      VALUE "N".
       01  WS-IN-STAFFED               PIC X      VALUE "N".
       01  WS-OPERATOR                 PIC X(32)  VALUE SPACES.
       01  WS-OPERATOR-POS             PIC 9(3)   VALUE 0.
       01  WS-BREAKGLASS-POS           PIC 9(3)   VALUE 0.
       01  WS-BREAKGLASS-SESSION       PIC X(24)  VALUE SPACES.

      ******************************************************************
      * One run-history record's fields
      ******************************************************************
       01  WS-HIST-F-JOB               PIC X(32)  VALUE SPACES.
       01  WS-HIST-F-RUN-ID            PIC X(24)  VALUE SPACES.
       01  WS-HIST-F-START             PIC X(19)  VALUE SPACES.
       01  WS-HIST-F-END               PIC X(19)  VALUE SPACES.
       01  WS-HIST-F-READ              PIC X(10)  VALUE SPACES.
       01  WS-HIST-F-OK                PIC X(10)  VALUE SPACES.
       01  WS-HIST-F-FAIL              PIC X(10)  VALUE SPACES.
       01  WS-HIST-F-RC                PIC X(8)   VALUE SPACES.
       01  WS-HIST-F-CID               PIC X(40)  VALUE SPACES.

      ******************************************************************
      * Operators on the authority file
      ******************************************************************
       01  WS-AUTHORITY-TABLE.
           05  WS-AU-COUNT              PIC 9(4)  VALUE 0.
           05  WS-AU-OPERATOR           PIC X(32) OCCURS 500 TIMES.
       01  WS-AU-IDX                   PIC 9(4)   VALUE 0.
       01  WS-AU-LOADED                PIC X      VALUE "N".
       01  WS-AU-FOUND                 PIC X      VALUE "N".
       01  WS-REC-OPERATOR             PIC X(32)  VALUE SPACES.

      ******************************************************************
      * Known jobs and tenants - the learned baseline
      ******************************************************************
       01  WS-KNOWN-TABLE.
           05  WS-KN-COUNT              PIC 9(4)  VALUE 0.
           05  WS-KN-ENTRY OCCURS 3000 TIMES.
               10  WS-KN-TYPE           PIC X(6).
               10  WS-KN-VALUE          PIC X(64).
               10  WS-KN-FIRST          PIC X(8).
               10  WS-KN-FLAGGED        PIC X.
       01  WS-KN-IDX                   PIC 9(4)   VALUE 0.
       01  WS-KN-FOUND                 PIC 9(4)   VALUE 0.
       01  WS-KN-FULL-WARNED           PIC X      VALUE "N".
       01  WS-BASELINE-RUN             PIC X      VALUE "N".
       01  WS-LOOK-TYPE                PIC X(6)   VALUE SPACES.
       01  WS-LOOK-VALUE               PIC X(64)  VALUE SPACES.
       01  WS-LOOK-NEW                 PIC X      VALUE "N".

      ******************************************************************
      * Reviewed days' volumes - the DELETE norm
      ******************************************************************
       01  WS-DAILY-TABLE.
           05  WS-DY-COUNT              PIC 9(4)  VALUE 0.
           05  WS-DY-ENTRY OCCURS 400 TIMES.
               10  WS-DY-DATE           PIC 9(8).
               10  WS-DY-DELETES        PIC 9(7).
               10  WS-DY-WRITES         PIC 9(7).
       01  WS-DY-IDX                   PIC 9(4)   VALUE 0.
       01  WS-DY-DATE-X                PIC X(8)   VALUE SPACES.
       01  WS-DY-DELETES-X             PIC X(7)   VALUE SPACES.
       01  WS-DY-WRITES-X              PIC X(7)   VALUE SPACES.
       01  WS-DY-INT                   PIC 9(8)   VALUE 0.
       01  WS-NORM-DAYS                PIC 9(3)   VALUE 0.
       01  WS-NORM-TOTAL               PIC 9(9)   VALUE 0.
       01  WS-NORM-AVG                 PIC 9(7)V99 VALUE 0.
       01  WS-NORM-LIMIT               PIC 9(9)V99 VALUE 0.
       01  WS-AVG-TEXT                 PIC Z(6)9.99 VALUE SPACES.
       01  WS-FACTOR-TEXT              PIC ZZ9.99 VALUE SPACES.

      ******************************************************************
      * Counts and the finding being written
      ******************************************************************
       01  WS-CALLS                    PIC 9(8)   VALUE 0.
       01  WS-WRITES                   PIC 9(7)   VALUE 0.
       01  WS-DELETES                  PIC 9(7)   VALUE 0.
       01  WS-FINDINGS                 PIC 9(6)   VALUE 0.
       01  WS-HIGH-COUNT               PIC 9(6)   VALUE 0.
       01  WS-MEDIUM-COUNT             PIC 9(6)   VALUE 0.
       01  WS-LOW-COUNT                PIC 9(6)   VALUE 0.
       01  WS-NOTIFIED                 PIC 9(5)   VALUE 0.
       01  WS-NOTIFY-HELD              PIC 9(5)   VALUE 0.
       01  WS-F-SEVERITY               PIC X(6)   VALUE SPACES.
       01  WS-F-RANK                   PIC 9      VALUE 0.
       01  WS-F-TYPE                   PIC X(24)  VALUE SPACES.
       01  WS-F-TS                     PIC X(19)  VALUE SPACES.
       01  WS-F-CID                    PIC X(40)  VALUE SPACES.
       01  WS-F-DETAIL                 PIC X(240) VALUE SPACES.
       01  WS-COUNT-TEXT               PIC Z(7)9  VALUE SPACES.
       01  WS-COUNT-TEXT-2             PIC Z(7)9  VALUE SPACES.
       01  WS-COUNT-TEXT-3             PIC Z(7)9  VALUE SPACES.
       01  WS-LINE-PTR                 PIC 9(3)   VALUE 1.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "SECURITY-REVIEW".
       01  WS-HIST-RUN-ID              PIC X(24)  VALUE SPACES.
       01  WS-HIST-READ                PIC 9(8)   VALUE 0.
       01  WS-HIST-OK                  PIC 9(8)   VALUE 0.
       01  WS-HIST-FAIL                PIC 9(8)   VALUE 0.
       01  WS-HIST-CID                 PIC X(40)  VALUE SPACES.

      ******************************************************************
      * Notification spool fields
      ******************************************************************
       01  WS-NOTIFY-SEVERITY          PIC X(8)   VALUE SPACES.
       01  WS-NOTIFY-SUMMARY           PIC X(64)  VALUE SPACES.
       01  WS-NOTIFY-DETAIL            PIC X(256) VALUE SPACES.
       01  WS-RES-ERR-MSG              PIC X(256) VALUE SPACES.
       01  WS-LOCK-ACQUIRED            PIC X      VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Daily Security Review ==="
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW

           CALL "RUN-HISTORY-START" USING WS-HIST-JOB-NAME
                                          WS-HIST-RUN-ID
           CALL "RUN-LOCK-ACQUIRE" USING WS-HIST-JOB-NAME
                                         WS-LOCK-ACQUIRED
           IF WS-LOCK-ACQUIRED NOT = "Y"
               MOVE 12 TO RETURN-CODE
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF

           PERFORM READ-PARAMETERS
           IF WS-PARAM-ERROR = "Y"
               PERFORM ABEND-RUN
           END-IF

           PERFORM LOAD-AUTHORITY
           PERFORM LOAD-KNOWN-ENTITIES
           PERFORM LOAD-DAILY-VOLUMES

           MOVE SPACES TO WS-REVIEW-TS
           STRING WS-REVIEW-DATE DELIMITED BY SIZE
                  "T12:00:00Z" DELIMITED BY SIZE
                  INTO WS-REVIEW-TS
           CALL "DATE-IS-BUSINESS-DAY" USING WS-REVIEW-TS
                                             WS-BUSINESS-DAY
           MOVE 0 TO RETURN-CODE

           OPEN OUTPUT REVIEW-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SECURITY-REVIEW|RUN_DATE=" DELIMITED BY SIZE
                  WS-NOW(1:8) DELIMITED BY SIZE
                  "|REVIEW_DATE=" DELIMITED BY SIZE
                  WS-REVIEW-DATE DELIMITED BY SIZE
                  "|BATCH_WINDOW=" DELIMITED BY SIZE
                  WS-BATCH-TEXT DELIMITED BY SPACE
                  "|STAFFED_HOURS=" DELIMITED BY SIZE
                  WS-STAFF-TEXT DELIMITED BY SPACE
                  "|BUSINESS_DAY=" DELIMITED BY SIZE
                  WS-BUSINESS-DAY DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-BASELINE-RUN = "Y"
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NOTE|no known-entity history yet - this run "
                          DELIMITED BY SIZE
                      "learns the jobs and tenants it sees"
                          DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-AU-LOADED NOT = "Y"
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NOTE|authority file " DELIMITED BY SIZE
                      WS-AUTHORITY-FILE-NAME DELIMITED BY SPACE
                      " not found - every console action is "
                          DELIMITED BY SIZE
                      "unauthorized" DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM REVIEW-AUDIT-LOG
           PERFORM REVIEW-RUN-HISTORY
           PERFORM CHECK-DELETE-VOLUME
           PERFORM SAVE-KNOWN-ENTITIES
           PERFORM SAVE-DAILY-VOLUMES

           IF WS-NOTIFY-HELD > 0
               PERFORM NOTIFY-HELD-FINDINGS
           END-IF

           PERFORM WRITE-TOTAL-LINE
           CLOSE REVIEW-REPORT-FILE

           DISPLAY "Security review of " WS-REVIEW-DATE
                   " - calls: " WS-CALLS " findings: " WS-FINDINGS
                   " (high " WS-HIGH-COUNT ") notified: " WS-NOTIFIED

           MOVE WS-CALLS TO WS-HIST-READ
           MOVE WS-CALLS TO WS-HIST-OK
           MOVE WS-FINDINGS TO WS-HIST-FAIL
           IF WS-FINDINGS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           STOP RUN.

      ******************************************************************
      * READ-PARAMETERS: Review day, time windows, DELETE norm and
      * notification level
      ******************************************************************
       READ-PARAMETERS.
           ACCEPT WS-REVIEW-DATE FROM ENVIRONMENT "GREY_SECREV_DATE"
           IF WS-REVIEW-DATE = SPACES
               COMPUTE WS-REVIEW-INT =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-NOW(1:8))) - 1
               COMPUTE WS-REVIEW-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-REVIEW-INT)
               STRING WS-REVIEW-NUM(1:4) "-" WS-REVIEW-NUM(5:2) "-"
                      WS-REVIEW-NUM(7:2)
                   DELIMITED BY SIZE INTO WS-REVIEW-DATE
           ELSE
               IF WS-REVIEW-DATE(1:4) IS NOT NUMERIC
                   OR WS-REVIEW-DATE(5:1) NOT = "-"
                   OR WS-REVIEW-DATE(6:2) IS NOT NUMERIC
                   OR WS-REVIEW-DATE(8:1) NOT = "-"
                   OR WS-REVIEW-DATE(9:2) IS NOT NUMERIC
                   MOVE "GREY_SECREV_DATE must be YYYY-MM-DD"
                       TO WS-RES-ERR-MSG
                   MOVE "Y" TO WS-PARAM-ERROR
                   EXIT PARAGRAPH
               END-IF
               STRING WS-REVIEW-DATE(1:4) WS-REVIEW-DATE(6:2)
                      WS-REVIEW-DATE(9:2)
                   DELIMITED BY SIZE INTO WS-DY-DATE-X
               MOVE WS-DY-DATE-X TO WS-REVIEW-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-REVIEW-NUM) NOT = 0
                   MOVE "GREY_SECREV_DATE is not a valid date"
                       TO WS-RES-ERR-MSG
                   MOVE "Y" TO WS-PARAM-ERROR
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-REVIEW-INT =
                   FUNCTION INTEGER-OF-DATE(WS-REVIEW-NUM)
           END-IF

           ACCEPT WS-WINDOW-ENV FROM ENVIRONMENT "GREY_BATCH_WINDOW"
           IF WS-WINDOW-ENV NOT = SPACES
               PERFORM PARSE-WINDOW
               IF WS-WIN-OK NOT = "Y"
                   MOVE "GREY_BATCH_WINDOW must be HHMM-HHMM"
                       TO WS-RES-ERR-MSG
                   MOVE "Y" TO WS-PARAM-ERROR
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-WIN-START TO WS-BATCH-START
               MOVE WS-WIN-END TO WS-BATCH-END
           END-IF
           ACCEPT WS-WINDOW-ENV FROM ENVIRONMENT "GREY_STAFFED_HOURS"
           IF WS-WINDOW-ENV NOT = SPACES
               PERFORM PARSE-WINDOW
               IF WS-WIN-OK NOT = "Y"
                   MOVE "GREY_STAFFED_HOURS must be HHMM-HHMM"
                       TO WS-RES-ERR-MSG
                   MOVE "Y" TO WS-PARAM-ERROR
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-WIN-START TO WS-STAFF-START
               MOVE WS-WIN-END TO WS-STAFF-END
           END-IF
           STRING WS-BATCH-START "-" WS-BATCH-END
               DELIMITED BY SIZE INTO WS-BATCH-TEXT
           STRING WS-STAFF-START "-" WS-STAFF-END
               DELIMITED BY SIZE INTO WS-STAFF-TEXT

           ACCEPT WS-FACTOR-ENV
               FROM ENVIRONMENT "GREY_SECREV_DELETE_FACTOR"
           IF WS-FACTOR-ENV NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-FACTOR-ENV) = 0
                   COMPUTE WS-DELETE-FACTOR =
                       FUNCTION NUMVAL(WS-FACTOR-ENV)
               END-IF
           END-IF
           ACCEPT WS-DELETE-MIN-ENV
               FROM ENVIRONMENT "GREY_SECREV_DELETE_MIN"
           IF WS-DELETE-MIN-ENV NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-DELETE-MIN-ENV) = 0
                   COMPUTE WS-DELETE-MIN =
                       FUNCTION NUMVAL(WS-DELETE-MIN-ENV)
               END-IF
           END-IF

           ACCEPT WS-LEVEL-ENV
               FROM ENVIRONMENT "GREY_SECREV_NOTIFY_LEVEL"
           MOVE FUNCTION UPPER-CASE(WS-LEVEL-ENV) TO WS-LEVEL-ENV
           EVALUATE WS-LEVEL-ENV
               WHEN "LOW"    MOVE 1 TO WS-NOTIFY-RANK
               WHEN "MEDIUM" MOVE 2 TO WS-NOTIFY-RANK
               WHEN OTHER    MOVE 3 TO WS-NOTIFY-RANK
           END-EVALUATE

           ACCEPT WS-AUTHORITY-FILE-ENV
               FROM ENVIRONMENT "GREY_AUTHORITY_FILE"
           IF WS-AUTHORITY-FILE-ENV NOT = SPACES
               MOVE WS-AUTHORITY-FILE-ENV TO WS-AUTHORITY-FILE-NAME
           END-IF.

       PARSE-WINDOW.
           MOVE "N" TO WS-WIN-OK
           IF WS-WINDOW-ENV(1:4) IS NUMERIC
               AND WS-WINDOW-ENV(5:1) = "-"
               AND WS-WINDOW-ENV(6:4) IS NUMERIC
               MOVE WS-WINDOW-ENV(1:4) TO WS-WIN-START
               MOVE WS-WINDOW-ENV(6:4) TO WS-WIN-END
               IF WS-WIN-START <= 2400 AND WS-WIN-END <= 2400
                   MOVE "Y" TO WS-WIN-OK
               END-IF
           END-IF.

      ******************************************************************
      * LOAD-AUTHORITY: The operators the console lets act
      ******************************************************************
       LOAD-AUTHORITY.
           OPEN INPUT AUTHORITY-FILE
           IF WS-AUTHORITY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-AU-LOADED
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ AUTHORITY-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF AUTHORITY-RECORD NOT = SPACES
                           AND AUTHORITY-RECORD(1:1) NOT = "#"
                           AND WS-AU-COUNT < 500
                           MOVE SPACES TO WS-REC-OPERATOR
                           UNSTRING AUTHORITY-RECORD DELIMITED BY "|"
                               INTO WS-REC-OPERATOR
                           ADD 1 TO WS-AU-COUNT
                           MOVE WS-REC-OPERATOR
                               TO WS-AU-OPERATOR(WS-AU-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTHORITY-FILE.

      ******************************************************************
      * LOAD-KNOWN-ENTITIES: Every job and tenant seen so far (no file
      * at all means this is the first review - learn only)
      ******************************************************************
       LOAD-KNOWN-ENTITIES.
           OPEN INPUT KNOWN-FILE
           IF WS-KNOWN-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-BASELINE-RUN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ KNOWN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF KNOWN-RECORD NOT = SPACES
                           AND WS-KN-COUNT < 3000
                           ADD 1 TO WS-KN-COUNT
                           MOVE SPACES TO WS-KN-ENTRY(WS-KN-COUNT)
                           UNSTRING KNOWN-RECORD DELIMITED BY "|"
                               INTO WS-KN-TYPE(WS-KN-COUNT)
                                    WS-KN-VALUE(WS-KN-COUNT)
                                    WS-KN-FIRST(WS-KN-COUNT)
                           MOVE "N" TO WS-KN-FLAGGED(WS-KN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KNOWN-FILE.

      ******************************************************************
      * LOAD-DAILY-VOLUMES: Earlier reviewed days' write and DELETE
      * counts (the review day's own line is replaced on save)
      ******************************************************************
       LOAD-DAILY-VOLUMES.
           OPEN INPUT DAILY-FILE
           IF WS-DAILY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ DAILY-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-DAILY-VOLUME
               END-READ
           END-PERFORM
           CLOSE DAILY-FILE.

       LOAD-ONE-DAILY-VOLUME.
           MOVE SPACES TO WS-DY-DATE-X WS-DY-DELETES-X WS-DY-WRITES-X
           UNSTRING DAILY-RECORD DELIMITED BY "|"
               INTO WS-DY-DATE-X WS-DY-DELETES-X WS-DY-WRITES-X
           IF WS-DY-DATE-X IS NOT NUMERIC
               OR WS-DY-DATE-X = WS-REVIEW-NUM
               EXIT PARAGRAPH
           END-IF
      *    Keep the most recent 400 days - the oldest drop off
           IF WS-DY-COUNT >= 400
               PERFORM VARYING WS-DY-IDX FROM 1 BY 1
                           UNTIL WS-DY-IDX >= 400
                   MOVE WS-DY-ENTRY(WS-DY-IDX + 1)
                       TO WS-DY-ENTRY(WS-DY-IDX)
               END-PERFORM
               MOVE 399 TO WS-DY-COUNT
           END-IF
           ADD 1 TO WS-DY-COUNT
           MOVE WS-DY-DATE-X TO WS-DY-DATE(WS-DY-COUNT)
           MOVE 0 TO WS-DY-DELETES(WS-DY-COUNT)
                     WS-DY-WRITES(WS-DY-COUNT)
           IF FUNCTION TEST-NUMVAL(WS-DY-DELETES-X) = 0
               COMPUTE WS-DY-DELETES(WS-DY-COUNT) =
                   FUNCTION NUMVAL(WS-DY-DELETES-X)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-DY-WRITES-X) = 0
               COMPUTE WS-DY-WRITES(WS-DY-COUNT) =
                   FUNCTION NUMVAL(WS-DY-WRITES-X)
           END-IF.

      ******************************************************************
      * REVIEW-AUDIT-LOG: The review day's records wherever the
      * rolls have put them - its size-rolled files, its dated file,
      * and the live log (which still holds them until the first
      * write of the next day)
      ******************************************************************
       REVIEW-AUDIT-LOG.
           MOVE SPACES TO WS-COMMAND
           STRING "(ls -1 /tmp/grey_audit_" DELIMITED BY SIZE
                  WS-REVIEW-NUM DELIMITED BY SIZE
                  "_*.log 2>/dev/null | sort; ls -1 /tmp/grey_audit_"
                      DELIMITED BY SIZE
                  WS-REVIEW-NUM DELIMITED BY SIZE
                  ".log /tmp/grey_audit.log 2>/dev/null) > "
                      DELIMITED BY SIZE
                  WS-ROLLED-LIST-NAME DELIMITED BY SPACE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE 0 TO RETURN-CODE

           MOVE "N" TO WS-LIST-EOF
           OPEN INPUT ROLLED-LIST-FILE
           IF WS-ROLLED-LIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LIST-EOF = "Y"
               READ ROLLED-LIST-FILE
                   AT END MOVE "Y" TO WS-LIST-EOF
                   NOT AT END
                       IF ROLLED-LIST-RECORD NOT = SPACES
                           MOVE ROLLED-LIST-RECORD(1:80)
                               TO WS-AUDIT-IN-FILE-NAME
                           PERFORM REVIEW-AUDIT-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROLLED-LIST-FILE.

       REVIEW-AUDIT-FILE.
           OPEN INPUT AUDIT-IN-FILE
           IF WS-AUDIT-IN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ AUDIT-IN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF AUDIT-IN-RECORD(1:10) = WS-REVIEW-DATE
                           PERFORM REVIEW-AUDIT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-IN-FILE.

      ******************************************************************
      * REVIEW-AUDIT-RECORD: One call of the review day
      ******************************************************************
       REVIEW-AUDIT-RECORD.
           MOVE SPACES TO WS-TOK-DATE WS-TOK-TIME WS-TOK-METHOD
                          WS-TOK-URL WS-TOK-STATUS-KV WS-TOK-RC-KV
                          WS-TOK-OK-KV WS-TOK-ELAPSED-KV
                          WS-TOK-CID-KV WS-TOK-TENANT-KV
           UNSTRING AUDIT-IN-RECORD DELIMITED BY ALL SPACES
               INTO WS-TOK-DATE WS-TOK-TIME WS-TOK-METHOD WS-TOK-URL
                    WS-TOK-STATUS-KV WS-TOK-RC-KV WS-TOK-OK-KV
                    WS-TOK-ELAPSED-KV WS-TOK-CID-KV WS-TOK-TENANT-KV
           IF WS-TOK-METHOD = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CALLS

           MOVE SPACES TO WS-CALL-CID WS-CALL-TENANT
           IF WS-TOK-CID-KV(1:4) = "cid="
               MOVE WS-TOK-CID-KV(5:40) TO WS-CALL-CID
           END-IF
           IF WS-TOK-TENANT-KV(1:7) = "tenant="
               MOVE WS-TOK-TENANT-KV(8:64) TO WS-CALL-TENANT
           END-IF
           MOVE SPACES TO WS-CALL-TS
           STRING WS-TOK-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TOK-TIME DELIMITED BY SIZE
                  INTO WS-CALL-TS
           MOVE 0 TO WS-CALL-HHMM
           IF WS-TOK-TIME(1:2) IS NUMERIC
               AND WS-TOK-TIME(4:2) IS NUMERIC
               COMPUTE WS-CALL-HHMM =
                   FUNCTION NUMVAL(WS-TOK-TIME(1:2)) * 100
                   + FUNCTION NUMVAL(WS-TOK-TIME(4:2))
           END-IF
           PERFORM CLASSIFY-CALL-TIME

           IF WS-CALL-TENANT NOT = SPACES
               MOVE "TENANT" TO WS-LOOK-TYPE
               MOVE WS-CALL-TENANT TO WS-LOOK-VALUE
               PERFORM LOOK-UP-KNOWN-ENTITY
               IF WS-LOOK-NEW = "Y"
                   MOVE "MEDIUM" TO WS-F-SEVERITY
                   MOVE "NEW-TENANT" TO WS-F-TYPE
                   MOVE WS-CALL-TS TO WS-F-TS
                   MOVE WS-CALL-CID TO WS-F-CID
                   MOVE SPACES TO WS-F-DETAIL
                   STRING "tenant " DELIMITED BY SIZE
                          WS-CALL-TENANT DELIMITED BY SPACE
                          " first seen: " DELIMITED BY SIZE
                          WS-TOK-METHOD DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          WS-TOK-URL(1:120) DELIMITED BY SPACE
                          INTO WS-F-DETAIL
                   PERFORM WRITE-FINDING
               END-IF
           END-IF

           EVALUATE WS-TOK-METHOD
               WHEN "POST"
               WHEN "PUT"
               WHEN "PATCH"
               WHEN "DELETE"
                   PERFORM REVIEW-WRITE-CALL
               WHEN "CONSOLE"
                   PERFORM REVIEW-CONSOLE-ACTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * CLASSIFY-CALL-TIME: Inside the batch window? Inside staffed
      * hours (business days only)?
      ******************************************************************
       CLASSIFY-CALL-TIME.
           MOVE WS-BATCH-START TO WS-WIN-START
           MOVE WS-BATCH-END TO WS-WIN-END
           PERFORM CHECK-IN-WINDOW
           MOVE WS-WIN-OK TO WS-IN-BATCH
           MOVE "N" TO WS-IN-STAFFED
           IF WS-BUSINESS-DAY = "Y"
               MOVE WS-STAFF-START TO WS-WIN-START
               MOVE WS-STAFF-END TO WS-WIN-END
               PERFORM CHECK-IN-WINDOW
               MOVE WS-WIN-OK TO WS-IN-STAFFED
           END-IF.

      *    A window whose end is before its start wraps midnight
       CHECK-IN-WINDOW.
           MOVE "N" TO WS-WIN-OK
           IF WS-WIN-START <= WS-WIN-END
               IF WS-CALL-HHMM >= WS-WIN-START
                   AND WS-CALL-HHMM < WS-WIN-END
                   MOVE "Y" TO WS-WIN-OK
               END-IF
           ELSE
               IF WS-CALL-HHMM >= WS-WIN-START
                   OR WS-CALL-HHMM < WS-WIN-END
                   MOVE "Y" TO WS-WIN-OK
               END-IF
           END-IF.

      ******************************************************************
      * REVIEW-WRITE-CALL: A write outside both windows
      ******************************************************************
       REVIEW-WRITE-CALL.
           ADD 1 TO WS-WRITES
           IF WS-TOK-METHOD = "DELETE"
               ADD 1 TO WS-DELETES
           END-IF
           IF WS-IN-BATCH = "Y" OR WS-IN-STAFFED = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-TOK-METHOD = "DELETE"
               MOVE "HIGH" TO WS-F-SEVERITY
           ELSE
               MOVE "MEDIUM" TO WS-F-SEVERITY
           END-IF
           MOVE "OFF-HOURS-WRITE" TO WS-F-TYPE
           MOVE WS-CALL-TS TO WS-F-TS
           MOVE WS-CALL-CID TO WS-F-CID
           MOVE SPACES TO WS-F-DETAIL
           STRING WS-TOK-METHOD DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-TOK-URL(1:120) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-TOK-STATUS-KV DELIMITED BY SPACE
                  " tenant=" DELIMITED BY SIZE
                  WS-CALL-TENANT DELIMITED BY SPACE
                  " outside batch window and staffed hours"
                      DELIMITED BY SIZE
                  INTO WS-F-DETAIL
           PERFORM WRITE-FINDING.

      ******************************************************************
      * REVIEW-CONSOLE-ACTION: "console:ACTION:id:operator=X" (with
      * ":breakglass=session" when a grant allowed it) - who acted,
      * and when
      ******************************************************************
       REVIEW-CONSOLE-ACTION.
           MOVE SPACES TO WS-OPERATOR
           MOVE 0 TO WS-OPERATOR-POS
           INSPECT WS-TOK-URL TALLYING WS-OPERATOR-POS
               FOR CHARACTERS BEFORE INITIAL "operator="
           IF WS-OPERATOR-POS < 380
               UNSTRING WS-TOK-URL(WS-OPERATOR-POS + 10:)
                   DELIMITED BY ":" OR SPACE
                   INTO WS-OPERATOR
           END-IF
           MOVE SPACES TO WS-BREAKGLASS-SESSION
           MOVE 0 TO WS-BREAKGLASS-POS
           INSPECT WS-TOK-URL TALLYING WS-BREAKGLASS-POS
               FOR CHARACTERS BEFORE INITIAL "breakglass="
           IF WS-BREAKGLASS-POS < 380
               UNSTRING WS-TOK-URL(WS-BREAKGLASS-POS + 12:)
                   DELIMITED BY ":" OR SPACE
                   INTO WS-BREAKGLASS-SESSION
           END-IF

      *    Under a break-glass grant the operator is off the authority
      *    file by definition - the action is reported as break-glass
           IF WS-BREAKGLASS-SESSION NOT = SPACES
               MOVE "MEDIUM" TO WS-F-SEVERITY
               MOVE "BREAK-GLASS-ACTION" TO WS-F-TYPE
               MOVE WS-CALL-TS TO WS-F-TS
               MOVE WS-CALL-CID TO WS-F-CID
               MOVE SPACES TO WS-F-DETAIL
               STRING "operator " DELIMITED BY SIZE
                      WS-OPERATOR DELIMITED BY SPACE
                      " under break-glass " DELIMITED BY SIZE
                      WS-BREAKGLASS-SESSION DELIMITED BY SPACE
                      ": " DELIMITED BY SIZE
                      WS-TOK-URL(1:120) DELIMITED BY SPACE
                      INTO WS-F-DETAIL
               PERFORM WRITE-FINDING
               MOVE "Y" TO WS-AU-FOUND
           ELSE
               MOVE "N" TO WS-AU-FOUND
           END-IF
           IF WS-OPERATOR NOT = SPACES AND WS-AU-FOUND NOT = "Y"
               PERFORM VARYING WS-AU-IDX FROM 1 BY 1
                           UNTIL WS-AU-IDX > WS-AU-COUNT
                              OR WS-AU-FOUND = "Y"
                   IF WS-AU-OPERATOR(WS-AU-IDX) = WS-OPERATOR
                       MOVE "Y" TO WS-AU-FOUND
                   END-IF
               END-PERFORM
           END-IF
           IF WS-AU-FOUND NOT = "Y"
               MOVE "HIGH" TO WS-F-SEVERITY
               MOVE "UNAUTHORIZED-OPERATOR" TO WS-F-TYPE
               MOVE WS-CALL-TS TO WS-F-TS
               MOVE WS-CALL-CID TO WS-F-CID
               MOVE SPACES TO WS-F-DETAIL
               IF WS-OPERATOR = SPACES
                   MOVE "(none)" TO WS-OPERATOR
               END-IF
               STRING "operator " DELIMITED BY SIZE
                      WS-OPERATOR DELIMITED BY SPACE
                      " is not on the authority file: "
                          DELIMITED BY SIZE
                      WS-TOK-URL(1:120) DELIMITED BY SPACE
                      INTO WS-F-DETAIL
               PERFORM WRITE-FINDING
           END-IF

           IF WS-IN-STAFFED NOT = "Y"
               MOVE "MEDIUM" TO WS-F-SEVERITY
               MOVE "OFF-HOURS-CONSOLE" TO WS-F-TYPE
               MOVE WS-CALL-TS TO WS-F-TS
               MOVE WS-CALL-CID TO WS-F-CID
               MOVE SPACES TO WS-F-DETAIL
               STRING WS-TOK-URL(1:120) DELIMITED BY SPACE
                      " outside staffed hours" DELIMITED BY SIZE
                      INTO WS-F-DETAIL
               PERFORM WRITE-FINDING
           END-IF.

      ******************************************************************
      * REVIEW-RUN-HISTORY: Every job that ran on the review day, by
      * name, against the jobs seen before
      ******************************************************************
       REVIEW-RUN-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM REVIEW-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       REVIEW-HISTORY-RECORD.
           MOVE SPACES TO WS-HIST-F-JOB WS-HIST-F-RUN-ID
                          WS-HIST-F-START WS-HIST-F-END
                          WS-HIST-F-READ WS-HIST-F-OK WS-HIST-F-FAIL
                          WS-HIST-F-RC WS-HIST-F-CID
           UNSTRING HISTORY-RECORD DELIMITED BY "|"
               INTO WS-HIST-F-JOB WS-HIST-F-RUN-ID WS-HIST-F-START
                    WS-HIST-F-END WS-HIST-F-READ WS-HIST-F-OK
                    WS-HIST-F-FAIL WS-HIST-F-RC WS-HIST-F-CID
           IF WS-HIST-F-JOB = SPACES
               OR WS-HIST-F-START(1:10) NOT = WS-REVIEW-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE "JOB" TO WS-LOOK-TYPE
           MOVE WS-HIST-F-JOB TO WS-LOOK-VALUE
           PERFORM LOOK-UP-KNOWN-ENTITY
           IF WS-LOOK-NEW NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "MEDIUM" TO WS-F-SEVERITY
           MOVE "NEW-JOB" TO WS-F-TYPE
           MOVE WS-HIST-F-START TO WS-F-TS
           MOVE " " TO WS-F-TS(11:1)
           MOVE WS-HIST-F-CID TO WS-F-CID
           MOVE SPACES TO WS-F-DETAIL
           STRING "job " DELIMITED BY SIZE
                  WS-HIST-F-JOB DELIMITED BY SPACE
                  " first seen: run " DELIMITED BY SIZE
                  WS-HIST-F-RUN-ID DELIMITED BY SPACE
                  " rc=" DELIMITED BY SIZE
                  WS-HIST-F-RC DELIMITED BY SPACE
                  INTO WS-F-DETAIL
           PERFORM WRITE-FINDING.

      ******************************************************************
      * LOOK-UP-KNOWN-ENTITY: Is WS-LOOK-TYPE/WS-LOOK-VALUE new? New
      * means not on file, or first seen on the review day itself
      * (so a rerun reports it again); each is reported once a run
      ******************************************************************
       LOOK-UP-KNOWN-ENTITY.
           MOVE "N" TO WS-LOOK-NEW
           MOVE 0 TO WS-KN-FOUND
           PERFORM VARYING WS-KN-IDX FROM 1 BY 1
                       UNTIL WS-KN-IDX > WS-KN-COUNT
                          OR WS-KN-FOUND > 0
               IF WS-KN-TYPE(WS-KN-IDX) = WS-LOOK-TYPE
                   AND WS-KN-VALUE(WS-KN-IDX) = WS-LOOK-VALUE
                   MOVE WS-KN-IDX TO WS-KN-FOUND
               END-IF
           END-PERFORM
           IF WS-KN-FOUND = 0
               IF WS-KN-COUNT >= 3000
                   IF WS-KN-FULL-WARNED = "N"
                       DISPLAY "WARNING: known-entity table full - "
                               "further new names are not learned"
                       MOVE "Y" TO WS-KN-FULL-WARNED
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-KN-COUNT
               MOVE WS-LOOK-TYPE TO WS-KN-TYPE(WS-KN-COUNT)
               MOVE WS-LOOK-VALUE TO WS-KN-VALUE(WS-KN-COUNT)
               MOVE WS-REVIEW-NUM TO WS-KN-FIRST(WS-KN-COUNT)
               MOVE "Y" TO WS-KN-FLAGGED(WS-KN-COUNT)
               IF WS-BASELINE-RUN NOT = "Y"
                   MOVE "Y" TO WS-LOOK-NEW
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-KN-FIRST(WS-KN-FOUND) >= WS-REVIEW-NUM
               AND WS-KN-FLAGGED(WS-KN-FOUND) = "N"
               AND WS-BASELINE-RUN NOT = "Y"
               MOVE "Y" TO WS-KN-FLAGGED(WS-KN-FOUND)
               MOVE "Y" TO WS-LOOK-NEW
           END-IF.

      ******************************************************************
      * CHECK-DELETE-VOLUME: The day's DELETEs against the average of
      * the reviewed days in the 30 before it
      ******************************************************************
       CHECK-DELETE-VOLUME.
           MOVE 0 TO WS-NORM-DAYS WS-NORM-TOTAL
           PERFORM VARYING WS-DY-IDX FROM 1 BY 1
                       UNTIL WS-DY-IDX > WS-DY-COUNT
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DY-DATE(WS-DY-IDX))
                   = 0
                   COMPUTE WS-DY-INT = FUNCTION INTEGER-OF-DATE(
                       WS-DY-DATE(WS-DY-IDX))
                   IF WS-DY-INT < WS-REVIEW-INT
                       AND WS-DY-INT >= WS-REVIEW-INT - 30
                       ADD 1 TO WS-NORM-DAYS
                       ADD WS-DY-DELETES(WS-DY-IDX) TO WS-NORM-TOTAL
                   END-IF
               END-IF
           END-PERFORM
           IF WS-NORM-DAYS < 7
               MOVE WS-NORM-DAYS TO WS-COUNT-TEXT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NOTE|DELETE norm needs 7 reviewed days in the "
                          DELIMITED BY SIZE
                      "last 30, have " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NORM-AVG ROUNDED = WS-NORM-TOTAL / WS-NORM-DAYS
           COMPUTE WS-NORM-LIMIT = WS-NORM-AVG * WS-DELETE-FACTOR
           IF WS-DELETES <= WS-NORM-LIMIT
               OR WS-DELETES < WS-DELETE-MIN
               EXIT PARAGRAPH
           END-IF
           MOVE "HIGH" TO WS-F-SEVERITY
           MOVE "DELETE-VOLUME" TO WS-F-TYPE
           MOVE SPACES TO WS-F-TS
           STRING WS-REVIEW-DATE DELIMITED BY SIZE
                  " 23:59:59" DELIMITED BY SIZE
                  INTO WS-F-TS
           MOVE SPACES TO WS-F-CID
           MOVE WS-DELETES TO WS-COUNT-TEXT
           MOVE WS-NORM-DAYS TO WS-COUNT-TEXT-2
           MOVE WS-NORM-AVG TO WS-AVG-TEXT
           MOVE WS-DELETE-FACTOR TO WS-FACTOR-TEXT
           MOVE SPACES TO WS-F-DETAIL
           STRING FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  " DELETE calls against a 30-day average of "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AVG-TEXT) DELIMITED BY SIZE
                  " over " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT-2) DELIMITED BY SIZE
                  " days (limit x" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FACTOR-TEXT) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-F-DETAIL
           PERFORM WRITE-FINDING.

      ******************************************************************
      * SAVE-KNOWN-ENTITIES / SAVE-DAILY-VOLUMES: Carry the learned
      * baseline forward
      ******************************************************************
       SAVE-KNOWN-ENTITIES.
           OPEN OUTPUT KNOWN-FILE
           PERFORM VARYING WS-KN-IDX FROM 1 BY 1
                       UNTIL WS-KN-IDX > WS-KN-COUNT
               MOVE SPACES TO KNOWN-RECORD
               STRING WS-KN-TYPE(WS-KN-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-KN-VALUE(WS-KN-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-KN-FIRST(WS-KN-IDX) DELIMITED BY SPACE
                      INTO KNOWN-RECORD
               WRITE KNOWN-RECORD
           END-PERFORM
           CLOSE KNOWN-FILE.

       SAVE-DAILY-VOLUMES.
           OPEN OUTPUT DAILY-FILE
           PERFORM VARYING WS-DY-IDX FROM 1 BY 1
                       UNTIL WS-DY-IDX > WS-DY-COUNT
               MOVE SPACES TO DAILY-RECORD
               STRING WS-DY-DATE(WS-DY-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-DY-DELETES(WS-DY-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-DY-WRITES(WS-DY-IDX) DELIMITED BY SIZE
                      INTO DAILY-RECORD
               WRITE DAILY-RECORD
           END-PERFORM
           MOVE SPACES TO DAILY-RECORD
           STRING WS-REVIEW-NUM DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-DELETES DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-WRITES DELIMITED BY SIZE
                  INTO DAILY-RECORD
           WRITE DAILY-RECORD
           CLOSE DAILY-FILE.

      ******************************************************************
      * WRITE-FINDING: One report line, counted by severity, and
      * spooled for the security team when at or above the level
      ******************************************************************
       WRITE-FINDING.
           ADD 1 TO WS-FINDINGS
           EVALUATE WS-F-SEVERITY
               WHEN "HIGH"
                   ADD 1 TO WS-HIGH-COUNT
                   MOVE 3 TO WS-F-RANK
               WHEN "MEDIUM"
                   ADD 1 TO WS-MEDIUM-COUNT
                   MOVE 2 TO WS-F-RANK
               WHEN OTHER
                   ADD 1 TO WS-LOW-COUNT
                   MOVE 1 TO WS-F-RANK
           END-EVALUATE
           IF WS-F-CID = SPACES
               MOVE "-" TO WS-F-CID
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FINDING|" DELIMITED BY SIZE
                  WS-F-SEVERITY DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-F-TYPE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-F-TS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-F-CID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-F-DETAIL DELIMITED BY "  "
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF WS-F-RANK < WS-NOTIFY-RANK
               EXIT PARAGRAPH
           END-IF
           IF WS-NOTIFIED >= WS-NOTIFY-CAP
               ADD 1 TO WS-NOTIFY-HELD
               EXIT PARAGRAPH
           END-IF
           IF WS-F-RANK = 3
               MOVE "ERROR" TO WS-NOTIFY-SEVERITY
           ELSE
               MOVE "WARNING" TO WS-NOTIFY-SEVERITY
           END-IF
           MOVE SPACES TO WS-NOTIFY-SUMMARY
           STRING "Security review: " DELIMITED BY SIZE
                  WS-F-TYPE DELIMITED BY SPACE
                  INTO WS-NOTIFY-SUMMARY
           MOVE SPACES TO WS-NOTIFY-DETAIL
           STRING WS-F-TS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-F-DETAIL DELIMITED BY "  "
                  INTO WS-NOTIFY-DETAIL
           CALL "NOTIFY-SPOOL-WRITE" USING WS-NOTIFY-SEVERITY
                                           WS-HIST-JOB-NAME
                                           WS-NOTIFY-SUMMARY
                                           WS-NOTIFY-DETAIL
                                           WS-F-CID
           ADD 1 TO WS-NOTIFIED.

      ******************************************************************
      * NOTIFY-HELD-FINDINGS: One roll-up for the findings past the
      * per-run notification cap
      ******************************************************************
       NOTIFY-HELD-FINDINGS.
           MOVE "ERROR" TO WS-NOTIFY-SEVERITY
           MOVE "Security review: more findings" TO WS-NOTIFY-SUMMARY
           MOVE WS-NOTIFY-HELD TO WS-COUNT-TEXT
           MOVE SPACES TO WS-NOTIFY-DETAIL
           STRING FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  " further finding(s) at or above the notify level"
                      DELIMITED BY SIZE
                  " - see " DELIMITED BY SIZE
                  WS-REVIEW-REPORT-NAME DELIMITED BY SPACE
                  INTO WS-NOTIFY-DETAIL
           CALL "NOTIFY-SPOOL-WRITE" USING WS-NOTIFY-SEVERITY
                                           WS-HIST-JOB-NAME
                                           WS-NOTIFY-SUMMARY
                                           WS-NOTIFY-DETAIL
                                           WS-HIST-CID
           ADD 1 TO WS-NOTIFIED.

       WRITE-TOTAL-LINE.
           MOVE WS-CALLS TO WS-COUNT-TEXT
           MOVE WS-WRITES TO WS-COUNT-TEXT-2
           MOVE WS-DELETES TO WS-COUNT-TEXT-3
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "TOTAL|CALLS=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  "|WRITES=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT-2) DELIMITED BY SIZE
                  "|DELETES=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT-3) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
           MOVE WS-FINDINGS TO WS-COUNT-TEXT
           MOVE WS-HIGH-COUNT TO WS-COUNT-TEXT-2
           MOVE WS-MEDIUM-COUNT TO WS-COUNT-TEXT-3
           STRING "|FINDINGS=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  "|HIGH=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT-2) DELIMITED BY SIZE
                  "|MEDIUM=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT-3) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
           MOVE WS-LOW-COUNT TO WS-COUNT-TEXT
           MOVE WS-NOTIFIED TO WS-COUNT-TEXT-2
           STRING "|LOW=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  "|NOTIFIED=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT-2) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD.

      ******************************************************************
      * ABEND-RUN: Notify, record the failed run and stop with 8
      ******************************************************************
       ABEND-RUN.
           DISPLAY FUNCTION TRIM(WS-RES-ERR-MSG)
           PERFORM NOTIFY-ABEND
           MOVE 8 TO RETURN-CODE
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           STOP RUN.

      ******************************************************************
      * RECORD-RUN-HISTORY: Append this run's standard history record
      * (performed on every exit path)
      ******************************************************************
       RECORD-RUN-HISTORY.
           CALL "RUN-HISTORY-END" USING WS-HIST-JOB-NAME
                                        WS-HIST-READ
                                        WS-HIST-OK
                                        WS-HIST-FAIL
                                        RETURN-CODE
                                        WS-HIST-CID.

      ******************************************************************
      * NOTIFY-ABEND: Spool a notification for the failure the run
      * just hit (performed wherever the job marks itself failed)
      ******************************************************************
       NOTIFY-ABEND.
           MOVE "ERROR" TO WS-NOTIFY-SEVERITY
           MOVE "job failed - see job log and report"
               TO WS-NOTIFY-SUMMARY
           MOVE WS-RES-ERR-MSG TO WS-NOTIFY-DETAIL
           CALL "NOTIFY-SPOOL-WRITE" USING WS-NOTIFY-SEVERITY
                                           WS-HIST-JOB-NAME
                                           WS-NOTIFY-SUMMARY
                                           WS-NOTIFY-DETAIL
                                           WS-HIST-CID.

       END PROGRAM SECURITY-REVIEW.
