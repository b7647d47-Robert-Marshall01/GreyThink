      ******************************************************************
      * breakglass_review.cbl - Grey Break-Glass Session Review
      * Next morning: every break-glass grant taken in GREY-CONSOLE on
      * the review day, with the actions taken under it, laid out for
      * sign-off. The console writes the break-glass log
      * (/tmp/grey_breakglass_log.txt):
      *   "GRANT|session|operator|incident|start-ts|expiry-ts|
      *    justification"
      *   "ACTION|session|operator|ts|action|target|result|cid"
      *   "END|session|operator|ts|EXPIRED/CLOSED"
      * A session with no END line was never closed down - the
      * console ended without an exit - and is shown as OPEN; its
      * grant still ran out at the expiry time.
      *
      * Parameters (environment):
      *   GREY_BG_REVIEW_DATE       day to review, YYYY-MM-DD
      *                             (default yesterday)
      *
      * Report (/tmp/grey_breakglass_review.txt):
      *   "BREAKGLASS-REVIEW|RUN=timestamp|REVIEW_DATE=date"
      *   "SESSION|session|operator|incident|start|expiry|end|
      *    end-reason|actions|justification"
      *   "ACTION|session|ts|action|target|result|cid"
      *   "SIGNOFF|session|reviewer=|date="
      *   "TOTAL|SESSIONS=n|ACTIONS=n|OPEN=n"
      * One WARNING goes through NOTIFY-SPOOL when there is anything
      * to sign off.
      *
      * RETURN-CODE 0 no sessions that day, 4 sessions await
      * sign-off, 8 bad parameters, 12 another instance holds the run
      * lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BREAKGLASS-REVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BREAKGLASS-LOG-FILE ASSIGN TO WS-BG-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BG-LOG-STATUS.

           SELECT REVIEW-REPORT-FILE ASSIGN TO WS-REVIEW-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BREAKGLASS-LOG-FILE.
       01  BREAKGLASS-LOG-RECORD       PIC X(400).

       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-RECORD        PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-BG-LOG-NAME              PIC X(64)
               VALUE "/tmp/grey_breakglass_log.txt".
       01  WS-BG-LOG-STATUS            PIC XX     VALUE SPACES.
       01  WS-REVIEW-REPORT-NAME       PIC X(64)
               VALUE "/tmp/grey_breakglass_review.txt".
       01  WS-REPORT-LINE              PIC X(400) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-TS                       PIC X(19)  VALUE SPACES.

       01  WS-REVIEW-DATE              PIC X(10)  VALUE SPACES.
       01  WS-REVIEW-NUM               PIC 9(8)   VALUE 0.
       01  WS-REVIEW-INT               PIC 9(8)   VALUE 0.
       01  WS-REVIEW-DATE-X            PIC X(8)   VALUE SPACES.
       01  WS-PARAM-ERROR              PIC X      VALUE "N".
       01  WS-PARAM-MSG                PIC X(64)  VALUE SPACES.

      ******************************************************************
      * One break-glass log line
      ******************************************************************
       01  WS-LG-TYPE                  PIC X(8)   VALUE SPACES.
       01  WS-LG-SESSION               PIC X(24)  VALUE SPACES.
       01  WS-LG-OPERATOR              PIC X(32)  VALUE SPACES.
       01  WS-LG-F4                    PIC X(32)  VALUE SPACES.
       01  WS-LG-F5                    PIC X(24)  VALUE SPACES.
       01  WS-LG-F6                    PIC X(64)  VALUE SPACES.
       01  WS-LG-F7                    PIC X(160) VALUE SPACES.
       01  WS-LG-F8                    PIC X(40)  VALUE SPACES.

      ******************************************************************
      * The day's sessions
      ******************************************************************
       01  WS-SESSION-MAX              PIC 9(3)   VALUE 100.
       01  WS-SESSION-COUNT            PIC 9(3)   VALUE 0.
       01  WS-SESSION-TABLE.
           05  WS-SESSION-ENTRY OCCURS 100 TIMES INDEXED BY WS-SX.
               10  WS-SS-SESSION       PIC X(24).
               10  WS-SS-OPERATOR      PIC X(32).
               10  WS-SS-INCIDENT      PIC X(32).
               10  WS-SS-START         PIC X(19).
               10  WS-SS-EXPIRY        PIC X(19).
               10  WS-SS-JUSTIFICATION PIC X(160).
               10  WS-SS-END           PIC X(19).
               10  WS-SS-END-REASON    PIC X(8).
               10  WS-SS-ACTIONS       PIC 9(4).
       01  WS-SESSION-FOUND            PIC X      VALUE "N".
       01  WS-SKIPPED                  PIC 9(4)   VALUE 0.

       01  WS-TOTAL-ACTIONS            PIC 9(6)   VALUE 0.
       01  WS-OPEN-SESSIONS            PIC 9(4)   VALUE 0.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "BREAKGLASS-REVIEW".
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
       01  WS-LOCK-ACQUIRED            PIC X      VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Break-Glass Session Review ==="
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) "T"
                  WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2)
               DELIMITED BY SIZE INTO WS-TS

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
               DISPLAY "ERROR: " WS-PARAM-MSG
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF

      *    Pass 1 - the sessions granted on the review day, then what
      *    happened under each of them
           OPEN INPUT BREAKGLASS-LOG-FILE
           IF WS-BG-LOG-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ BREAKGLASS-LOG-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM COLLECT-LOG-LINE
                   END-READ
               END-PERFORM
               CLOSE BREAKGLASS-LOG-FILE
           END-IF

           OPEN OUTPUT REVIEW-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BREAKGLASS-REVIEW|RUN=" DELIMITED BY SIZE
                  WS-TS DELIMITED BY SIZE
                  "|REVIEW_DATE=" DELIMITED BY SIZE
                  WS-REVIEW-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SESSION-COUNT
               PERFORM REPORT-SESSION
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL|SESSIONS=" DELIMITED BY SIZE
                  WS-SESSION-COUNT DELIMITED BY SIZE
                  "|ACTIONS=" DELIMITED BY SIZE
                  WS-TOTAL-ACTIONS DELIMITED BY SIZE
                  "|OPEN=" DELIMITED BY SIZE
                  WS-OPEN-SESSIONS DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-SKIPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NOTE|" DELIMITED BY SIZE
                      WS-SKIPPED DELIMITED BY SIZE
                      " further sessions not listed - table full"
                          DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           CLOSE REVIEW-REPORT-FILE

           IF WS-SESSION-COUNT > 0
               MOVE "WARNING" TO WS-NOTIFY-SEVERITY
               MOVE SPACES TO WS-NOTIFY-SUMMARY
               STRING "Break-glass sessions to sign off for "
                          DELIMITED BY SIZE
                      WS-REVIEW-DATE DELIMITED BY SIZE
                      INTO WS-NOTIFY-SUMMARY
               MOVE SPACES TO WS-NOTIFY-DETAIL
               STRING WS-SESSION-COUNT DELIMITED BY SIZE
                      " sessions, " DELIMITED BY SIZE
                      WS-TOTAL-ACTIONS DELIMITED BY SIZE
                      " actions, " DELIMITED BY SIZE
                      WS-OPEN-SESSIONS DELIMITED BY SIZE
                      " never closed - see " DELIMITED BY SIZE
                      WS-REVIEW-REPORT-NAME DELIMITED BY SPACE
                      INTO WS-NOTIFY-DETAIL
               CALL "NOTIFY-SPOOL-WRITE" USING WS-NOTIFY-SEVERITY
                                               WS-HIST-JOB-NAME
                                               WS-NOTIFY-SUMMARY
                                               WS-NOTIFY-DETAIL
                                               WS-HIST-CID
           END-IF

           DISPLAY "Break-glass sessions on " WS-REVIEW-DATE ": "
                   WS-SESSION-COUNT " actions: " WS-TOTAL-ACTIONS
                   " never closed: " WS-OPEN-SESSIONS
           MOVE WS-SESSION-COUNT TO WS-HIST-READ
           COMPUTE WS-HIST-OK = WS-SESSION-COUNT - WS-OPEN-SESSIONS
           MOVE WS-OPEN-SESSIONS TO WS-HIST-FAIL
           IF WS-SESSION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           STOP RUN.

      ******************************************************************
      * READ-PARAMETERS: The day to review
      ******************************************************************
       READ-PARAMETERS.
           ACCEPT WS-REVIEW-DATE FROM ENVIRONMENT "GREY_BG_REVIEW_DATE"
           IF WS-REVIEW-DATE = SPACES
               COMPUTE WS-REVIEW-INT =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-NOW(1:8))) - 1
               COMPUTE WS-REVIEW-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-REVIEW-INT)
               STRING WS-REVIEW-NUM(1:4) "-" WS-REVIEW-NUM(5:2) "-"
                      WS-REVIEW-NUM(7:2)
                   DELIMITED BY SIZE INTO WS-REVIEW-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-REVIEW-DATE(1:4) IS NOT NUMERIC
               OR WS-REVIEW-DATE(5:1) NOT = "-"
               OR WS-REVIEW-DATE(6:2) IS NOT NUMERIC
               OR WS-REVIEW-DATE(8:1) NOT = "-"
               OR WS-REVIEW-DATE(9:2) IS NOT NUMERIC
               MOVE "GREY_BG_REVIEW_DATE must be YYYY-MM-DD"
                   TO WS-PARAM-MSG
               MOVE "Y" TO WS-PARAM-ERROR
               EXIT PARAGRAPH
           END-IF
           STRING WS-REVIEW-DATE(1:4) WS-REVIEW-DATE(6:2)
                  WS-REVIEW-DATE(9:2)
               DELIMITED BY SIZE INTO WS-REVIEW-DATE-X
           MOVE WS-REVIEW-DATE-X TO WS-REVIEW-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-REVIEW-NUM) NOT = 0
               MOVE "GREY_BG_REVIEW_DATE is not a valid date"
                   TO WS-PARAM-MSG
               MOVE "Y" TO WS-PARAM-ERROR
           END-IF.

      ******************************************************************
      * COLLECT-LOG-LINE: A grant on the review day opens a session;
      * its ACTION and END lines (which may fall after midnight) are
      * counted against it
      ******************************************************************
       COLLECT-LOG-LINE.
           IF BREAKGLASS-LOG-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM SPLIT-LOG-LINE
           EVALUATE WS-LG-TYPE
               WHEN "GRANT"
                   IF WS-LG-F5(1:10) NOT = WS-REVIEW-DATE
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-SESSION-COUNT >= WS-SESSION-MAX
                       ADD 1 TO WS-SKIPPED
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-SESSION-COUNT
                   SET WS-SX TO WS-SESSION-COUNT
                   MOVE WS-LG-SESSION TO WS-SS-SESSION(WS-SX)
                   MOVE WS-LG-OPERATOR TO WS-SS-OPERATOR(WS-SX)
                   MOVE WS-LG-F4 TO WS-SS-INCIDENT(WS-SX)
                   MOVE WS-LG-F5 TO WS-SS-START(WS-SX)
                   MOVE WS-LG-F6 TO WS-SS-EXPIRY(WS-SX)
                   MOVE WS-LG-F7 TO WS-SS-JUSTIFICATION(WS-SX)
                   MOVE SPACES TO WS-SS-END(WS-SX)
                   MOVE "OPEN" TO WS-SS-END-REASON(WS-SX)
                   MOVE 0 TO WS-SS-ACTIONS(WS-SX)
               WHEN "ACTION"
                   PERFORM FIND-SESSION
                   IF WS-SESSION-FOUND = "Y"
                       ADD 1 TO WS-SS-ACTIONS(WS-SX)
                       ADD 1 TO WS-TOTAL-ACTIONS
                   END-IF
               WHEN "END"
                   PERFORM FIND-SESSION
                   IF WS-SESSION-FOUND = "Y"
                       MOVE WS-LG-F4 TO WS-SS-END(WS-SX)
                       MOVE WS-LG-F5 TO WS-SS-END-REASON(WS-SX)
                   END-IF
           END-EVALUATE.

       SPLIT-LOG-LINE.
           MOVE SPACES TO WS-LG-TYPE WS-LG-SESSION WS-LG-OPERATOR
                          WS-LG-F4 WS-LG-F5 WS-LG-F6 WS-LG-F7
                          WS-LG-F8
           UNSTRING BREAKGLASS-LOG-RECORD DELIMITED BY "|"
               INTO WS-LG-TYPE WS-LG-SESSION WS-LG-OPERATOR WS-LG-F4
                    WS-LG-F5 WS-LG-F6 WS-LG-F7 WS-LG-F8.

       FIND-SESSION.
           MOVE "N" TO WS-SESSION-FOUND
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SESSION-COUNT
                      OR WS-SESSION-FOUND = "Y"
               IF WS-SS-SESSION(WS-SX) = WS-LG-SESSION
                   MOVE "Y" TO WS-SESSION-FOUND
               END-IF
           END-PERFORM
           IF WS-SESSION-FOUND = "Y"
               SET WS-SX DOWN BY 1
           END-IF.

      ******************************************************************
      * REPORT-SESSION: The session, every action under it (a second
      * read of the log) and its sign-off line
      ******************************************************************
       REPORT-SESSION.
           IF WS-SS-END-REASON(WS-SX) = "OPEN"
               ADD 1 TO WS-OPEN-SESSIONS
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SESSION|" DELIMITED BY SIZE
                  WS-SS-SESSION(WS-SX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SS-OPERATOR(WS-SX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SS-INCIDENT(WS-SX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SS-START(WS-SX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SS-EXPIRY(WS-SX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SS-END(WS-SX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SS-END-REASON(WS-SX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SS-ACTIONS(WS-SX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-SS-JUSTIFICATION(WS-SX) DELIMITED BY "  "
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF WS-SS-ACTIONS(WS-SX) > 0
               OPEN INPUT BREAKGLASS-LOG-FILE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ BREAKGLASS-LOG-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM REPORT-SESSION-ACTION
                   END-READ
               END-PERFORM
               CLOSE BREAKGLASS-LOG-FILE
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "SIGNOFF|" DELIMITED BY SIZE
                  WS-SS-SESSION(WS-SX) DELIMITED BY SPACE
                  "|reviewer=|date=" DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       REPORT-SESSION-ACTION.
           PERFORM SPLIT-LOG-LINE
           IF WS-LG-TYPE NOT = "ACTION"
               OR WS-LG-SESSION NOT = WS-SS-SESSION(WS-SX)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACTION|" DELIMITED BY SIZE
                  WS-LG-SESSION DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-LG-F4 DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-LG-F5 DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-LG-F6 DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-LG-F7 DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-LG-F8 DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD.

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

       END PROGRAM BREAKGLASS-REVIEW.
