      *     between attempts
      *   - the operator stop file (/tmp/grey_operator_stop) is
      *     honored between steps - the chain secures what finished
      *     and exits 16. The file stops every job when it was
      *     touched by hand; the console's batch operations panel
      *     writes "STOP|job|operator|timestamp|reason" lines that
      *     stop only the job named (or every job for ALL)
      *   - each step's own RUN-HISTORY record is cross-checked after
      *     the shell returns, so a step that logged a failure is
      *     treated as failed even if its wrapper script swallowed
      *     the exit code
      *   - a step with a run-day rule runs only on the days the rule
      *     names, judged against the business-day calendar in
      *     DATE-UTILS (DATE-RUN-DAY-CHECK): DAILY, BUSINESS-DAY,
      *     NON-BUSINESS-DAY, FIRST-BUSINESS-DAY, LAST-BUSINESS-DAY
      *     or MONTH-END. On other days it is reported NOT-TODAY;
      *     nothing is stale, so its dependents still run. A rule
      *     the calendar does not know fails the step as BAD-RULE.
      *     The day judged is today, or GREY_BATCH_RUN_DATE
      *     (YYYY-MM-DD) when a window is rerun for an earlier date
      *
      * Plan file (GREY_PLAN_FILE, default /tmp/grey_batch_plan.txt),
      * one record per step, "#" lines are comments:
      *   "step-name|command|depends-on(,separated)|max-retries|
      *    run-day|cred-ref"
      * step-name should match the job name the step records in run
      * history when it is one of the suite's drivers. A blank
      * run-day is DAILY. cred-ref says which credential store entry
      * the step authenticates with - a tenant ID, ENV for the
      * environment-wide entry, ROSTER for every enabled roster
      * tenant, or blank when it uses none; the orchestrator ignores
      * it, CREDENTIAL-USAGE-REPORT checks that it still resolves.
      *
      * Report: /tmp/grey_orchestrator_report.txt
      *   "step|status|rc|attempts"
       01  WS-STOP-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-STOP-REQUESTED           PIC X      VALUE "N".
           88  WS-STOP-IS-REQUESTED               VALUE "Y".
       01  WS-STOP-EOF                 PIC X      VALUE "N".
       01  WS-STOP-LINES               PIC X      VALUE "N".
       01  WS-STOP-TAG                 PIC X(8)   VALUE SPACES.
       01  WS-STOP-JOB                 PIC X(32)  VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".

      ******************************************************************
               10  WS-STEP-COMMAND      PIC X(256).
               10  WS-STEP-DEPENDS      PIC X(128).
               10  WS-STEP-RETRIES      PIC 9(2).
               10  WS-STEP-RUN-DAY      PIC X(20).
               10  WS-STEP-STATUS       PIC X(12).
               10  WS-STEP-RC           PIC 9(2).
               10  WS-STEP-ATTEMPTS     PIC 9(2).
       01  WS-REC-COMMAND              PIC X(256) VALUE SPACES.
       01  WS-REC-DEPENDS              PIC X(128) VALUE SPACES.
       01  WS-REC-RETRIES              PIC X(4)   VALUE SPACES.
       01  WS-REC-RUN-DAY              PIC X(20)  VALUE SPACES.

      ******************************************************************
      * Run-day rule check - the window's business date (spaces for
      * today) and DATE-RUN-DAY-CHECK's answer
      ******************************************************************
       01  WS-RUN-DATE-TS              PIC X(32)  VALUE SPACES.
       01  WS-RUN-DAY-FLAG             PIC X      VALUE SPACES.

      ******************************************************************
      * Dependency check working fields - the depends column is a
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE-TS FROM ENVIRONMENT "GREY_BATCH_RUN_DATE"
           IF WS-RUN-DATE-TS NOT = SPACES
               DISPLAY "Run-day rules judged for "
                       FUNCTION TRIM(WS-RUN-DATE-TS)
           END-IF

           PERFORM LOAD-PLAN
           IF RETURN-CODE NOT = 0
               PERFORM RECORD-RUN-HISTORY
           END-IF

           MOVE SPACES TO WS-REC-NAME WS-REC-COMMAND WS-REC-DEPENDS
                          WS-REC-RETRIES WS-REC-RUN-DAY
           UNSTRING PLAN-RECORD DELIMITED BY "|"
               INTO WS-REC-NAME WS-REC-COMMAND WS-REC-DEPENDS
                    WS-REC-RETRIES WS-REC-RUN-DAY

           IF WS-REC-NAME = SPACES OR WS-REC-COMMAND = SPACES
               EXIT PARAGRAPH
           ELSE
               MOVE 1 TO WS-STEP-RETRIES(WS-STEP-COUNT)
           END-IF
           MOVE FUNCTION TRIM(WS-REC-RUN-DAY)
               TO WS-STEP-RUN-DAY(WS-STEP-COUNT)
           MOVE SPACES TO WS-STEP-STATUS(WS-STEP-COUNT)
           MOVE 0 TO WS-STEP-RC(WS-STEP-COUNT)
           MOVE 0 TO WS-STEP-ATTEMPTS(WS-STEP-COUNT).
      * for the retryable class), and record its outcome
      ******************************************************************
       RUN-ONE-STEP.
           CALL "DATE-RUN-DAY-CHECK" USING WS-STEP-RUN-DAY(WS-STEP-IDX)
                                           WS-RUN-DATE-TS
                                           WS-RUN-DAY-FLAG
           IF WS-RUN-DAY-FLAG = "?"
               MOVE "BAD-RULE" TO WS-STEP-STATUS(WS-STEP-IDX)
               MOVE 8 TO WS-STEP-RC(WS-STEP-IDX)
               ADD 1 TO WS-HIST-FAIL
               IF WS-WORST-RC < 8
                   MOVE 8 TO WS-WORST-RC
               END-IF
               DISPLAY "Step " WS-STEP-NAME(WS-STEP-IDX)
                       " not run - run-day rule not understood: "
                       WS-STEP-RUN-DAY(WS-STEP-IDX)
               PERFORM WRITE-STEP-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-RUN-DAY-FLAG NOT = "Y"
               MOVE "NOT-TODAY" TO WS-STEP-STATUS(WS-STEP-IDX)
               MOVE 0 TO WS-STEP-RC(WS-STEP-IDX)
               DISPLAY "Step " WS-STEP-NAME(WS-STEP-IDX)
                       " not due today ("
                       FUNCTION TRIM(WS-STEP-RUN-DAY(WS-STEP-IDX))
                       ")"
               PERFORM WRITE-STEP-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-DEPENDENCIES
           IF WS-DEPS-MET NOT = "Y"
               MOVE "SKIPPED-DEP" TO WS-STEP-STATUS(WS-STEP-IDX)

      ******************************************************************
      * CHECK-DEPENDENCIES: Every named dependency must be an earlier
      * step that ended OK or WARN, or was not due today
      ******************************************************************
       CHECK-DEPENDENCIES.
           MOVE "Y" TO WS-DEPS-MET
                   IF WS-STEP-STATUS(WS-DEP-SCAN-IDX) NOT = "OK"
                       AND WS-STEP-STATUS(WS-DEP-SCAN-IDX)
                           NOT = "WARN"
                       AND WS-STEP-STATUS(WS-DEP-SCAN-IDX)
                           NOT = "NOT-TODAY"
                       MOVE "N" TO WS-DEPS-MET
                   END-IF
                   EXIT PARAGRAPH

      ******************************************************************
      * CHECK-OPERATOR-STOP: A stop file on disk flips the stop flag
      * when it is meant for this job - an empty file (touched by
      * hand) or any line other than "STOP|job|..." stops every job;
      * a "STOP|" line stops the job it names, or every job for ALL
      ******************************************************************
       CHECK-OPERATOR-STOP.
           OPEN INPUT OPERATOR-STOP-FILE
           IF WS-STOP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-STOP-LINES
           MOVE "N" TO WS-STOP-EOF
           PERFORM UNTIL WS-STOP-EOF = "Y"
               READ OPERATOR-STOP-FILE
                   AT END MOVE "Y" TO WS-STOP-EOF
                   NOT AT END
                       IF OPERATOR-STOP-RECORD NOT = SPACES
                           MOVE "Y" TO WS-STOP-LINES
                           MOVE SPACES TO WS-STOP-TAG WS-STOP-JOB
                           UNSTRING OPERATOR-STOP-RECORD
                               DELIMITED BY "|"
                               INTO WS-STOP-TAG WS-STOP-JOB
                           IF WS-STOP-TAG NOT = "STOP"
                               OR WS-STOP-JOB = "ALL"
                               OR WS-STOP-JOB = WS-HIST-JOB-NAME
                               MOVE "Y" TO WS-STOP-REQUESTED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-STOP-FILE
           IF WS-STOP-LINES = "N"
               MOVE "Y" TO WS-STOP-REQUESTED
           END-IF.

      ******************************************************************
