      ******************************************************************
      * batch_sla_report.cbl - Grey Batch SLA Attainment History
      * WINDOW-OVERRUN-MONITOR projects tonight's finish and
      * JOB-SUMMARY-REPORT compares each job with its previous run;
      * neither tells the service review how often the batch met its
      * commitments. This report measures every committed job
      * against its SLA for a month, from the shared run-history
      * file RUN-HISTORY maintains, with a twelve-month trend.
      * Reads local files only - it does not talk to Grey.
      *
      * SLA definitions (GREY_SLA_DEFS_FILE, default
      * /tmp/grey_batch_sla.txt), one job a line, "#" lines are
      * comments:
      *   "job|finish-by|schedule|criticality"
      * finish-by is "HH:MM" on the day the run starts, or
      * "HH:MM+1" for a window that runs over midnight. schedule is
      * a DATE-RUN-DAY-CHECK rule (DAILY, BUSINESS-DAY, MONTH-END...)
      * - blank is DAILY; days the rule does not name carry no
      * commitment. criticality is free text (CRITICAL, STANDARD...)
      * - blank is STANDARD; breaches of CRITICAL jobs are counted
      * apart on the TOTAL line.
      *
      * Parameters (environment):
      *   GREY_SLA_MONTH  the month to report, YYYY-MM (default the
      *                   month before this one)
      *   GREY_PLAN_FILE  the BATCH-ORCHESTRATOR plan (default
      *                   /tmp/grey_batch_plan.txt) - its
      *                   dependencies name the upstream job behind
      *                   a late finish
      *
      * A committed day is met when a run of the job that started
      * that day ended clean (RC 0 or 4) by the finish-by time; the
      * first clean run of the day is the one that counts, so a
      * rerun after a failure is measured when it delivered. A day
      * with no clean run is a breach (NO-RUN or FAILED). Days before
      * the job's first run on file, and today, are not counted.
      *
      * For a late finish the plan's dependency chain is walked
      * back from the job through the upstream step that finished
      * last before it; the step in that chain that ran furthest
      * over its own average duration for the twelve months is
      * named as the cause (the job itself when its own run was
      * the slow one, UNATTRIBUTED when nothing ran long).
      *
      * Report: /tmp/grey_batch_sla_report.txt
      *   "PERIOD|YYYY-MM|trend-from YYYY-MM"
      *   "JOB|job|criticality|finish-by|schedule|committed|met|
      *    breached|pct"
      *   "BREACH|job|date|LATE-FAILED-or-NO-RUN|end|minutes-late|
      *    cause-job|cause-detail"
      *   "TREND|job|YYYY-MM|committed|met|pct"    twelve per job
      *   "TOTAL|JOBS=n|COMMITTED=n|MET=n|BREACHED=n|PCT=p|
      *    CRITICAL_BREACHES=n"
      * A job with no run on file at all, or a schedule the calendar
      * does not know, gets a JOB line saying so and is not counted.
      *
      * RETURN-CODE 0 when every commitment in the month was met,
      * 4 when any was breached (or a definition was unusable), 8
      * when there is nothing to measure (no definitions, no
      * history, bad GREY_SLA_MONTH).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-SLA-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLA-DEFS-FILE ASSIGN TO WS-SLA-DEFS-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-DEFS-STATUS.

           SELECT PLAN-FILE ASSIGN TO WS-PLAN-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT SLA-REPORT-FILE ASSIGN TO WS-SLA-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SLA-DEFS-FILE.
       01  SLA-DEFS-RECORD             PIC X(200).

       FD  PLAN-FILE.
       01  PLAN-RECORD                 PIC X(600).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD              PIC X(250).

       FD  SLA-REPORT-FILE.
       01  SLA-REPORT-RECORD           PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-SLA-DEFS-NAME            PIC X(64)
               VALUE "/tmp/grey_batch_sla.txt".
       01  WS-SLA-DEFS-ENV             PIC X(64)  VALUE SPACES.
       01  WS-SLA-DEFS-STATUS          PIC XX     VALUE SPACES.
       01  WS-PLAN-FILE-NAME           PIC X(64)
               VALUE "/tmp/grey_batch_plan.txt".
       01  WS-PLAN-FILE-ENV            PIC X(64)  VALUE SPACES.
       01  WS-PLAN-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-HISTORY-FILE-NAME        PIC X(64)
               VALUE "/tmp/grey_run_history.txt".
       01  WS-HISTORY-FILE-STATUS      PIC XX     VALUE SPACES.
       01  WS-SLA-REPORT-NAME          PIC X(64)
               VALUE "/tmp/grey_batch_sla_report.txt".
       01  WS-SLA-LINE                 PIC X(300) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".

      ******************************************************************
      * The committed jobs - each with a day-by-day record of the
      * twelve months (first clean finish, or a failure) and the
      * monthly counts the trend is drawn from
      ******************************************************************
       01  WS-SLA-TABLE.
           05  WS-SLA-COUNT             PIC 9(2)  VALUE 0.
           05  WS-SLA-ENTRY OCCURS 50 TIMES.
               10  WS-SLA-JOB           PIC X(32).
               10  WS-SLA-FINISH-TEXT   PIC X(8).
               10  WS-SLA-DUE-SECS      PIC 9(6).
               10  WS-SLA-SCHEDULE      PIC X(20).
               10  WS-SLA-CRITICALITY   PIC X(12).
               10  WS-SLA-USABLE        PIC X.
               10  WS-SLA-FIRST-INT     PIC 9(8).
               10  WS-SLA-TRK-IDX       PIC 9(3).
               10  WS-SLA-MONTH OCCURS 12 TIMES.
                   15  WS-SLA-M-COMMITTED PIC 9(3).
                   15  WS-SLA-M-MET       PIC 9(3).
               10  WS-SLA-DAY OCCURS 372 TIMES.
                   15  WS-SLA-D-STATE   PIC X.
                   15  WS-SLA-D-END-REL PIC 9(7).
       01  WS-SLA-IDX                  PIC 9(2)   VALUE 0.

      ******************************************************************
      * Every job the report looks at - the committed jobs and the
      * plan's steps - with its average clean duration and, for the
      * reported month, each day's counted run
      ******************************************************************
       01  WS-TRK-TABLE.
           05  WS-TRK-COUNT             PIC 9(3)  VALUE 0.
           05  WS-TRK-ENTRY OCCURS 150 TIMES.
               10  WS-TRK-NAME          PIC X(32).
               10  WS-TRK-DEPENDS       PIC X(128).
               10  WS-TRK-SLA-IDX       PIC 9(2).
               10  WS-TRK-RUNS          PIC 9(6).
               10  WS-TRK-TOTAL-SECS    PIC 9(10).
               10  WS-TRK-AVG-SECS      PIC 9(8).
               10  WS-TRK-DAY OCCURS 31 TIMES.
                   15  WS-TRK-D-STATE   PIC X.
                   15  WS-TRK-D-END-REL PIC 9(7).
                   15  WS-TRK-D-DUR     PIC 9(7).
                   15  WS-TRK-D-END-TS  PIC X(19).
       01  WS-TRK-IDX                  PIC 9(3)   VALUE 0.
       01  WS-FOUND-TRK                PIC 9(3)   VALUE 0.
       01  WS-FIND-NAME                PIC X(32)  VALUE SPACES.

      ******************************************************************
      * Fields of one definition, plan and history record
      ******************************************************************
       01  WS-DEF-JOB                  PIC X(32)  VALUE SPACES.
       01  WS-DEF-FINISH               PIC X(8)   VALUE SPACES.
       01  WS-DEF-SCHEDULE             PIC X(20)  VALUE SPACES.
       01  WS-DEF-CRITICALITY          PIC X(12)  VALUE SPACES.
       01  WS-PLAN-NAME                PIC X(32)  VALUE SPACES.
       01  WS-PLAN-COMMAND             PIC X(256) VALUE SPACES.
       01  WS-PLAN-DEPENDS             PIC X(128) VALUE SPACES.

       01  WS-HIST-REC-JOB             PIC X(32)  VALUE SPACES.
       01  WS-HIST-REC-RUN             PIC X(24)  VALUE SPACES.
       01  WS-HIST-REC-START           PIC X(19)  VALUE SPACES.
       01  WS-HIST-REC-END             PIC X(19)  VALUE SPACES.
       01  WS-HIST-REC-READ            PIC X(10)  VALUE SPACES.
       01  WS-HIST-REC-OK              PIC X(10)  VALUE SPACES.
       01  WS-HIST-REC-FAIL            PIC X(10)  VALUE SPACES.
       01  WS-HIST-REC-RC              PIC X(10)  VALUE SPACES.
       01  WS-HIST-RC                  PIC S9(4)  VALUE 0.
       01  WS-RUN-CLEAN                PIC X      VALUE "N".

      ******************************************************************
      * Dates - the reported month, the twelve-month window ending
      * with it, and today, all as integer dates
      ******************************************************************
       01  WS-MONTH-ENV                PIC X(8)   VALUE SPACES.
       01  WS-RPT-YYYY                 PIC 9(4)   VALUE 0.
       01  WS-RPT-MM                   PIC 9(2)   VALUE 0.
       01  WS-WIN-YYYY                 PIC 9(4)   VALUE 0.
       01  WS-WIN-MM                   PIC 9(2)   VALUE 0.
       01  WS-RPT-START-INT            PIC 9(8)   VALUE 0.
       01  WS-WIN-START-INT            PIC 9(8)   VALUE 0.
       01  WS-WIN-END-INT              PIC 9(8)   VALUE 0.
       01  WS-TODAY-INT                PIC 9(8)   VALUE 0.
       01  WS-DATE-NUM                 PIC 9(8)   VALUE 0.
       01  WS-DATE-TEXT                PIC X(8)   VALUE SPACES.
       01  WS-MONTHS-ABS               PIC 9(6)   VALUE 0.
       01  WS-NOW                      PIC X(21)  VALUE SPACES.

       01  WS-START-INT                PIC 9(8)   VALUE 0.
       01  WS-END-INT                  PIC 9(8)   VALUE 0.
       01  WS-START-SECS               PIC 9(5)   VALUE 0.
       01  WS-END-SECS                 PIC 9(5)   VALUE 0.
       01  WS-END-REL                  PIC S9(8)  VALUE 0.
       01  WS-DUR-SECS                 PIC S9(8)  VALUE 0.
       01  WS-TS-A                     PIC X(32)  VALUE SPACES.
       01  WS-TS-WORK                  PIC X(19)  VALUE SPACES.
       01  WS-SECS-WORK                PIC 9(5)   VALUE 0.
       01  WS-DAY-IDX                  PIC 9(3)   VALUE 0.
       01  WS-MDAY-IDX                 PIC 9(2)   VALUE 0.
       01  WS-MONTH-IDX                PIC 9(2)   VALUE 0.

      ******************************************************************
      * Day-by-day evaluation of one committed job
      ******************************************************************
       01  WS-EVAL-INT                 PIC 9(8)   VALUE 0.
       01  WS-EVAL-FROM                PIC 9(8)   VALUE 0.
       01  WS-EVAL-TO                  PIC 9(8)   VALUE 0.
       01  WS-DAY-TS                   PIC X(32)  VALUE SPACES.
       01  WS-RUN-DAY-FLAG             PIC X      VALUE SPACES.
       01  WS-DAY-MET                  PIC X      VALUE "N".
       01  WS-JOB-COMMITTED            PIC 9(3)   VALUE 0.
       01  WS-JOB-MET                  PIC 9(3)   VALUE 0.
       01  WS-JOB-BREACHED             PIC 9(3)   VALUE 0.
       01  WS-BREACH-REASON            PIC X(8)   VALUE SPACES.
       01  WS-LATE-MINUTES             PIC 9(5)   VALUE 0.
       01  WS-LATE-TEXT                PIC X(6)   VALUE SPACES.

      ******************************************************************
      * Upstream cause - the gating chain walked back from a late job
      ******************************************************************
       01  WS-DEP-LIST                 PIC X(128) VALUE SPACES.
       01  WS-DEP-NAMES.
           05  WS-DEP-NAME OCCURS 8 TIMES PIC X(32).
       01  WS-DEP-IDX                  PIC 9(1)   VALUE 0.
       01  WS-OWN-TRK                  PIC 9(3)   VALUE 0.
       01  WS-CHAIN-CUR                PIC 9(3)   VALUE 0.
       01  WS-CHAIN-NEXT               PIC 9(3)   VALUE 0.
       01  WS-CHAIN-HOPS               PIC 9(2)   VALUE 0.
       01  WS-GATE-END-REL             PIC 9(7)   VALUE 0.
       01  WS-EXCESS-SECS              PIC 9(7)   VALUE 0.
       01  WS-CAUSE-IDX                PIC 9(3)   VALUE 0.
       01  WS-CAUSE-EXCESS             PIC 9(7)   VALUE 0.
       01  WS-CAUSE-MINUTES            PIC 9(5)   VALUE 0.
       01  WS-CAUSE-JOB                PIC X(32)  VALUE SPACES.
       01  WS-CAUSE-DETAIL             PIC X(80)  VALUE SPACES.

      ******************************************************************
      * Totals for the reported month
      ******************************************************************
       01  WS-TOT-JOBS                 PIC 9(3)   VALUE 0.
       01  WS-TOT-COMMITTED            PIC 9(5)   VALUE 0.
       01  WS-TOT-MET                  PIC 9(5)   VALUE 0.
       01  WS-TOT-BREACHED             PIC 9(5)   VALUE 0.
       01  WS-TOT-CRITICAL             PIC 9(5)   VALUE 0.
       01  WS-DEF-PROBLEMS             PIC 9(3)   VALUE 0.
       01  WS-PCT                      PIC 9(3)V9 VALUE 0.
       01  WS-PCT-EDIT                 PIC ZZ9.9.
       01  WS-PCT-TEXT                 PIC X(6)   VALUE SPACES.
       01  WS-PCT-NUM                  PIC 9(5)   VALUE 0.
       01  WS-PCT-DEN                  PIC 9(5)   VALUE 0.
       01  WS-TREND-MONTH              PIC X(7)   VALUE SPACES.
       01  WS-TREND-YYYY               PIC 9(4)   VALUE 0.
       01  WS-TREND-MM                 PIC 9(2)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Batch SLA Attainment History ==="
           MOVE 0 TO RETURN-CODE

           ACCEPT WS-SLA-DEFS-ENV FROM ENVIRONMENT "GREY_SLA_DEFS_FILE"
           IF WS-SLA-DEFS-ENV NOT = SPACES
               MOVE WS-SLA-DEFS-ENV TO WS-SLA-DEFS-NAME
           END-IF
           ACCEPT WS-PLAN-FILE-ENV FROM ENVIRONMENT "GREY_PLAN_FILE"
           IF WS-PLAN-FILE-ENV NOT = SPACES
               MOVE WS-PLAN-FILE-ENV TO WS-PLAN-FILE-NAME
           END-IF

           PERFORM SET-REPORT-PERIOD
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF

           PERFORM LOAD-SLA-DEFINITIONS
           IF WS-SLA-COUNT = 0
               DISPLAY "No SLA definitions in " WS-SLA-DEFS-NAME
                       " - nothing to measure"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-PLAN-STEPS

           PERFORM SCAN-RUN-HISTORY
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF

           OPEN OUTPUT SLA-REPORT-FILE
           MOVE SPACES TO WS-SLA-LINE
           STRING "PERIOD|" DELIMITED BY SIZE
                  WS-RPT-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RPT-MM DELIMITED BY SIZE
                  "|trend-from " DELIMITED BY SIZE
                  WS-WIN-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-WIN-MM DELIMITED BY SIZE
                  INTO WS-SLA-LINE
           PERFORM WRITE-SLA-LINE

           PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
                   UNTIL WS-SLA-IDX > WS-SLA-COUNT
               PERFORM REPORT-ONE-JOB
           END-PERFORM

           MOVE WS-TOT-MET TO WS-PCT-NUM
           MOVE WS-TOT-COMMITTED TO WS-PCT-DEN
           PERFORM FORMAT-PCT
           MOVE SPACES TO WS-SLA-LINE
           STRING "TOTAL|JOBS=" DELIMITED BY SIZE
                  WS-TOT-JOBS DELIMITED BY SIZE
                  "|COMMITTED=" DELIMITED BY SIZE
                  WS-TOT-COMMITTED DELIMITED BY SIZE
                  "|MET=" DELIMITED BY SIZE
                  WS-TOT-MET DELIMITED BY SIZE
                  "|BREACHED=" DELIMITED BY SIZE
                  WS-TOT-BREACHED DELIMITED BY SIZE
                  "|PCT=" DELIMITED BY SIZE
                  WS-PCT-TEXT DELIMITED BY SPACE
                  "|CRITICAL_BREACHES=" DELIMITED BY SIZE
                  WS-TOT-CRITICAL DELIMITED BY SIZE
                  INTO WS-SLA-LINE
           PERFORM WRITE-SLA-LINE
           CLOSE SLA-REPORT-FILE

           IF WS-TOT-BREACHED > 0 OR WS-DEF-PROBLEMS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Month " WS-RPT-YYYY "-" WS-RPT-MM
                   ": committed " WS-TOT-COMMITTED
                   " met " WS-TOT-MET
                   " breached " WS-TOT-BREACHED
                   " (" FUNCTION TRIM(WS-PCT-TEXT) "%)"
           STOP RUN.

      ******************************************************************
      * SET-REPORT-PERIOD: The reported month (GREY_SLA_MONTH, else
      * last month) and the twelve months ending with it
      ******************************************************************
       SET-REPORT-PERIOD.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           ACCEPT WS-MONTH-ENV FROM ENVIRONMENT "GREY_SLA_MONTH"
           IF WS-MONTH-ENV = SPACES
               MOVE WS-NOW(1:4) TO WS-RPT-YYYY
               MOVE WS-NOW(5:2) TO WS-RPT-MM
               IF WS-RPT-MM = 1
                   MOVE 12 TO WS-RPT-MM
                   SUBTRACT 1 FROM WS-RPT-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-RPT-MM
               END-IF
           ELSE
               IF WS-MONTH-ENV(1:4) IS NOT NUMERIC
                   OR WS-MONTH-ENV(5:1) NOT = "-"
                   OR WS-MONTH-ENV(6:2) IS NOT NUMERIC
                   OR WS-MONTH-ENV(6:2) < "01"
                   OR WS-MONTH-ENV(6:2) > "12"
                   DISPLAY "GREY_SLA_MONTH must be YYYY-MM"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-MONTH-ENV(1:4) TO WS-RPT-YYYY
               MOVE WS-MONTH-ENV(6:2) TO WS-RPT-MM
           END-IF

           COMPUTE WS-DATE-NUM = WS-RPT-YYYY * 10000
                                 + WS-RPT-MM * 100 + 1
           COMPUTE WS-RPT-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-RPT-MM = 12
               COMPUTE WS-DATE-NUM = (WS-RPT-YYYY + 1) * 10000
                                     + 101
           ELSE
               COMPUTE WS-DATE-NUM = WS-RPT-YYYY * 10000
                                     + (WS-RPT-MM + 1) * 100 + 1
           END-IF
           COMPUTE WS-WIN-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1

           IF WS-RPT-MM = 12
               MOVE WS-RPT-YYYY TO WS-WIN-YYYY
               MOVE 1 TO WS-WIN-MM
           ELSE
               COMPUTE WS-WIN-YYYY = WS-RPT-YYYY - 1
               COMPUTE WS-WIN-MM = WS-RPT-MM + 1
           END-IF
           COMPUTE WS-DATE-NUM = WS-WIN-YYYY * 10000
                                 + WS-WIN-MM * 100 + 1
           COMPUTE WS-WIN-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           IF WS-RPT-START-INT >= WS-TODAY-INT
               DISPLAY "GREY_SLA_MONTH " WS-MONTH-ENV
                       " has not started yet"
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * LOAD-SLA-DEFINITIONS: The committed jobs
      ******************************************************************
       LOAD-SLA-DEFINITIONS.
           OPEN INPUT SLA-DEFS-FILE
           IF WS-SLA-DEFS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SLA-DEFS-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-DEFINITION
               END-READ
           END-PERFORM
           CLOSE SLA-DEFS-FILE.

       LOAD-ONE-DEFINITION.
           IF SLA-DEFS-RECORD = SPACES OR SLA-DEFS-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           IF WS-SLA-COUNT >= 50
               DISPLAY "WARNING: SLA table filled at 50 jobs - "
                       "remaining definitions ignored"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-DEF-JOB WS-DEF-FINISH WS-DEF-SCHEDULE
                          WS-DEF-CRITICALITY
           UNSTRING SLA-DEFS-RECORD DELIMITED BY "|"
               INTO WS-DEF-JOB WS-DEF-FINISH WS-DEF-SCHEDULE
                    WS-DEF-CRITICALITY
           IF WS-DEF-JOB = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SLA-COUNT
           MOVE WS-SLA-COUNT TO WS-SLA-IDX
           INITIALIZE WS-SLA-ENTRY(WS-SLA-IDX)
           MOVE FUNCTION TRIM(WS-DEF-JOB) TO WS-SLA-JOB(WS-SLA-IDX)
           MOVE FUNCTION TRIM(WS-DEF-FINISH)
               TO WS-SLA-FINISH-TEXT(WS-SLA-IDX)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DEF-SCHEDULE))
               TO WS-SLA-SCHEDULE(WS-SLA-IDX)
           IF WS-SLA-SCHEDULE(WS-SLA-IDX) = SPACES
               MOVE "DAILY" TO WS-SLA-SCHEDULE(WS-SLA-IDX)
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DEF-CRITICALITY))
               TO WS-SLA-CRITICALITY(WS-SLA-IDX)
           IF WS-SLA-CRITICALITY(WS-SLA-IDX) = SPACES
               MOVE "STANDARD" TO WS-SLA-CRITICALITY(WS-SLA-IDX)
           END-IF

           MOVE "Y" TO WS-SLA-USABLE(WS-SLA-IDX)
           MOVE WS-SLA-FINISH-TEXT(WS-SLA-IDX) TO WS-DEF-FINISH
           IF WS-DEF-FINISH(1:2) IS NOT NUMERIC
               OR WS-DEF-FINISH(3:1) NOT = ":"
               OR WS-DEF-FINISH(4:2) IS NOT NUMERIC
               MOVE "F" TO WS-SLA-USABLE(WS-SLA-IDX)
           ELSE
               COMPUTE WS-SLA-DUE-SECS(WS-SLA-IDX) =
                   FUNCTION NUMVAL(WS-DEF-FINISH(1:2)) * 3600
                   + FUNCTION NUMVAL(WS-DEF-FINISH(4:2)) * 60
               IF WS-DEF-FINISH(6:2) = "+1"
                   ADD 86400 TO WS-SLA-DUE-SECS(WS-SLA-IDX)
               END-IF
           END-IF

      *    A schedule the calendar does not know is caught here, not
      *    only once the job has history to measure
           MOVE SPACES TO WS-DAY-TS
           CALL "DATE-RUN-DAY-CHECK" USING WS-SLA-SCHEDULE(WS-SLA-IDX)
                                           WS-DAY-TS
                                           WS-RUN-DAY-FLAG
           IF WS-RUN-DAY-FLAG = "?" AND WS-SLA-USABLE(WS-SLA-IDX) = "Y"
               MOVE "S" TO WS-SLA-USABLE(WS-SLA-IDX)
           END-IF

           MOVE WS-SLA-JOB(WS-SLA-IDX) TO WS-FIND-NAME
           PERFORM FIND-OR-ADD-TRACKED
           MOVE WS-FOUND-TRK TO WS-SLA-TRK-IDX(WS-SLA-IDX)
           IF WS-FOUND-TRK > 0
               MOVE WS-SLA-IDX TO WS-TRK-SLA-IDX(WS-FOUND-TRK)
           END-IF.

      ******************************************************************
      * LOAD-PLAN-STEPS: The orchestrator plan's steps and their
      * dependencies (no plan on file just means no upstream causes)
      ******************************************************************
       LOAD-PLAN-STEPS.
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-FILE-STATUS NOT = "00"
               DISPLAY "No batch plan at " WS-PLAN-FILE-NAME
                       " - upstream causes will not be named"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ PLAN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PLAN-RECORD NOT = SPACES
                           AND PLAN-RECORD(1:1) NOT = "#"
                           MOVE SPACES TO WS-PLAN-NAME
                                          WS-PLAN-COMMAND
                                          WS-PLAN-DEPENDS
                           UNSTRING PLAN-RECORD DELIMITED BY "|"
                               INTO WS-PLAN-NAME WS-PLAN-COMMAND
                                    WS-PLAN-DEPENDS
                           IF WS-PLAN-NAME NOT = SPACES
                               MOVE WS-PLAN-NAME TO WS-FIND-NAME
                               PERFORM FIND-OR-ADD-TRACKED
                               IF WS-FOUND-TRK > 0
                                   MOVE WS-PLAN-DEPENDS
                                       TO WS-TRK-DEPENDS(WS-FOUND-TRK)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-FILE.

      ******************************************************************
      * FIND-TRACKED / FIND-OR-ADD-TRACKED: The tracked-job entry for
      * WS-FIND-NAME into WS-FOUND-TRK (zero when absent, or when the
      * table is full)
      ******************************************************************
       FIND-TRACKED.
           MOVE 0 TO WS-FOUND-TRK
           PERFORM VARYING WS-TRK-IDX FROM 1 BY 1
                   UNTIL WS-TRK-IDX > WS-TRK-COUNT
               IF WS-TRK-NAME(WS-TRK-IDX) = WS-FIND-NAME
                   MOVE WS-TRK-IDX TO WS-FOUND-TRK
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-OR-ADD-TRACKED.
           MOVE FUNCTION TRIM(WS-FIND-NAME) TO WS-FIND-NAME
           PERFORM FIND-TRACKED
           IF WS-FOUND-TRK > 0 OR WS-TRK-COUNT >= 150
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TRK-COUNT
           MOVE WS-TRK-COUNT TO WS-FOUND-TRK
           INITIALIZE WS-TRK-ENTRY(WS-FOUND-TRK)
           MOVE WS-FIND-NAME TO WS-TRK-NAME(WS-FOUND-TRK).

      ******************************************************************
      * SCAN-RUN-HISTORY: Fold every run of a tracked job into the
      * twelve-month picture
      ******************************************************************
       SCAN-RUN-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "No run history at " WS-HISTORY-FILE-NAME
                       " - nothing to measure"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM FOLD-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE

           PERFORM VARYING WS-TRK-IDX FROM 1 BY 1
                   UNTIL WS-TRK-IDX > WS-TRK-COUNT
               IF WS-TRK-RUNS(WS-TRK-IDX) > 0
                   COMPUTE WS-TRK-AVG-SECS(WS-TRK-IDX) =
                       WS-TRK-TOTAL-SECS(WS-TRK-IDX)
                       / WS-TRK-RUNS(WS-TRK-IDX)
               END-IF
           END-PERFORM.

      ******************************************************************
      * FOLD-HISTORY-RECORD: One run - the day it started, when it
      * ended relative to that day's midnight, and whether it ended
      * clean; only the day's first clean run (or, failing that, a
      * failure) is kept
      ******************************************************************
       FOLD-HISTORY-RECORD.
           MOVE SPACES TO WS-HIST-REC-JOB WS-HIST-REC-RUN
                          WS-HIST-REC-START WS-HIST-REC-END
                          WS-HIST-REC-READ WS-HIST-REC-OK
                          WS-HIST-REC-FAIL WS-HIST-REC-RC
           UNSTRING HISTORY-RECORD DELIMITED BY "|"
               INTO WS-HIST-REC-JOB WS-HIST-REC-RUN
                    WS-HIST-REC-START WS-HIST-REC-END
                    WS-HIST-REC-READ WS-HIST-REC-OK
                    WS-HIST-REC-FAIL WS-HIST-REC-RC

           MOVE WS-HIST-REC-JOB TO WS-FIND-NAME
           PERFORM FIND-TRACKED
           IF WS-FOUND-TRK = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-TRK TO WS-TRK-IDX
           MOVE WS-TRK-SLA-IDX(WS-TRK-IDX) TO WS-SLA-IDX

           MOVE WS-HIST-REC-START TO WS-TS-A
           CALL "DATE-TS-TO-INTEGER" USING WS-TS-A WS-START-INT
           MOVE WS-HIST-REC-END TO WS-TS-A
           CALL "DATE-TS-TO-INTEGER" USING WS-TS-A WS-END-INT
           IF WS-START-INT = 0 OR WS-END-INT = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-SLA-IDX > 0
               IF WS-SLA-FIRST-INT(WS-SLA-IDX) = 0
                   OR WS-START-INT < WS-SLA-FIRST-INT(WS-SLA-IDX)
                   MOVE WS-START-INT TO WS-SLA-FIRST-INT(WS-SLA-IDX)
               END-IF
           END-IF
           IF WS-START-INT < WS-WIN-START-INT
               OR WS-START-INT > WS-WIN-END-INT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-HIST-REC-START TO WS-TS-WORK
           PERFORM TS-TO-SECONDS
           MOVE WS-SECS-WORK TO WS-START-SECS
           MOVE WS-HIST-REC-END TO WS-TS-WORK
           PERFORM TS-TO-SECONDS
           MOVE WS-SECS-WORK TO WS-END-SECS
           COMPUTE WS-END-REL = (WS-END-INT - WS-START-INT) * 86400
                                + WS-END-SECS
           COMPUTE WS-DUR-SECS = WS-END-REL - WS-START-SECS
           IF WS-DUR-SECS < 0
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-RUN-CLEAN
           IF WS-HIST-REC-RC NOT = SPACES
               COMPUTE WS-HIST-RC = FUNCTION NUMVAL(WS-HIST-REC-RC)
               IF WS-HIST-RC >= 0 AND WS-HIST-RC <= 4
                   MOVE "Y" TO WS-RUN-CLEAN
               END-IF
           END-IF
           IF WS-RUN-CLEAN = "Y"
               ADD 1 TO WS-TRK-RUNS(WS-TRK-IDX)
               ADD WS-DUR-SECS TO WS-TRK-TOTAL-SECS(WS-TRK-IDX)
           END-IF

           IF WS-SLA-IDX > 0
               COMPUTE WS-DAY-IDX = WS-START-INT - WS-WIN-START-INT + 1
               IF WS-SLA-D-STATE(WS-SLA-IDX, WS-DAY-IDX) NOT = "S"
                   IF WS-RUN-CLEAN = "Y"
                       MOVE "S" TO WS-SLA-D-STATE(WS-SLA-IDX,
                                                  WS-DAY-IDX)
                   ELSE
                       MOVE "F" TO WS-SLA-D-STATE(WS-SLA-IDX,
                                                  WS-DAY-IDX)
                   END-IF
                   MOVE WS-END-REL
                       TO WS-SLA-D-END-REL(WS-SLA-IDX, WS-DAY-IDX)
               END-IF
           END-IF

           IF WS-START-INT >= WS-RPT-START-INT
               COMPUTE WS-MDAY-IDX = WS-START-INT - WS-RPT-START-INT
                                     + 1
               IF WS-TRK-D-STATE(WS-TRK-IDX, WS-MDAY-IDX) NOT = "S"
                   IF WS-RUN-CLEAN = "Y"
                       MOVE "S" TO WS-TRK-D-STATE(WS-TRK-IDX,
                                                  WS-MDAY-IDX)
                   ELSE
                       MOVE "F" TO WS-TRK-D-STATE(WS-TRK-IDX,
                                                  WS-MDAY-IDX)
                   END-IF
                   MOVE WS-END-REL
                       TO WS-TRK-D-END-REL(WS-TRK-IDX, WS-MDAY-IDX)
                   MOVE WS-DUR-SECS
                       TO WS-TRK-D-DUR(WS-TRK-IDX, WS-MDAY-IDX)
                   MOVE WS-HIST-REC-END
                       TO WS-TRK-D-END-TS(WS-TRK-IDX, WS-MDAY-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * TS-TO-SECONDS: Time-of-day seconds from an ISO timestamp in
      * WS-TS-WORK
      ******************************************************************
       TS-TO-SECONDS.
           MOVE 0 TO WS-SECS-WORK
           IF WS-TS-WORK(12:2) IS NUMERIC
               AND WS-TS-WORK(15:2) IS NUMERIC
               AND WS-TS-WORK(18:2) IS NUMERIC
               COMPUTE WS-SECS-WORK =
                   FUNCTION NUMVAL(WS-TS-WORK(12:2)) * 3600
                   + FUNCTION NUMVAL(WS-TS-WORK(15:2)) * 60
                   + FUNCTION NUMVAL(WS-TS-WORK(18:2))
           END-IF.

      ******************************************************************
      * REPORT-ONE-JOB: Count the job's committed days across the
      * twelve months, then write its month line, its breaches and
      * its trend
      ******************************************************************
       REPORT-ONE-JOB.
           IF WS-SLA-USABLE(WS-SLA-IDX) NOT = "Y"
               OR WS-SLA-FIRST-INT(WS-SLA-IDX) = 0
               PERFORM WRITE-UNUSABLE-JOB
               EXIT PARAGRAPH
           END-IF

           IF WS-SLA-FIRST-INT(WS-SLA-IDX) > WS-WIN-START-INT
               MOVE WS-SLA-FIRST-INT(WS-SLA-IDX) TO WS-EVAL-FROM
           ELSE
               MOVE WS-WIN-START-INT TO WS-EVAL-FROM
           END-IF
           IF WS-TODAY-INT - 1 < WS-WIN-END-INT
               COMPUTE WS-EVAL-TO = WS-TODAY-INT - 1
           ELSE
               MOVE WS-WIN-END-INT TO WS-EVAL-TO
           END-IF

           PERFORM VARYING WS-EVAL-INT FROM WS-EVAL-FROM BY 1
                   UNTIL WS-EVAL-INT > WS-EVAL-TO
                      OR WS-SLA-USABLE(WS-SLA-IDX) NOT = "Y"
               PERFORM COUNT-ONE-DAY
           END-PERFORM
           IF WS-SLA-USABLE(WS-SLA-IDX) NOT = "Y"
               PERFORM WRITE-UNUSABLE-JOB
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOT-JOBS
           MOVE WS-SLA-M-COMMITTED(WS-SLA-IDX, 12) TO WS-JOB-COMMITTED
           MOVE WS-SLA-M-MET(WS-SLA-IDX, 12) TO WS-JOB-MET
           COMPUTE WS-JOB-BREACHED = WS-JOB-COMMITTED - WS-JOB-MET
           ADD WS-JOB-COMMITTED TO WS-TOT-COMMITTED
           ADD WS-JOB-MET TO WS-TOT-MET
           ADD WS-JOB-BREACHED TO WS-TOT-BREACHED
           IF WS-SLA-CRITICALITY(WS-SLA-IDX) = "CRITICAL"
               ADD WS-JOB-BREACHED TO WS-TOT-CRITICAL
           END-IF

           MOVE WS-JOB-MET TO WS-PCT-NUM
           MOVE WS-JOB-COMMITTED TO WS-PCT-DEN
           PERFORM FORMAT-PCT
           MOVE SPACES TO WS-SLA-LINE
           STRING "JOB|" DELIMITED BY SIZE
                  WS-SLA-JOB(WS-SLA-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SLA-CRITICALITY(WS-SLA-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SLA-FINISH-TEXT(WS-SLA-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SLA-SCHEDULE(WS-SLA-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-JOB-COMMITTED DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JOB-MET DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JOB-BREACHED DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-PCT-TEXT DELIMITED BY SPACE
                  INTO WS-SLA-LINE
           PERFORM WRITE-SLA-LINE

      *    The month's breaches, day by day
           IF WS-JOB-BREACHED > 0
               IF WS-RPT-START-INT > WS-EVAL-FROM
                   MOVE WS-RPT-START-INT TO WS-EVAL-FROM
               END-IF
               PERFORM VARYING WS-EVAL-INT FROM WS-EVAL-FROM BY 1
                       UNTIL WS-EVAL-INT > WS-EVAL-TO
                   PERFORM CHECK-ONE-DAY
                   IF WS-RUN-DAY-FLAG = "Y" AND WS-DAY-MET NOT = "Y"
                       PERFORM WRITE-BREACH-LINE
                   END-IF
               END-PERFORM
           END-IF

           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 12
               PERFORM WRITE-TREND-LINE
           END-PERFORM.

      ******************************************************************
      * CHECK-ONE-DAY: Whether WS-EVAL-INT carries a commitment for
      * the job and, if so, whether it was met
      ******************************************************************
       CHECK-ONE-DAY.
           MOVE "N" TO WS-DAY-MET
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-EVAL-INT)
           MOVE WS-DATE-NUM TO WS-DATE-TEXT
           MOVE SPACES TO WS-DAY-TS
           STRING WS-DATE-TEXT(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DATE-TEXT(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DATE-TEXT(7:2) DELIMITED BY SIZE
                  "T00:00:00" DELIMITED BY SIZE
                  INTO WS-DAY-TS
           CALL "DATE-RUN-DAY-CHECK" USING WS-SLA-SCHEDULE(WS-SLA-IDX)
                                           WS-DAY-TS
                                           WS-RUN-DAY-FLAG
           IF WS-RUN-DAY-FLAG NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAY-IDX = WS-EVAL-INT - WS-WIN-START-INT + 1
           IF WS-SLA-D-STATE(WS-SLA-IDX, WS-DAY-IDX) = "S"
               AND WS-SLA-D-END-REL(WS-SLA-IDX, WS-DAY-IDX)
                   <= WS-SLA-DUE-SECS(WS-SLA-IDX)
               MOVE "Y" TO WS-DAY-MET
           END-IF.

       COUNT-ONE-DAY.
           PERFORM CHECK-ONE-DAY
           IF WS-RUN-DAY-FLAG = "?"
               MOVE "S" TO WS-SLA-USABLE(WS-SLA-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-RUN-DAY-FLAG NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MONTHS-ABS =
               (FUNCTION NUMVAL(WS-DATE-TEXT(1:4)) - WS-WIN-YYYY) * 12
               + FUNCTION NUMVAL(WS-DATE-TEXT(5:2)) - WS-WIN-MM + 1
           MOVE WS-MONTHS-ABS TO WS-MONTH-IDX
           ADD 1 TO WS-SLA-M-COMMITTED(WS-SLA-IDX, WS-MONTH-IDX)
           IF WS-DAY-MET = "Y"
               ADD 1 TO WS-SLA-M-MET(WS-SLA-IDX, WS-MONTH-IDX)
           END-IF.

      ******************************************************************
      * WRITE-UNUSABLE-JOB: A definition that cannot be measured
      ******************************************************************
       WRITE-UNUSABLE-JOB.
           ADD 1 TO WS-DEF-PROBLEMS
           MOVE SPACES TO WS-SLA-LINE
           EVALUATE WS-SLA-USABLE(WS-SLA-IDX)
               WHEN "F"
                   STRING "JOB|" DELIMITED BY SIZE
                          WS-SLA-JOB(WS-SLA-IDX) DELIMITED BY SPACE
                          "|BAD-FINISH-BY|" DELIMITED BY SIZE
                          WS-SLA-FINISH-TEXT(WS-SLA-IDX)
                              DELIMITED BY SPACE
                          " is not HH:MM or HH:MM+1" DELIMITED BY SIZE
                          INTO WS-SLA-LINE
               WHEN "S"
                   STRING "JOB|" DELIMITED BY SIZE
                          WS-SLA-JOB(WS-SLA-IDX) DELIMITED BY SPACE
                          "|BAD-SCHEDULE|" DELIMITED BY SIZE
                          WS-SLA-SCHEDULE(WS-SLA-IDX)
                              DELIMITED BY SPACE
                          " is not a run-day rule the calendar knows"
                              DELIMITED BY SIZE
                          INTO WS-SLA-LINE
               WHEN OTHER
                   STRING "JOB|" DELIMITED BY SIZE
                          WS-SLA-JOB(WS-SLA-IDX) DELIMITED BY SPACE
                          "|NO-HISTORY|no run of this job on file"
                              DELIMITED BY SIZE
                          INTO WS-SLA-LINE
           END-EVALUATE
           PERFORM WRITE-SLA-LINE.

      ******************************************************************
      * WRITE-BREACH-LINE: One missed commitment - why, when the job
      * finished, how late, and what held it up
      ******************************************************************
       WRITE-BREACH-LINE.
           COMPUTE WS-MDAY-IDX = WS-EVAL-INT - WS-RPT-START-INT + 1
           MOVE WS-SLA-TRK-IDX(WS-SLA-IDX) TO WS-TRK-IDX WS-OWN-TRK
           MOVE SPACES TO WS-LATE-TEXT WS-CAUSE-JOB WS-CAUSE-DETAIL
           EVALUATE WS-SLA-D-STATE(WS-SLA-IDX, WS-DAY-IDX)
               WHEN "S"
                   MOVE "LATE" TO WS-BREACH-REASON
                   COMPUTE WS-LATE-MINUTES =
                       (WS-SLA-D-END-REL(WS-SLA-IDX, WS-DAY-IDX)
                        - WS-SLA-DUE-SECS(WS-SLA-IDX) + 59) / 60
                   MOVE WS-LATE-MINUTES TO WS-LATE-TEXT
                   PERFORM FIND-DELAY-CAUSE
               WHEN "F"
                   MOVE "FAILED" TO WS-BREACH-REASON
               WHEN OTHER
                   MOVE "NO-RUN" TO WS-BREACH-REASON
           END-EVALUATE

           MOVE SPACES TO WS-SLA-LINE
           STRING "BREACH|" DELIMITED BY SIZE
                  WS-SLA-JOB(WS-SLA-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-DAY-TS(1:10) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-BREACH-REASON DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-TRK-D-END-TS(WS-OWN-TRK, WS-MDAY-IDX)
                      DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-LATE-TEXT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-CAUSE-JOB DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-CAUSE-DETAIL DELIMITED BY "  "
                  INTO WS-SLA-LINE
           PERFORM WRITE-SLA-LINE.

      ******************************************************************
      * FIND-DELAY-CAUSE: Walk back from the late job through the
      * upstream step that finished last before it, keeping the step
      * that ran furthest over its average
      ******************************************************************
       FIND-DELAY-CAUSE.
           MOVE 0 TO WS-CAUSE-IDX WS-CAUSE-EXCESS
           MOVE WS-OWN-TRK TO WS-CHAIN-CUR
           MOVE 0 TO WS-CHAIN-HOPS
           PERFORM UNTIL WS-CHAIN-CUR = 0 OR WS-CHAIN-HOPS > 20
               ADD 1 TO WS-CHAIN-HOPS
               IF WS-TRK-D-STATE(WS-CHAIN-CUR, WS-MDAY-IDX) NOT = SPACE
                   AND WS-TRK-AVG-SECS(WS-CHAIN-CUR) > 0
                   AND WS-TRK-D-DUR(WS-CHAIN-CUR, WS-MDAY-IDX)
                       > WS-TRK-AVG-SECS(WS-CHAIN-CUR)
                   COMPUTE WS-EXCESS-SECS =
                       WS-TRK-D-DUR(WS-CHAIN-CUR, WS-MDAY-IDX)
                       - WS-TRK-AVG-SECS(WS-CHAIN-CUR)
                   IF WS-EXCESS-SECS > WS-CAUSE-EXCESS
                       MOVE WS-EXCESS-SECS TO WS-CAUSE-EXCESS
                       MOVE WS-CHAIN-CUR TO WS-CAUSE-IDX
                   END-IF
               END-IF
               PERFORM FIND-GATING-UPSTREAM
               MOVE WS-CHAIN-NEXT TO WS-CHAIN-CUR
           END-PERFORM

           IF WS-CAUSE-IDX = 0
               MOVE "UNATTRIBUTED" TO WS-CAUSE-JOB
               MOVE "no step in the chain ran longer than usual"
                   TO WS-CAUSE-DETAIL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRK-NAME(WS-CAUSE-IDX) TO WS-CAUSE-JOB
           COMPUTE WS-CAUSE-MINUTES = (WS-CAUSE-EXCESS + 59) / 60
           IF WS-CAUSE-IDX = WS-OWN-TRK
               STRING "own run " DELIMITED BY SIZE
                      WS-CAUSE-MINUTES DELIMITED BY SIZE
                      " min over its average" DELIMITED BY SIZE
                      INTO WS-CAUSE-DETAIL
           ELSE
               STRING "upstream ran " DELIMITED BY SIZE
                      WS-CAUSE-MINUTES DELIMITED BY SIZE
                      " min over its average" DELIMITED BY SIZE
                      INTO WS-CAUSE-DETAIL
           END-IF.

      *    The plan dependency of WS-CHAIN-CUR that ran that day and
      *    finished last, into WS-CHAIN-NEXT (zero when none)
       FIND-GATING-UPSTREAM.
           MOVE 0 TO WS-CHAIN-NEXT WS-GATE-END-REL
           IF WS-TRK-DEPENDS(WS-CHAIN-CUR) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DEP-NAMES
           MOVE WS-TRK-DEPENDS(WS-CHAIN-CUR) TO WS-DEP-LIST
           UNSTRING WS-DEP-LIST DELIMITED BY ","
               INTO WS-DEP-NAME(1) WS-DEP-NAME(2) WS-DEP-NAME(3)
                    WS-DEP-NAME(4) WS-DEP-NAME(5) WS-DEP-NAME(6)
                    WS-DEP-NAME(7) WS-DEP-NAME(8)
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > 8
               IF WS-DEP-NAME(WS-DEP-IDX) NOT = SPACES
                   MOVE FUNCTION TRIM(WS-DEP-NAME(WS-DEP-IDX))
                       TO WS-FIND-NAME
                   PERFORM FIND-TRACKED
                   IF WS-FOUND-TRK > 0
                       IF WS-TRK-D-STATE(WS-FOUND-TRK, WS-MDAY-IDX)
                           NOT = SPACE
                           AND WS-TRK-D-END-REL(WS-FOUND-TRK,
                                                WS-MDAY-IDX)
                               >= WS-GATE-END-REL
                           MOVE WS-TRK-D-END-REL(WS-FOUND-TRK,
                                                 WS-MDAY-IDX)
                               TO WS-GATE-END-REL
                           MOVE WS-FOUND-TRK TO WS-CHAIN-NEXT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * WRITE-TREND-LINE: One month of the job's twelve-month trend
      ******************************************************************
       WRITE-TREND-LINE.
           COMPUTE WS-MONTHS-ABS = WS-WIN-YYYY * 12 + WS-WIN-MM - 1
                                   + WS-MONTH-IDX - 1
           DIVIDE WS-MONTHS-ABS BY 12 GIVING WS-TREND-YYYY
               REMAINDER WS-TREND-MM
           COMPUTE WS-DATE-NUM = WS-TREND-YYYY * 100 + WS-TREND-MM + 1
           MOVE WS-DATE-NUM(3:6) TO WS-DATE-TEXT
           MOVE SPACES TO WS-TREND-MONTH
           STRING WS-DATE-TEXT(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DATE-TEXT(5:2) DELIMITED BY SIZE
                  INTO WS-TREND-MONTH

           MOVE WS-SLA-M-MET(WS-SLA-IDX, WS-MONTH-IDX) TO WS-PCT-NUM
           MOVE WS-SLA-M-COMMITTED(WS-SLA-IDX, WS-MONTH-IDX)
               TO WS-PCT-DEN
           PERFORM FORMAT-PCT
           MOVE SPACES TO WS-SLA-LINE
           STRING "TREND|" DELIMITED BY SIZE
                  WS-SLA-JOB(WS-SLA-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-TREND-MONTH DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-SLA-M-COMMITTED(WS-SLA-IDX, WS-MONTH-IDX)
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-SLA-M-MET(WS-SLA-IDX, WS-MONTH-IDX)
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-PCT-TEXT DELIMITED BY SPACE
                  INTO WS-SLA-LINE
           PERFORM WRITE-SLA-LINE.

      ******************************************************************
      * FORMAT-PCT: WS-PCT-NUM over WS-PCT-DEN as a percentage with
      * one decimal, or "-" when nothing was committed
      ******************************************************************
       FORMAT-PCT.
           IF WS-PCT-DEN = 0
               MOVE "-" TO WS-PCT-TEXT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PCT ROUNDED = WS-PCT-NUM * 100 / WS-PCT-DEN
           MOVE WS-PCT TO WS-PCT-EDIT
           MOVE FUNCTION TRIM(WS-PCT-EDIT) TO WS-PCT-TEXT.

       WRITE-SLA-LINE.
           MOVE WS-SLA-LINE TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD.

       END PROGRAM BATCH-SLA-REPORT.
