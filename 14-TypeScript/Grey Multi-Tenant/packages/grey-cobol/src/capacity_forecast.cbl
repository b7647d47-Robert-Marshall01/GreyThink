      ******************************************************************
      * capacity_forecast.cbl - Grey Capacity Forecast
      * INVENTORY-TREND-REPORT shows history, MASTER-REORG keeps
      * growth statistics and the audit log records call volumes,
      * but nothing looked ahead - the rate-budget quota and the
      * batch window both ran out without warning. Run once a month
      * (early in the month, for the month just closed), this job
      * takes the month's measurements, keeps them in its own
      * capacity history, fits a straight-line trend through the
      * last 24 months of each, and projects it 3, 6 and 12 months
      * ahead. Reads local files only - it does not talk to Grey.
      *
      * Measured each month (metric / key):
      *   PROJECTS / ALL         projects in the month's last sync
      *                          generation
      *   USERS / ALL            users in the user master
      *                          (/tmp/grey_user_sync.txt)
      *   MASTER-RECORDS / ALL   the month's last MASTER-REORG
      *   MASTER-BYTES / ALL     statistics record
      *   CALLS-PER-DAY / tenant    the tenant's average daily Grey
      *   CALLS-PEAK-HOUR / tenant  calls, and its busiest clock
      *                          hour, from the month's audit logs
      *   WINDOW-MINUTES / BATCH  average duration and finish of the
      *   WINDOW-END / BATCH     batch window job's runs (minutes,
      *                          the finish counted from midnight of
      *                          the day the run started)
      *
      * Limits:
      *   each tenant's calls-per-hour budget (GREY_RATE_BUDGET_FILE,
      *   default /tmp/grey_rate_budget.txt, the tenant's own line or
      *   the blank-tenant default) against CALLS-PEAK-HOUR
      *   the declared window close (GREY_WINDOW_CLOSE, HH:MM, as
      *   WINDOW-OVERRUN-MONITOR takes it) against WINDOW-END; a
      *   close earlier than the window's usual start is the next
      *   morning's
      * For each, the month the trend first crosses the limit is
      * stated.
      *
      * Parameters (environment):
      *   GREY_FORECAST_MONTH  the month measured, YYYY-MM (default
      *                        the month before this one)
      *   GREY_FORECAST_WINDOW_JOB  the job whose run-history records
      *                        are the batch window (default
      *                        BATCH-ORCHESTRATOR)
      *
      * Capacity history: /tmp/grey_capacity_history.txt, appended
      *   "YYYY-MM|metric|key|value"
      * A rerun for the same month supersedes that month's values.
      *
      * Report: /tmp/grey_capacity_forecast.txt
      *   "PERIOD|YYYY-MM"
      *   "OBSERVED|metric|key|value"
      *   "FORECAST|metric|key|months-fitted|observed|+3|+6|+12|
      *    change-per-month"
      *   "LIMIT|CALLS-PER-HOUR|tenant|budget|observed|status|month"
      *   "LIMIT|WINDOW-CLOSE|BATCH|HH:MM|observed HH:MM|status|
      *    month"
      * status is EXCEEDED (already past it in the measured month),
      * EXCEEDS (the trend crosses it in the month given),
      * NOT-GROWING, NO-TREND (under two months of history) or
      * NO-LIMIT (no budget or close declared).
      *
      * RETURN-CODE 0 when no limit is projected to be crossed within
      * twelve months, 4 when one is (or already has been), 8 when
      * nothing could be measured and there is no history.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACITY-FORECAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAP-HISTORY-FILE ASSIGN TO WS-CAP-HISTORY-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-HISTORY-STATUS.

           SELECT GEN-CATALOG-FILE ASSIGN TO WS-GEN-CATALOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-CATALOG-STATUS.

           SELECT COUNT-FILE ASSIGN TO WS-COUNT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-FILE-STATUS.

           SELECT REORG-STATS-FILE ASSIGN TO WS-REORG-STATS-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REORG-STATS-STATUS.

           SELECT ROLLED-LIST-FILE ASSIGN TO WS-ROLLED-LIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROLLED-LIST-STATUS.

           SELECT AUDIT-IN-FILE ASSIGN TO WS-AUDIT-IN-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-IN-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT BUDGET-FILE ASSIGN TO WS-BUDGET-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-FILE-STATUS.

           SELECT FORECAST-FILE ASSIGN TO WS-FORECAST-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CAP-HISTORY-FILE.
       01  CAP-HISTORY-RECORD          PIC X(160).

       FD  GEN-CATALOG-FILE.
       01  GEN-CATALOG-RECORD          PIC X(80).

       FD  COUNT-FILE.
       01  COUNT-RECORD                PIC X(700).

       FD  REORG-STATS-FILE.
       01  REORG-STATS-RECORD          PIC X(120).

       FD  ROLLED-LIST-FILE.
       01  ROLLED-LIST-RECORD          PIC X(128).

       FD  AUDIT-IN-FILE.
       01  AUDIT-IN-RECORD             PIC X(512).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD              PIC X(250).

       FD  BUDGET-FILE.
       01  BUDGET-RECORD               PIC X(100).

       FD  FORECAST-FILE.
       01  FORECAST-RECORD             PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-CAP-HISTORY-NAME         PIC X(64)
               VALUE "/tmp/grey_capacity_history.txt".
       01  WS-CAP-HISTORY-STATUS       PIC XX     VALUE SPACES.
       01  WS-GEN-CATALOG-NAME         PIC X(64)
               VALUE "/tmp/grey_project_sync_gens.txt".
       01  WS-GEN-CATALOG-STATUS       PIC XX     VALUE SPACES.
       01  WS-COUNT-FILE-NAME          PIC X(64)  VALUE SPACES.
       01  WS-COUNT-FILE-STATUS        PIC XX     VALUE SPACES.
       01  WS-USER-SYNC-FILE-NAME      PIC X(64)
               VALUE "/tmp/grey_user_sync.txt".
       01  WS-REORG-STATS-NAME         PIC X(64)
               VALUE "/tmp/grey_master_reorg_stats.txt".
       01  WS-REORG-STATS-STATUS       PIC XX     VALUE SPACES.
       01  WS-ROLLED-LIST-NAME         PIC X(64)
               VALUE "/tmp/grey_forecast_rolled.lst".
       01  WS-ROLLED-LIST-STATUS       PIC XX     VALUE SPACES.
       01  WS-LIST-COMMAND             PIC X(200) VALUE SPACES.
       01  WS-AUDIT-IN-FILE-NAME       PIC X(64)
               VALUE "/tmp/grey_audit.log".
       01  WS-AUDIT-IN-FILE-STATUS     PIC XX     VALUE SPACES.
       01  WS-HISTORY-FILE-NAME        PIC X(64)
               VALUE "/tmp/grey_run_history.txt".
       01  WS-HISTORY-FILE-STATUS      PIC XX     VALUE SPACES.
       01  WS-BUDGET-FILE-NAME         PIC X(64)
               VALUE "/tmp/grey_rate_budget.txt".
       01  WS-BUDGET-FILE-ENV          PIC X(64)  VALUE SPACES.
       01  WS-BUDGET-FILE-STATUS       PIC XX     VALUE SPACES.
       01  WS-FORECAST-NAME            PIC X(64)
               VALUE "/tmp/grey_capacity_forecast.txt".
       01  WS-FORECAST-LINE            PIC X(250) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-LIST-EOF                 PIC X      VALUE "N".

      ******************************************************************
      * The measured month and the run's parameters
      ******************************************************************
       01  WS-MONTH-ENV                PIC X(8)   VALUE SPACES.
       01  WS-OBS-MONTH                PIC X(7)   VALUE SPACES.
       01  WS-OBS-MONTH-NUM            PIC X(6)   VALUE SPACES.
       01  WS-OBS-MONTH-END            PIC X(8)   VALUE SPACES.
       01  WS-OBS-YYYY                 PIC 9(4)   VALUE 0.
       01  WS-OBS-MM                   PIC 9(2)   VALUE 0.
       01  WS-OBS-ABS                  PIC 9(6)   VALUE 0.
       01  WS-OBS-DAYS                 PIC 9(2)   VALUE 0.
       01  WS-OBS-START-INT            PIC 9(8)   VALUE 0.
       01  WS-DATE-NUM                 PIC 9(8)   VALUE 0.
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-WINDOW-JOB               PIC X(32)
               VALUE "BATCH-ORCHESTRATOR".
       01  WS-WINDOW-JOB-ENV           PIC X(32)  VALUE SPACES.
       01  WS-CLOSE-ENV                PIC X(8)   VALUE SPACES.
       01  WS-CLOSE-MINUTES            PIC 9(5)   VALUE 0.

      ******************************************************************
      * Every metric's monthly series - the capacity history plus
      * this month's measurements; a later value for the same month
      * replaces an earlier one
      ******************************************************************
       01  WS-SERIES-TABLE.
           05  WS-SER-COUNT             PIC 9(3)  VALUE 0.
           05  WS-SER-ENTRY OCCURS 100 TIMES.
               10  WS-SER-METRIC        PIC X(16).
               10  WS-SER-KEY           PIC X(64).
               10  WS-SER-PT-COUNT      PIC 9(2).
               10  WS-SER-POINT OCCURS 36 TIMES.
                   15  WS-SER-PT-ABS    PIC 9(6).
                   15  WS-SER-PT-VALUE  PIC 9(13).
       01  WS-SER-IDX                  PIC 9(3)   VALUE 0.
       01  WS-SER-FOUND                PIC 9(3)   VALUE 0.
       01  WS-PT-IDX                   PIC 9(2)   VALUE 0.
       01  WS-PT-FOUND                 PIC 9(2)   VALUE 0.
       01  WS-PT-OLDEST                PIC 9(2)   VALUE 0.
       01  WS-FIND-METRIC              PIC X(16)  VALUE SPACES.
       01  WS-FIND-KEY                 PIC X(64)  VALUE SPACES.
       01  WS-PUT-ABS                  PIC 9(6)   VALUE 0.
       01  WS-PUT-VALUE                PIC 9(13)  VALUE 0.

      ******************************************************************
      * This month's measurements, for the history and the report
      ******************************************************************
       01  WS-OBS-TABLE.
           05  WS-OBS-COUNT             PIC 9(3)  VALUE 0.
           05  WS-OBS-ENTRY OCCURS 100 TIMES.
               10  WS-OBS-METRIC        PIC X(16).
               10  WS-OBS-KEY           PIC X(64).
               10  WS-OBS-VALUE         PIC 9(13).
       01  WS-OBS-IDX                  PIC 9(3)   VALUE 0.

      ******************************************************************
      * Fields of one capacity history, catalog, statistics, audit
      * and run-history record
      ******************************************************************
       01  WS-CH-MONTH                 PIC X(8)   VALUE SPACES.
       01  WS-CH-METRIC                PIC X(16)  VALUE SPACES.
       01  WS-CH-KEY                   PIC X(64)  VALUE SPACES.
       01  WS-CH-VALUE                 PIC X(16)  VALUE SPACES.

       01  WS-NAME-LEN                 PIC 9(3)   VALUE 0.
       01  WS-GEN-DATE                 PIC X(8)   VALUE SPACES.
       01  WS-BEST-GEN-DATE            PIC X(8)   VALUE SPACES.
       01  WS-BEST-GEN-NAME            PIC X(64)  VALUE SPACES.
       01  WS-LINE-TOTAL               PIC 9(9)   VALUE 0.

       01  WS-RS-DATE                  PIC X(8)   VALUE SPACES.
       01  WS-RS-RECORDS               PIC X(12)  VALUE SPACES.
       01  WS-RS-BYTES-BEFORE          PIC X(16)  VALUE SPACES.
       01  WS-RS-BYTES-AFTER           PIC X(16)  VALUE SPACES.
       01  WS-RS-BEST-DATE             PIC X(8)   VALUE SPACES.
       01  WS-RS-BEST-RECORDS          PIC 9(12)  VALUE 0.
       01  WS-RS-BEST-BYTES            PIC 9(13)  VALUE 0.

       01  WS-TOK-DATE                 PIC X(16)  VALUE SPACES.
       01  WS-TOK-TIME                 PIC X(16)  VALUE SPACES.
       01  WS-TOK-METHOD               PIC X(16)  VALUE SPACES.
       01  WS-TOK-URL                  PIC X(1024) VALUE SPACES.
       01  WS-TOK-STATUS-KV            PIC X(32)  VALUE SPACES.
       01  WS-TOK-RC-KV                PIC X(32)  VALUE SPACES.
       01  WS-TOK-OK-KV                PIC X(16)  VALUE SPACES.
       01  WS-TOK-ELAPSED-KV           PIC X(32)  VALUE SPACES.
       01  WS-TOK-CID-KV               PIC X(64)  VALUE SPACES.
       01  WS-TOK-TENANT-KV            PIC X(80)  VALUE SPACES.
       01  WS-KV-LABEL                 PIC X(16)  VALUE SPACES.
       01  WS-KV-VALUE                 PIC X(64)  VALUE SPACES.
       01  WS-REC-TENANT               PIC X(64)  VALUE SPACES.
       01  WS-AUDIT-FILES-READ         PIC 9(3)   VALUE 0.

       01  WS-HIST-REC-JOB             PIC X(32)  VALUE SPACES.
       01  WS-HIST-REC-RUN             PIC X(24)  VALUE SPACES.
       01  WS-HIST-REC-START           PIC X(19)  VALUE SPACES.
       01  WS-HIST-REC-END             PIC X(19)  VALUE SPACES.

      ******************************************************************
      * Call volume per tenant - calls in every clock hour of the
      * month
      ******************************************************************
       01  WS-CALL-TABLE.
           05  WS-CT-COUNT              PIC 9(2)  VALUE 0.
           05  WS-CT-FULL               PIC X     VALUE "N".
           05  WS-CT-ENTRY OCCURS 30 TIMES.
               10  WS-CT-TENANT         PIC X(64).
               10  WS-CT-TOTAL          PIC 9(9).
               10  WS-CT-HOUR OCCURS 744 TIMES PIC 9(6).
       01  WS-CT-IDX                   PIC 9(2)   VALUE 0.
       01  WS-CT-FOUND                 PIC 9(2)   VALUE 0.
       01  WS-HOUR-IDX                 PIC 9(3)   VALUE 0.
       01  WS-DAY-NUM                  PIC 9(2)   VALUE 0.
       01  WS-HOUR-NUM                 PIC 9(2)   VALUE 0.
       01  WS-PEAK-HOUR                PIC 9(6)   VALUE 0.
       01  WS-ACTIVE-DAYS              PIC 9(2)   VALUE 0.
       01  WS-DAY-CALLS                PIC 9(8)   VALUE 0.

      ******************************************************************
      * Batch window runs in the month
      ******************************************************************
       01  WS-WIN-RUNS                 PIC 9(4)   VALUE 0.
       01  WS-WIN-TOTAL-DUR            PIC 9(9)   VALUE 0.
       01  WS-WIN-TOTAL-END            PIC 9(9)   VALUE 0.
       01  WS-WIN-TOTAL-START          PIC 9(9)   VALUE 0.
       01  WS-WIN-AVG-START            PIC 9(5)   VALUE 0.
       01  WS-START-INT                PIC 9(8)   VALUE 0.
       01  WS-END-INT                  PIC 9(8)   VALUE 0.
       01  WS-START-MIN                PIC 9(5)   VALUE 0.
       01  WS-END-MIN                  PIC S9(7)  VALUE 0.
       01  WS-TS-A                     PIC X(32)  VALUE SPACES.

      ******************************************************************
      * Rate budgets
      ******************************************************************
       01  WS-BUDGET-TABLE.
           05  WS-BGT-COUNT             PIC 9(2)  VALUE 0.
           05  WS-BGT-ENTRY OCCURS 50 TIMES.
               10  WS-BGT-TENANT        PIC X(64).
               10  WS-BGT-PER-HOUR      PIC 9(9).
       01  WS-BGT-IDX                  PIC 9(2)   VALUE 0.
       01  WS-BGT-REC-TENANT           PIC X(64)  VALUE SPACES.
       01  WS-BGT-REC-QUOTA            PIC X(16)  VALUE SPACES.

      ******************************************************************
      * Trend fit - least squares over months counted back from the
      * measured month (0 is the measured month, -1 the one before)
      ******************************************************************
       01  WS-FIT-N                    PIC 9(3)   VALUE 0.
       01  WS-FIT-X                    PIC S9(3)  VALUE 0.
       01  WS-SUM-X                    PIC S9(7)  VALUE 0.
       01  WS-SUM-XX                   PIC S9(9)  VALUE 0.
       01  WS-SUM-Y                    PIC S9(16) VALUE 0.
       01  WS-SUM-XY                   PIC S9(18) VALUE 0.
       01  WS-FIT-DEN                  PIC S9(11) VALUE 0.
       01  WS-FIT-SLOPE                PIC S9(13)V9(4) VALUE 0.
       01  WS-FIT-BASE                 PIC S9(15)V9(4) VALUE 0.
       01  WS-FIT-H                    PIC S9(4)  VALUE 0.
       01  WS-FIT-VALUE                PIC S9(15) VALUE 0.
       01  WS-PROJ-3                   PIC 9(13)  VALUE 0.
       01  WS-PROJ-6                   PIC 9(13)  VALUE 0.
       01  WS-PROJ-12                  PIC 9(13)  VALUE 0.
       01  WS-OBS-VALUE-WORK           PIC 9(13)  VALUE 0.
       01  WS-OBS-FOUND                PIC X      VALUE "N".
       01  WS-SLOPE-EDIT               PIC -(12)9.9.
       01  WS-NUM-EDIT                 PIC Z(12)9.

      ******************************************************************
      * Limit checks
      ******************************************************************
       01  WS-LIMIT-VALUE              PIC 9(13)  VALUE 0.
       01  WS-LIMIT-STATUS             PIC X(12)  VALUE SPACES.
       01  WS-LIMIT-MONTH              PIC X(7)   VALUE SPACES.
       01  WS-LIMIT-MONTHS-AHEAD       PIC S9(15) VALUE 0.
       01  WS-LIMIT-HEADROOM           PIC S9(15)V9(4) VALUE 0.
       01  WS-LIMIT-SOON               PIC 9(3)   VALUE 0.
       01  WS-MONTH-LABEL              PIC X(7)   VALUE SPACES.
       01  WS-LABEL-ABS                PIC 9(6)   VALUE 0.
       01  WS-LABEL-YYYY               PIC 9(4)   VALUE 0.
       01  WS-LABEL-MM                 PIC 9(2)   VALUE 0.
       01  WS-HHMM                     PIC X(5)   VALUE SPACES.
       01  WS-HHMM-MIN                 PIC 9(5)   VALUE 0.
       01  WS-HHMM-HH                  PIC 9(2)   VALUE 0.
       01  WS-HHMM-MM                  PIC 9(2)   VALUE 0.
       01  WS-OBS-HHMM                 PIC X(5)   VALUE SPACES.
       01  WS-LIMIT-TEXT               PIC X(16)  VALUE SPACES.
       01  WS-OBSERVED-TEXT            PIC X(16)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Capacity Forecast ==="
           MOVE 0 TO RETURN-CODE

           PERFORM SET-FORECAST-MONTH
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF
           ACCEPT WS-WINDOW-JOB-ENV
               FROM ENVIRONMENT "GREY_FORECAST_WINDOW_JOB"
           IF WS-WINDOW-JOB-ENV NOT = SPACES
               MOVE WS-WINDOW-JOB-ENV TO WS-WINDOW-JOB
           END-IF
           ACCEPT WS-CLOSE-ENV FROM ENVIRONMENT "GREY_WINDOW_CLOSE"

           PERFORM LOAD-CAPACITY-HISTORY

           PERFORM MEASURE-PROJECTS
           PERFORM MEASURE-USERS
           PERFORM MEASURE-MASTER
           PERFORM MEASURE-CALLS
           PERFORM MEASURE-WINDOW

           IF WS-OBS-COUNT = 0 AND WS-SER-COUNT = 0
               DISPLAY "Nothing measured for " WS-OBS-MONTH
                       " and no capacity history - nothing to forecast"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM APPEND-CAPACITY-HISTORY
           PERFORM LOAD-RATE-BUDGETS

           OPEN OUTPUT FORECAST-FILE
           MOVE SPACES TO WS-FORECAST-LINE
           STRING "PERIOD|" DELIMITED BY SIZE
                  WS-OBS-MONTH DELIMITED BY SIZE
                  INTO WS-FORECAST-LINE
           PERFORM WRITE-FORECAST-LINE

           PERFORM VARYING WS-OBS-IDX FROM 1 BY 1
                   UNTIL WS-OBS-IDX > WS-OBS-COUNT
               MOVE WS-OBS-VALUE(WS-OBS-IDX) TO WS-NUM-EDIT
               MOVE SPACES TO WS-FORECAST-LINE
               STRING "OBSERVED|" DELIMITED BY SIZE
                      WS-OBS-METRIC(WS-OBS-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-OBS-KEY(WS-OBS-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NUM-EDIT) DELIMITED BY SIZE
                      INTO WS-FORECAST-LINE
               PERFORM WRITE-FORECAST-LINE
           END-PERFORM

           PERFORM VARYING WS-SER-IDX FROM 1 BY 1
                   UNTIL WS-SER-IDX > WS-SER-COUNT
               PERFORM FORECAST-ONE-SERIES
           END-PERFORM

           PERFORM VARYING WS-SER-IDX FROM 1 BY 1
                   UNTIL WS-SER-IDX > WS-SER-COUNT
               EVALUATE WS-SER-METRIC(WS-SER-IDX)
                   WHEN "CALLS-PEAK-HOUR"
                       PERFORM CHECK-CALL-BUDGET
                   WHEN "WINDOW-END"
                       PERFORM CHECK-WINDOW-CLOSE
               END-EVALUATE
           END-PERFORM
           CLOSE FORECAST-FILE

           IF WS-LIMIT-SOON > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Forecast for " WS-OBS-MONTH ": "
                   WS-SER-COUNT " series, " WS-LIMIT-SOON
                   " limit(s) reached within twelve months"
           STOP RUN.

      ******************************************************************
      * SET-FORECAST-MONTH: The month measured (GREY_FORECAST_MONTH,
      * else last month), its first day and its length
      ******************************************************************
       SET-FORECAST-MONTH.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           ACCEPT WS-MONTH-ENV FROM ENVIRONMENT "GREY_FORECAST_MONTH"
           IF WS-MONTH-ENV = SPACES
               MOVE WS-NOW(1:4) TO WS-OBS-YYYY
               MOVE WS-NOW(5:2) TO WS-OBS-MM
               IF WS-OBS-MM = 1
                   MOVE 12 TO WS-OBS-MM
                   SUBTRACT 1 FROM WS-OBS-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-OBS-MM
               END-IF
           ELSE
               IF WS-MONTH-ENV(1:4) IS NOT NUMERIC
                   OR WS-MONTH-ENV(5:1) NOT = "-"
                   OR WS-MONTH-ENV(6:2) IS NOT NUMERIC
                   OR WS-MONTH-ENV(6:2) < "01"
                   OR WS-MONTH-ENV(6:2) > "12"
                   DISPLAY "GREY_FORECAST_MONTH must be YYYY-MM"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-MONTH-ENV(1:4) TO WS-OBS-YYYY
               MOVE WS-MONTH-ENV(6:2) TO WS-OBS-MM
           END-IF

           COMPUTE WS-OBS-ABS = WS-OBS-YYYY * 12 + WS-OBS-MM - 1
           MOVE SPACES TO WS-OBS-MONTH
           STRING WS-OBS-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-OBS-MM DELIMITED BY SIZE
                  INTO WS-OBS-MONTH
           MOVE SPACES TO WS-OBS-MONTH-NUM
           STRING WS-OBS-YYYY DELIMITED BY SIZE
                  WS-OBS-MM DELIMITED BY SIZE
                  INTO WS-OBS-MONTH-NUM

           COMPUTE WS-DATE-NUM = WS-OBS-YYYY * 10000
                                 + WS-OBS-MM * 100 + 1
           COMPUTE WS-OBS-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-OBS-MM = 12
               COMPUTE WS-DATE-NUM = (WS-OBS-YYYY + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATE-NUM = WS-OBS-YYYY * 10000
                                     + (WS-OBS-MM + 1) * 100 + 1
           END-IF
           COMPUTE WS-OBS-DAYS = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                                 - WS-OBS-START-INT
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               WS-OBS-START-INT + WS-OBS-DAYS - 1)
           MOVE WS-DATE-NUM TO WS-OBS-MONTH-END.

      ******************************************************************
      * LOAD-CAPACITY-HISTORY: Earlier months' measurements, up to
      * and including the measured month
      ******************************************************************
       LOAD-CAPACITY-HISTORY.
           OPEN INPUT CAP-HISTORY-FILE
           IF WS-CAP-HISTORY-STATUS NOT = "00"
               DISPLAY "No capacity history yet - the trend starts "
                       "with this month"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ CAP-HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-HISTORY-POINT
               END-READ
           END-PERFORM
           CLOSE CAP-HISTORY-FILE.

       LOAD-ONE-HISTORY-POINT.
           IF CAP-HISTORY-RECORD = SPACES
               OR CAP-HISTORY-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CH-MONTH WS-CH-METRIC WS-CH-KEY
                          WS-CH-VALUE
           UNSTRING CAP-HISTORY-RECORD DELIMITED BY "|"
               INTO WS-CH-MONTH WS-CH-METRIC WS-CH-KEY WS-CH-VALUE
           IF WS-CH-MONTH(1:4) IS NOT NUMERIC
               OR WS-CH-MONTH(6:2) IS NOT NUMERIC
               OR WS-CH-VALUE(1:1) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PUT-ABS = FUNCTION NUMVAL(WS-CH-MONTH(1:4)) * 12
                                + FUNCTION NUMVAL(WS-CH-MONTH(6:2)) - 1
           IF WS-PUT-ABS > WS-OBS-ABS
               OR WS-PUT-ABS + 24 <= WS-OBS-ABS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CH-METRIC TO WS-FIND-METRIC
           MOVE WS-CH-KEY TO WS-FIND-KEY
           COMPUTE WS-PUT-VALUE = FUNCTION NUMVAL(WS-CH-VALUE)
           PERFORM PUT-SERIES-POINT.

      ******************************************************************
      * PUT-SERIES-POINT: WS-PUT-VALUE for month WS-PUT-ABS into the
      * WS-FIND-METRIC / WS-FIND-KEY series, replacing the month's
      * earlier value; a full series drops its oldest month
      ******************************************************************
       PUT-SERIES-POINT.
           MOVE 0 TO WS-SER-FOUND
           PERFORM VARYING WS-SER-IDX FROM 1 BY 1
                   UNTIL WS-SER-IDX > WS-SER-COUNT
               IF WS-SER-METRIC(WS-SER-IDX) = WS-FIND-METRIC
                   AND WS-SER-KEY(WS-SER-IDX) = WS-FIND-KEY
                   MOVE WS-SER-IDX TO WS-SER-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SER-FOUND = 0
               IF WS-SER-COUNT >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SER-COUNT
               MOVE WS-SER-COUNT TO WS-SER-FOUND
               MOVE WS-FIND-METRIC TO WS-SER-METRIC(WS-SER-FOUND)
               MOVE WS-FIND-KEY TO WS-SER-KEY(WS-SER-FOUND)
               MOVE 0 TO WS-SER-PT-COUNT(WS-SER-FOUND)
           END-IF

           MOVE 0 TO WS-PT-FOUND
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-SER-PT-COUNT(WS-SER-FOUND)
               IF WS-SER-PT-ABS(WS-SER-FOUND, WS-PT-IDX) = WS-PUT-ABS
                   MOVE WS-PT-IDX TO WS-PT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PT-FOUND = 0
               IF WS-SER-PT-COUNT(WS-SER-FOUND) < 36
                   ADD 1 TO WS-SER-PT-COUNT(WS-SER-FOUND)
                   MOVE WS-SER-PT-COUNT(WS-SER-FOUND) TO WS-PT-FOUND
               ELSE
                   MOVE 1 TO WS-PT-OLDEST
                   PERFORM VARYING WS-PT-IDX FROM 2 BY 1
                           UNTIL WS-PT-IDX > 36
                       IF WS-SER-PT-ABS(WS-SER-FOUND, WS-PT-IDX)
                           < WS-SER-PT-ABS(WS-SER-FOUND, WS-PT-OLDEST)
                           MOVE WS-PT-IDX TO WS-PT-OLDEST
                       END-IF
                   END-PERFORM
                   MOVE WS-PT-OLDEST TO WS-PT-FOUND
               END-IF
           END-IF
           MOVE WS-PUT-ABS TO WS-SER-PT-ABS(WS-SER-FOUND, WS-PT-FOUND)
           MOVE WS-PUT-VALUE
               TO WS-SER-PT-VALUE(WS-SER-FOUND, WS-PT-FOUND).

      ******************************************************************
      * RECORD-OBSERVATION: One measurement of the month - into the
      * series and the list the history and report are written from
      ******************************************************************
       RECORD-OBSERVATION.
           IF WS-OBS-COUNT >= 100
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OBS-COUNT
           MOVE WS-FIND-METRIC TO WS-OBS-METRIC(WS-OBS-COUNT)
           MOVE WS-FIND-KEY TO WS-OBS-KEY(WS-OBS-COUNT)
           MOVE WS-PUT-VALUE TO WS-OBS-VALUE(WS-OBS-COUNT)
           MOVE WS-OBS-ABS TO WS-PUT-ABS
           PERFORM PUT-SERIES-POINT.

      ******************************************************************
      * MEASURE-PROJECTS: Projects in the last sync generation dated
      * in (or before the end of) the measured month
      ******************************************************************
       MEASURE-PROJECTS.
           OPEN INPUT GEN-CATALOG-FILE
           IF WS-GEN-CATALOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BEST-GEN-DATE WS-BEST-GEN-NAME
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ GEN-CATALOG-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CONSIDER-GENERATION
               END-READ
           END-PERFORM
           CLOSE GEN-CATALOG-FILE

           IF WS-BEST-GEN-NAME = SPACES
               OR WS-BEST-GEN-DATE(1:6) NOT = WS-OBS-MONTH-NUM
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BEST-GEN-NAME TO WS-COUNT-FILE-NAME
           PERFORM COUNT-FILE-LINES
           IF WS-COUNT-FILE-STATUS = "00"
               MOVE "PROJECTS" TO WS-FIND-METRIC
               MOVE "ALL" TO WS-FIND-KEY
               MOVE WS-LINE-TOTAL TO WS-PUT-VALUE
               PERFORM RECORD-OBSERVATION
           END-IF.

      *    The generation date is the YYYYMMDD of the file name's
      *    "..._gen_YYYYMMDD.txt" tail, as INVENTORY-TREND-REPORT
      *    reads it
       CONSIDER-GENERATION.
           IF GEN-CATALOG-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GEN-DATE
           MOVE 64 TO WS-NAME-LEN
           PERFORM UNTIL WS-NAME-LEN = 0
                      OR GEN-CATALOG-RECORD(WS-NAME-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-NAME-LEN
           END-PERFORM
           IF WS-NAME-LEN > 12
               MOVE GEN-CATALOG-RECORD(WS-NAME-LEN - 11:8)
                   TO WS-GEN-DATE
           END-IF
           IF WS-GEN-DATE IS NOT NUMERIC
               OR WS-GEN-DATE > WS-OBS-MONTH-END
               EXIT PARAGRAPH
           END-IF
           IF WS-GEN-DATE >= WS-BEST-GEN-DATE
               OR WS-BEST-GEN-DATE = SPACES
               MOVE WS-GEN-DATE TO WS-BEST-GEN-DATE
               MOVE GEN-CATALOG-RECORD(1:64) TO WS-BEST-GEN-NAME
           END-IF.

      ******************************************************************
      * MEASURE-USERS: Users in the user master as it stands
      ******************************************************************
       MEASURE-USERS.
           MOVE WS-USER-SYNC-FILE-NAME TO WS-COUNT-FILE-NAME
           PERFORM COUNT-FILE-LINES
           IF WS-COUNT-FILE-STATUS = "00"
               MOVE "USERS" TO WS-FIND-METRIC
               MOVE "ALL" TO WS-FIND-KEY
               MOVE WS-LINE-TOTAL TO WS-PUT-VALUE
               PERFORM RECORD-OBSERVATION
           END-IF.

      *    Non-blank lines of WS-COUNT-FILE-NAME into WS-LINE-TOTAL
       COUNT-FILE-LINES.
           MOVE 0 TO WS-LINE-TOTAL
           OPEN INPUT COUNT-FILE
           IF WS-COUNT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ COUNT-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF COUNT-RECORD NOT = SPACES
                           ADD 1 TO WS-LINE-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COUNT-FILE
           MOVE "00" TO WS-COUNT-FILE-STATUS.

      ******************************************************************
      * MEASURE-MASTER: The month's last MASTER-REORG statistics
      * record - records kept and the file's size after the reorg
      ******************************************************************
       MEASURE-MASTER.
           OPEN INPUT REORG-STATS-FILE
           IF WS-REORG-STATS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RS-BEST-DATE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ REORG-STATS-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-RS-DATE WS-RS-RECORDS
                                      WS-RS-BYTES-BEFORE
                                      WS-RS-BYTES-AFTER
                       UNSTRING REORG-STATS-RECORD DELIMITED BY "|"
                           INTO WS-RS-DATE WS-RS-RECORDS
                                WS-RS-BYTES-BEFORE WS-RS-BYTES-AFTER
                       IF WS-RS-DATE(1:6) = WS-OBS-MONTH-NUM
                           AND WS-RS-DATE >= WS-RS-BEST-DATE
                           AND WS-RS-RECORDS(1:1) IS NUMERIC
                           AND WS-RS-BYTES-AFTER(1:1) IS NUMERIC
                           MOVE WS-RS-DATE TO WS-RS-BEST-DATE
                           COMPUTE WS-RS-BEST-RECORDS =
                               FUNCTION NUMVAL(WS-RS-RECORDS)
                           COMPUTE WS-RS-BEST-BYTES =
                               FUNCTION NUMVAL(WS-RS-BYTES-AFTER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REORG-STATS-FILE

           IF WS-RS-BEST-DATE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "MASTER-RECORDS" TO WS-FIND-METRIC
           MOVE "ALL" TO WS-FIND-KEY
           MOVE WS-RS-BEST-RECORDS TO WS-PUT-VALUE
           PERFORM RECORD-OBSERVATION
           MOVE "MASTER-BYTES" TO WS-FIND-METRIC
           MOVE WS-RS-BEST-BYTES TO WS-PUT-VALUE
           PERFORM RECORD-OBSERVATION.

      ******************************************************************
      * MEASURE-CALLS: Every Grey call of the month, per tenant and
      * clock hour, from the month's rolled audit logs and the live
      * log
      ******************************************************************
       MEASURE-CALLS.
           MOVE SPACES TO WS-LIST-COMMAND
           STRING "ls -1 /tmp/grey_audit_" DELIMITED BY SIZE
                  WS-OBS-MONTH-NUM DELIMITED BY SIZE
                  "*.log 2>/dev/null > " DELIMITED BY SIZE
                  WS-ROLLED-LIST-NAME DELIMITED BY SPACE
                  INTO WS-LIST-COMMAND
           CALL "SYSTEM" USING WS-LIST-COMMAND

           OPEN INPUT ROLLED-LIST-FILE
           IF WS-ROLLED-LIST-STATUS = "00"
               MOVE "N" TO WS-LIST-EOF
               PERFORM UNTIL WS-LIST-EOF = "Y"
                   READ ROLLED-LIST-FILE
                       AT END MOVE "Y" TO WS-LIST-EOF
                       NOT AT END
                           IF ROLLED-LIST-RECORD NOT = SPACES
                               MOVE ROLLED-LIST-RECORD(1:64)
                                   TO WS-AUDIT-IN-FILE-NAME
                               PERFORM READ-AUDIT-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROLLED-LIST-FILE
           END-IF
           MOVE "/tmp/grey_audit.log" TO WS-AUDIT-IN-FILE-NAME
           PERFORM READ-AUDIT-FILE

           IF WS-CT-FULL = "Y"
               DISPLAY "WARNING: tenant call table filled at 30 - "
                       "further tenants not measured"
           END-IF

           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               MOVE 0 TO WS-PEAK-HOUR WS-ACTIVE-DAYS
               PERFORM VARYING WS-DAY-NUM FROM 1 BY 1
                       UNTIL WS-DAY-NUM > WS-OBS-DAYS
                   MOVE 0 TO WS-DAY-CALLS
                   PERFORM VARYING WS-HOUR-NUM FROM 0 BY 1
                           UNTIL WS-HOUR-NUM > 23
                       COMPUTE WS-HOUR-IDX =
                           (WS-DAY-NUM - 1) * 24 + WS-HOUR-NUM + 1
                       ADD WS-CT-HOUR(WS-CT-IDX, WS-HOUR-IDX)
                           TO WS-DAY-CALLS
                       IF WS-CT-HOUR(WS-CT-IDX, WS-HOUR-IDX)
                           > WS-PEAK-HOUR
                           MOVE WS-CT-HOUR(WS-CT-IDX, WS-HOUR-IDX)
                               TO WS-PEAK-HOUR
                       END-IF
                   END-PERFORM
                   IF WS-DAY-CALLS > 0
                       ADD 1 TO WS-ACTIVE-DAYS
                   END-IF
               END-PERFORM

               MOVE WS-CT-TENANT(WS-CT-IDX) TO WS-FIND-KEY
               MOVE "CALLS-PER-DAY" TO WS-FIND-METRIC
               IF WS-ACTIVE-DAYS > 0
                   COMPUTE WS-PUT-VALUE ROUNDED =
                       WS-CT-TOTAL(WS-CT-IDX) / WS-ACTIVE-DAYS
               ELSE
                   MOVE 0 TO WS-PUT-VALUE
               END-IF
               PERFORM RECORD-OBSERVATION
               MOVE "CALLS-PEAK-HOUR" TO WS-FIND-METRIC
               MOVE WS-PEAK-HOUR TO WS-PUT-VALUE
               PERFORM RECORD-OBSERVATION
           END-PERFORM.

       READ-AUDIT-FILE.
           OPEN INPUT AUDIT-IN-FILE
           IF WS-AUDIT-IN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AUDIT-FILES-READ
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ AUDIT-IN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM COUNT-AUDIT-CALL
               END-READ
           END-PERFORM
           CLOSE AUDIT-IN-FILE.

      *    One audit record - "date time method url ... tenant=id";
      *    records before the tenant stamp count under "(untagged)"
       COUNT-AUDIT-CALL.
           MOVE SPACES TO WS-TOK-DATE WS-TOK-TIME WS-TOK-METHOD
                          WS-TOK-URL WS-TOK-STATUS-KV WS-TOK-RC-KV
                          WS-TOK-OK-KV WS-TOK-ELAPSED-KV
                          WS-TOK-CID-KV WS-TOK-TENANT-KV
           UNSTRING AUDIT-IN-RECORD DELIMITED BY ALL SPACES
               INTO WS-TOK-DATE WS-TOK-TIME WS-TOK-METHOD WS-TOK-URL
                    WS-TOK-STATUS-KV WS-TOK-RC-KV WS-TOK-OK-KV
                    WS-TOK-ELAPSED-KV WS-TOK-CID-KV WS-TOK-TENANT-KV
           IF WS-TOK-DATE(1:7) NOT = WS-OBS-MONTH
               OR WS-TOK-DATE(9:2) IS NOT NUMERIC
               OR WS-TOK-TIME(1:2) IS NOT NUMERIC
               OR WS-TOK-METHOD = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-KV-LABEL WS-KV-VALUE
           UNSTRING WS-TOK-TENANT-KV DELIMITED BY "="
               INTO WS-KV-LABEL WS-KV-VALUE
           IF WS-KV-LABEL = "tenant" AND WS-KV-VALUE NOT = SPACES
               MOVE WS-KV-VALUE TO WS-REC-TENANT
           ELSE
               MOVE "(untagged)" TO WS-REC-TENANT
           END-IF

           MOVE 0 TO WS-CT-FOUND
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               IF WS-CT-TENANT(WS-CT-IDX) = WS-REC-TENANT
                   MOVE WS-CT-IDX TO WS-CT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CT-FOUND = 0
               IF WS-CT-COUNT >= 30
                   MOVE "Y" TO WS-CT-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CT-COUNT
               MOVE WS-CT-COUNT TO WS-CT-FOUND
               INITIALIZE WS-CT-ENTRY(WS-CT-FOUND)
               MOVE WS-REC-TENANT TO WS-CT-TENANT(WS-CT-FOUND)
           END-IF

           MOVE WS-TOK-DATE(9:2) TO WS-DAY-NUM
           MOVE WS-TOK-TIME(1:2) TO WS-HOUR-NUM
           IF WS-DAY-NUM < 1 OR WS-DAY-NUM > WS-OBS-DAYS
               OR WS-HOUR-NUM > 23
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HOUR-IDX = (WS-DAY-NUM - 1) * 24 + WS-HOUR-NUM
                                 + 1
           ADD 1 TO WS-CT-HOUR(WS-CT-FOUND, WS-HOUR-IDX)
           ADD 1 TO WS-CT-TOTAL(WS-CT-FOUND).

      ******************************************************************
      * MEASURE-WINDOW: The batch window job's runs that started in
      * the month - average duration, start and finish in minutes
      ******************************************************************
       MEASURE-WINDOW.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM FOLD-WINDOW-RUN
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE

           IF WS-WIN-RUNS = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WIN-AVG-START ROUNDED =
               WS-WIN-TOTAL-START / WS-WIN-RUNS
           MOVE "BATCH" TO WS-FIND-KEY
           MOVE "WINDOW-MINUTES" TO WS-FIND-METRIC
           COMPUTE WS-PUT-VALUE ROUNDED =
               WS-WIN-TOTAL-DUR / WS-WIN-RUNS
           PERFORM RECORD-OBSERVATION
           MOVE "WINDOW-END" TO WS-FIND-METRIC
           COMPUTE WS-PUT-VALUE ROUNDED =
               WS-WIN-TOTAL-END / WS-WIN-RUNS
           PERFORM RECORD-OBSERVATION.

       FOLD-WINDOW-RUN.
           MOVE SPACES TO WS-HIST-REC-JOB WS-HIST-REC-RUN
                          WS-HIST-REC-START WS-HIST-REC-END
           UNSTRING HISTORY-RECORD DELIMITED BY "|"
               INTO WS-HIST-REC-JOB WS-HIST-REC-RUN
                    WS-HIST-REC-START WS-HIST-REC-END
           IF WS-HIST-REC-JOB NOT = WS-WINDOW-JOB
               OR WS-HIST-REC-START(1:7) NOT = WS-OBS-MONTH
               EXIT PARAGRAPH
           END-IF
           IF WS-HIST-REC-START(12:2) IS NOT NUMERIC
               OR WS-HIST-REC-START(15:2) IS NOT NUMERIC
               OR WS-HIST-REC-END(12:2) IS NOT NUMERIC
               OR WS-HIST-REC-END(15:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HIST-REC-START TO WS-TS-A
           CALL "DATE-TS-TO-INTEGER" USING WS-TS-A WS-START-INT
           MOVE WS-HIST-REC-END TO WS-TS-A
           CALL "DATE-TS-TO-INTEGER" USING WS-TS-A WS-END-INT
           IF WS-START-INT = 0 OR WS-END-INT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-START-MIN =
               FUNCTION NUMVAL(WS-HIST-REC-START(12:2)) * 60
               + FUNCTION NUMVAL(WS-HIST-REC-START(15:2))
           COMPUTE WS-END-MIN = (WS-END-INT - WS-START-INT) * 1440
               + FUNCTION NUMVAL(WS-HIST-REC-END(12:2)) * 60
               + FUNCTION NUMVAL(WS-HIST-REC-END(15:2))
           IF WS-END-MIN < WS-START-MIN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WIN-RUNS
           ADD WS-START-MIN TO WS-WIN-TOTAL-START
           ADD WS-END-MIN TO WS-WIN-TOTAL-END
           COMPUTE WS-WIN-TOTAL-DUR = WS-WIN-TOTAL-DUR
               + WS-END-MIN - WS-START-MIN.

      ******************************************************************
      * APPEND-CAPACITY-HISTORY: The month's measurements onto the
      * capacity history
      ******************************************************************
       APPEND-CAPACITY-HISTORY.
           IF WS-OBS-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CAP-HISTORY-FILE
           IF WS-CAP-HISTORY-STATUS = "35"
               OPEN OUTPUT CAP-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-OBS-IDX FROM 1 BY 1
                   UNTIL WS-OBS-IDX > WS-OBS-COUNT
               MOVE WS-OBS-VALUE(WS-OBS-IDX) TO WS-NUM-EDIT
               MOVE SPACES TO CAP-HISTORY-RECORD
               STRING WS-OBS-MONTH DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-OBS-METRIC(WS-OBS-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-OBS-KEY(WS-OBS-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NUM-EDIT) DELIMITED BY SIZE
                      INTO CAP-HISTORY-RECORD
               WRITE CAP-HISTORY-RECORD
           END-PERFORM
           CLOSE CAP-HISTORY-FILE.

      ******************************************************************
      * LOAD-RATE-BUDGETS: "tenant|calls-per-hour" records, the
      * blank tenant being the default, as HTTP-CLIENT paces by them
      ******************************************************************
       LOAD-RATE-BUDGETS.
           ACCEPT WS-BUDGET-FILE-ENV
               FROM ENVIRONMENT "GREY_RATE_BUDGET_FILE"
           IF WS-BUDGET-FILE-ENV NOT = SPACES
               MOVE WS-BUDGET-FILE-ENV TO WS-BUDGET-FILE-NAME
           END-IF
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ BUDGET-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF BUDGET-RECORD NOT = SPACES
                           AND BUDGET-RECORD(1:1) NOT = "#"
                           AND WS-BGT-COUNT < 50
                           MOVE SPACES TO WS-BGT-REC-TENANT
                                          WS-BGT-REC-QUOTA
                           UNSTRING BUDGET-RECORD DELIMITED BY "|"
                               INTO WS-BGT-REC-TENANT WS-BGT-REC-QUOTA
                           IF WS-BGT-REC-QUOTA(1:1) IS NUMERIC
                               ADD 1 TO WS-BGT-COUNT
                               MOVE WS-BGT-REC-TENANT
                                   TO WS-BGT-TENANT(WS-BGT-COUNT)
                               COMPUTE WS-BGT-PER-HOUR(WS-BGT-COUNT) =
                                   FUNCTION NUMVAL(WS-BGT-REC-QUOTA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE.

      ******************************************************************
      * FORECAST-ONE-SERIES: Fit the series and write its 3, 6 and
      * 12 month projections
      ******************************************************************
       FORECAST-ONE-SERIES.
           PERFORM FIT-SERIES

           MOVE SPACES TO WS-FORECAST-LINE
           STRING "FORECAST|" DELIMITED BY SIZE
                  WS-SER-METRIC(WS-SER-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SER-KEY(WS-SER-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-FIT-N DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  INTO WS-FORECAST-LINE
           IF WS-OBS-FOUND = "Y"
               MOVE WS-OBS-VALUE-WORK TO WS-NUM-EDIT
               PERFORM APPEND-NUM-EDIT
           ELSE
               PERFORM APPEND-DASH
           END-IF
           IF WS-FIT-N < 2
               PERFORM APPEND-DASH
               PERFORM APPEND-DASH
               PERFORM APPEND-DASH
               STRING WS-FORECAST-LINE DELIMITED BY "  "
                      "-" DELIMITED BY SIZE
                      INTO WS-FORECAST-LINE
           ELSE
               MOVE 3 TO WS-FIT-H
               PERFORM PROJECT-AHEAD
               MOVE WS-FIT-VALUE TO WS-NUM-EDIT
               PERFORM APPEND-NUM-EDIT
               MOVE 6 TO WS-FIT-H
               PERFORM PROJECT-AHEAD
               MOVE WS-FIT-VALUE TO WS-NUM-EDIT
               PERFORM APPEND-NUM-EDIT
               MOVE 12 TO WS-FIT-H
               PERFORM PROJECT-AHEAD
               MOVE WS-FIT-VALUE TO WS-NUM-EDIT
               PERFORM APPEND-NUM-EDIT
               MOVE WS-FIT-SLOPE TO WS-SLOPE-EDIT
               STRING WS-FORECAST-LINE DELIMITED BY "  "
                      FUNCTION TRIM(WS-SLOPE-EDIT) DELIMITED BY SIZE
                      INTO WS-FORECAST-LINE
           END-IF
           PERFORM WRITE-FORECAST-LINE.

       APPEND-NUM-EDIT.
           STRING WS-FORECAST-LINE DELIMITED BY "  "
                  FUNCTION TRIM(WS-NUM-EDIT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  INTO WS-FORECAST-LINE.

       APPEND-DASH.
           STRING WS-FORECAST-LINE DELIMITED BY "  "
                  "-|" DELIMITED BY SIZE
                  INTO WS-FORECAST-LINE.

      ******************************************************************
      * FIT-SERIES: Least-squares line through the series' months
      * (x counted back from the measured month); also picks out the
      * measured month's own value
      ******************************************************************
       FIT-SERIES.
           MOVE 0 TO WS-FIT-N WS-SUM-X WS-SUM-XX WS-SUM-Y WS-SUM-XY
           MOVE 0 TO WS-FIT-SLOPE WS-FIT-BASE
           MOVE "N" TO WS-OBS-FOUND
           MOVE 0 TO WS-OBS-VALUE-WORK
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-SER-PT-COUNT(WS-SER-IDX)
               COMPUTE WS-FIT-X =
                   WS-SER-PT-ABS(WS-SER-IDX, WS-PT-IDX) - WS-OBS-ABS
               IF WS-FIT-X > -24 AND WS-FIT-X <= 0
                   ADD 1 TO WS-FIT-N
                   ADD WS-FIT-X TO WS-SUM-X
                   COMPUTE WS-SUM-XX = WS-SUM-XX + WS-FIT-X * WS-FIT-X
                   ADD WS-SER-PT-VALUE(WS-SER-IDX, WS-PT-IDX)
                       TO WS-SUM-Y
                   COMPUTE WS-SUM-XY = WS-SUM-XY + WS-FIT-X
                       * WS-SER-PT-VALUE(WS-SER-IDX, WS-PT-IDX)
               END-IF
               IF WS-FIT-X = 0
                   MOVE "Y" TO WS-OBS-FOUND
                   MOVE WS-SER-PT-VALUE(WS-SER-IDX, WS-PT-IDX)
                       TO WS-OBS-VALUE-WORK
               END-IF
           END-PERFORM
           IF WS-FIT-N = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FIT-DEN = WS-FIT-N * WS-SUM-XX
                                - WS-SUM-X * WS-SUM-X
           IF WS-FIT-DEN NOT = 0
               COMPUTE WS-FIT-SLOPE ROUNDED =
                   (WS-FIT-N * WS-SUM-XY - WS-SUM-X * WS-SUM-Y)
                   / WS-FIT-DEN
           END-IF
           COMPUTE WS-FIT-BASE ROUNDED =
               (WS-SUM-Y - WS-FIT-SLOPE * WS-SUM-X) / WS-FIT-N.

      *    The fitted line WS-FIT-H months past the measured month,
      *    floored at zero
       PROJECT-AHEAD.
           COMPUTE WS-FIT-VALUE ROUNDED =
               WS-FIT-BASE + WS-FIT-SLOPE * WS-FIT-H
           IF WS-FIT-VALUE < 0
               MOVE 0 TO WS-FIT-VALUE
           END-IF.

      ******************************************************************
      * CHECK-CALL-BUDGET: When the tenant's busiest hour reaches its
      * calls-per-hour budget
      ******************************************************************
       CHECK-CALL-BUDGET.
           MOVE 0 TO WS-LIMIT-VALUE
           PERFORM VARYING WS-BGT-IDX FROM 1 BY 1
                   UNTIL WS-BGT-IDX > WS-BGT-COUNT
               IF WS-BGT-TENANT(WS-BGT-IDX) = WS-SER-KEY(WS-SER-IDX)
                   AND WS-BGT-TENANT(WS-BGT-IDX) NOT = SPACES
                   MOVE WS-BGT-PER-HOUR(WS-BGT-IDX) TO WS-LIMIT-VALUE
               END-IF
           END-PERFORM
           IF WS-LIMIT-VALUE = 0
               PERFORM VARYING WS-BGT-IDX FROM 1 BY 1
                       UNTIL WS-BGT-IDX > WS-BGT-COUNT
                   IF WS-BGT-TENANT(WS-BGT-IDX) = SPACES
                       MOVE WS-BGT-PER-HOUR(WS-BGT-IDX)
                           TO WS-LIMIT-VALUE
                   END-IF
               END-PERFORM
           END-IF

           PERFORM FIT-SERIES
           PERFORM JUDGE-LIMIT

           MOVE WS-LIMIT-VALUE TO WS-NUM-EDIT
           MOVE FUNCTION TRIM(WS-NUM-EDIT) TO WS-LIMIT-TEXT
           IF WS-LIMIT-VALUE = 0
               MOVE "-" TO WS-LIMIT-TEXT
           END-IF
           IF WS-OBS-FOUND = "Y"
               MOVE WS-OBS-VALUE-WORK TO WS-NUM-EDIT
               MOVE FUNCTION TRIM(WS-NUM-EDIT) TO WS-OBSERVED-TEXT
           ELSE
               MOVE "-" TO WS-OBSERVED-TEXT
           END-IF
           MOVE SPACES TO WS-FORECAST-LINE
           STRING "LIMIT|CALLS-PER-HOUR|" DELIMITED BY SIZE
                  WS-SER-KEY(WS-SER-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-LIMIT-TEXT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-OBSERVED-TEXT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-LIMIT-STATUS DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-LIMIT-MONTH DELIMITED BY SPACE
                  INTO WS-FORECAST-LINE
           PERFORM WRITE-FORECAST-LINE.

      ******************************************************************
      * CHECK-WINDOW-CLOSE: When the batch window's finish reaches
      * the declared close
      ******************************************************************
       CHECK-WINDOW-CLOSE.
           MOVE 0 TO WS-LIMIT-VALUE
           IF WS-CLOSE-ENV(1:2) IS NUMERIC
               AND WS-CLOSE-ENV(3:1) = ":"
               AND WS-CLOSE-ENV(4:2) IS NUMERIC
               COMPUTE WS-CLOSE-MINUTES =
                   FUNCTION NUMVAL(WS-CLOSE-ENV(1:2)) * 60
                   + FUNCTION NUMVAL(WS-CLOSE-ENV(4:2))
      *        A close before the window's usual start is tomorrow's
               IF WS-WIN-RUNS > 0
                   AND WS-CLOSE-MINUTES <= WS-WIN-AVG-START
                   ADD 1440 TO WS-CLOSE-MINUTES
               END-IF
               MOVE WS-CLOSE-MINUTES TO WS-LIMIT-VALUE
           END-IF

           PERFORM FIT-SERIES
           PERFORM JUDGE-LIMIT

           IF WS-LIMIT-VALUE = 0
               MOVE "-" TO WS-LIMIT-TEXT
           ELSE
               MOVE WS-CLOSE-ENV(1:5) TO WS-LIMIT-TEXT
           END-IF
           IF WS-OBS-FOUND = "Y"
               MOVE WS-OBS-VALUE-WORK TO WS-HHMM-MIN
               PERFORM FORMAT-HHMM
               MOVE WS-HHMM TO WS-OBSERVED-TEXT
           ELSE
               MOVE "-" TO WS-OBSERVED-TEXT
           END-IF
           MOVE SPACES TO WS-FORECAST-LINE
           STRING "LIMIT|WINDOW-CLOSE|" DELIMITED BY SIZE
                  WS-SER-KEY(WS-SER-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-LIMIT-TEXT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-OBSERVED-TEXT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-LIMIT-STATUS DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-LIMIT-MONTH DELIMITED BY SPACE
                  INTO WS-FORECAST-LINE
           PERFORM WRITE-FORECAST-LINE.

      ******************************************************************
      * JUDGE-LIMIT: Against WS-LIMIT-VALUE, the fitted series is
      * EXCEEDED already, EXCEEDS in WS-LIMIT-MONTH, NOT-GROWING,
      * NO-TREND or NO-LIMIT; a crossing within twelve months counts
      * toward the return code
      ******************************************************************
       JUDGE-LIMIT.
           MOVE SPACES TO WS-LIMIT-MONTH
           EVALUATE TRUE
               WHEN WS-LIMIT-VALUE = 0
                   MOVE "NO-LIMIT" TO WS-LIMIT-STATUS
               WHEN WS-OBS-FOUND = "Y"
                    AND WS-OBS-VALUE-WORK > WS-LIMIT-VALUE
                   MOVE "EXCEEDED" TO WS-LIMIT-STATUS
                   MOVE WS-OBS-MONTH TO WS-LIMIT-MONTH
                   ADD 1 TO WS-LIMIT-SOON
               WHEN WS-FIT-N < 2
                   MOVE "NO-TREND" TO WS-LIMIT-STATUS
               WHEN WS-FIT-SLOPE <= 0
                   MOVE "NOT-GROWING" TO WS-LIMIT-STATUS
               WHEN OTHER
                   MOVE "EXCEEDS" TO WS-LIMIT-STATUS
      *            Fifty years out is as good as never; tested before
      *            the divide so a near-flat slope cannot overflow the
      *            headroom or the month count
                   IF WS-LIMIT-VALUE - WS-FIT-BASE
                       >= WS-FIT-SLOPE * 600
                       MOVE "NOT-GROWING" TO WS-LIMIT-STATUS
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-LIMIT-HEADROOM =
                       (WS-LIMIT-VALUE - WS-FIT-BASE) / WS-FIT-SLOPE
                   IF WS-LIMIT-HEADROOM < 0
                       MOVE 1 TO WS-LIMIT-MONTHS-AHEAD
                   ELSE
                       COMPUTE WS-LIMIT-MONTHS-AHEAD =
                           FUNCTION INTEGER-PART(WS-LIMIT-HEADROOM) + 1
                   END-IF
                   IF WS-LIMIT-MONTHS-AHEAD <= 12
                       ADD 1 TO WS-LIMIT-SOON
                   END-IF
                   IF WS-LIMIT-MONTHS-AHEAD > 600
                       MOVE "NOT-GROWING" TO WS-LIMIT-STATUS
                   ELSE
                       COMPUTE WS-LABEL-ABS =
                           WS-OBS-ABS + WS-LIMIT-MONTHS-AHEAD
                       PERFORM FORMAT-MONTH-LABEL
                       MOVE WS-MONTH-LABEL TO WS-LIMIT-MONTH
                   END-IF
           END-EVALUATE.

       FORMAT-MONTH-LABEL.
           DIVIDE WS-LABEL-ABS BY 12 GIVING WS-LABEL-YYYY
               REMAINDER WS-LABEL-MM
           ADD 1 TO WS-LABEL-MM
           MOVE SPACES TO WS-MONTH-LABEL
           STRING WS-LABEL-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-LABEL-MM DELIMITED BY SIZE
                  INTO WS-MONTH-LABEL.

      *    Minutes from midnight as HH:MM (past midnight wraps)
       FORMAT-HHMM.
           COMPUTE WS-HHMM-HH = FUNCTION MOD(WS-HHMM-MIN / 60, 24)
           COMPUTE WS-HHMM-MM = FUNCTION MOD(WS-HHMM-MIN, 60)
           MOVE SPACES TO WS-HHMM
           STRING WS-HHMM-HH DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-HHMM-MM DELIMITED BY SIZE
                  INTO WS-HHMM.

       WRITE-FORECAST-LINE.
           MOVE WS-FORECAST-LINE TO FORECAST-RECORD
           WRITE FORECAST-RECORD.

       END PROGRAM CAPACITY-FORECAST.
