      ******************************************************************
      * feed_arrival_monitor.cbl - Grey Inbound Feed Arrival Monitor
      * Nobody noticed the HR termination file had not come until
      * leavers still had access a week later. This job checks the
      * schedule of expected arrivals against the file receipt
      * registry (FILE-RECEIPT) and raises NOTIFY-SPOOL alerts for
      * feeds that are late or missing. The scheduler runs it every
      * half hour or so through the day.
      *
      * Schedule (GREY_FEED_SCHEDULE, default
      * /tmp/grey_feed_schedule.txt), "#" lines are comments:
      *   "feed|path|due-HH:MM|run-day|sender[|repeats]"
      * e.g. "HR-TERMINATION|/tmp/grey_hr_terminations.txt|18:00|
      * BUSINESS-DAY|HR" - the run-day rule is one DATE-RUN-DAY-CHECK
      * understands (DAILY, BUSINESS-DAY, MONTH-END...), judged
      * against the shop holiday calendar.
      *
      * For each feed due today, a file found at its path is logged
      * in the registry with the log-only policy (a file left over
      * from an earlier delivery is not a new arrival and is never
      * quarantined here - the consuming job does that). A feed
      * marked "Y" in the optional repeats column (the tenant roster
      * is the same file every night) is logged with the
      * repeating-feed policy instead, so its unchanged file counts
      * as that day's arrival. The feed is then:
      *   ON-TIME   received today by the due time
      *   LATE      received today after the due time (WARNING)
      *   MISSING   not received and past the due time (ERROR)
      *   PENDING   not received, not yet due
      *   DUPLICATE today's delivery repeated a processed file and
      *             was quarantined (FILE-RECEIPT alerts on that)
      *   NOT-DUE   the run-day rule does not fall today
      * Each alert is raised once per feed per day
      * (/tmp/grey_feed_alerts.txt remembers "feed|date|state").
      *
      * Report (/tmp/grey_feed_arrival_report.txt):
      *   "feed|state|due|arrived|sender-or-detail"
      *
      * RETURN-CODE 0 nothing late or missing, 4 a feed is late,
      * missing or a quarantined duplicate, 8 no schedule file, 12
      * another instance holds the run lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-ARRIVAL-MONITOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO WS-SCHEDULE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-FILE-STATUS.

           SELECT ALERT-FILE ASSIGN TO WS-ALERT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.

           SELECT ARRIVAL-REPORT-FILE ASSIGN TO WS-ARRIVAL-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD             PIC X(200).

       FD  ALERT-FILE.
       01  ALERT-RECORD                PIC X(80).

       FD  ARRIVAL-REPORT-FILE.
       01  ARRIVAL-REPORT-RECORD       PIC X(300).

       WORKING-STORAGE SECTION.
       COPY GREYRES.

       01  WS-SCHEDULE-FILE-NAME       PIC X(64)
               VALUE "/tmp/grey_feed_schedule.txt".
       01  WS-SCHEDULE-FILE-STATUS     PIC XX     VALUE SPACES.
       01  WS-ALERT-FILE-NAME          PIC X(64)
               VALUE "/tmp/grey_feed_alerts.txt".
       01  WS-ALERT-FILE-STATUS        PIC XX     VALUE SPACES.
       01  WS-ARRIVAL-REPORT-NAME      PIC X(64)
               VALUE "/tmp/grey_feed_arrival_report.txt".
       01  WS-FILE-ENV                 PIC X(64)  VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-TODAY-TS                 PIC X(10)  VALUE SPACES.
       01  WS-NOW-HHMM                 PIC X(5)   VALUE SPACES.
       01  WS-REPORT-LINE              PIC X(300) VALUE SPACES.

      ******************************************************************
      * The arrival schedule
      ******************************************************************
       01  WS-SCHEDULE-TABLE.
           05  WS-SC-COUNT              PIC 9(3)  VALUE 0.
           05  WS-SC-ENTRY OCCURS 100 TIMES.
               10  WS-SC-FEED           PIC X(32).
               10  WS-SC-PATH           PIC X(64).
               10  WS-SC-DUE            PIC X(5).
               10  WS-SC-RULE           PIC X(20).
               10  WS-SC-SENDER         PIC X(32).
               10  WS-SC-REPEATS        PIC X(8).
       01  WS-SC-IDX                   PIC 9(3)   VALUE 0.
       01  WS-REC-DUE                  PIC X(8)   VALUE SPACES.

      ******************************************************************
      * Alerts already raised today
      ******************************************************************
       01  WS-ALERT-TABLE.
           05  WS-AL-COUNT              PIC 9(4)  VALUE 0.
           05  WS-AL-ENTRY OCCURS 1000 TIMES.
               10  WS-AL-FEED           PIC X(32).
               10  WS-AL-DATE           PIC X(10).
               10  WS-AL-STATE          PIC X(12).
       01  WS-AL-IDX                   PIC 9(4)   VALUE 0.
       01  WS-AL-FOUND                 PIC X      VALUE "N".

      ******************************************************************
      * One feed's standing
      ******************************************************************
       01  WS-FEED-STATE               PIC X(12)  VALUE SPACES.
       01  WS-FEED-DETAIL              PIC X(128) VALUE SPACES.
       01  WS-RUN-DAY-FLAG             PIC X      VALUE SPACES.
       01  WS-NO-TS                    PIC X(32)  VALUE SPACES.
       01  WS-RECEIPT-POLICY           PIC X      VALUE "L".
       01  WS-RECEIPT-VERDICT          PIC X(12)  VALUE SPACES.
       01  WS-LAST-ARRIVED             PIC X(19)  VALUE SPACES.
       01  WS-LAST-STATUS              PIC X(12)  VALUE SPACES.
       01  WS-LATE-COUNT               PIC 9(3)   VALUE 0.
       01  WS-MISSING-COUNT            PIC 9(3)   VALUE 0.
       01  WS-ON-TIME-COUNT            PIC 9(3)   VALUE 0.
       01  WS-DUPLICATE-COUNT          PIC 9(3)   VALUE 0.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "FEED-ARRIVAL-MONITOR".
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
           DISPLAY "=== Grey Inbound Feed Arrival Monitor ==="
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE SPACES TO WS-TODAY-TS WS-NOW-HHMM
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-TS
           STRING WS-NOW(9:2) ":" WS-NOW(11:2)
                  DELIMITED BY SIZE INTO WS-NOW-HHMM

           ACCEPT WS-FILE-ENV FROM ENVIRONMENT "GREY_FEED_SCHEDULE"
           IF WS-FILE-ENV NOT = SPACES
               MOVE WS-FILE-ENV TO WS-SCHEDULE-FILE-NAME
           END-IF

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

           PERFORM LOAD-SCHEDULE
           IF WS-SCHEDULE-FILE-STATUS NOT = "00"
               DISPLAY "No feed schedule " WS-SCHEDULE-FILE-NAME
               MOVE "feed arrival monitor has no schedule file"
                   TO WS-RES-ERR-MSG
               PERFORM NOTIFY-ABEND
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF
           PERFORM LOAD-ALERTS

           OPEN OUTPUT ARRIVAL-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FEED-ARRIVALS|AS_OF=" DELIMITED BY SIZE
                  WS-TODAY-TS DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-NOW-HHMM DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "FEED|STATE|DUE|ARRIVED|DETAIL" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                       UNTIL WS-SC-IDX > WS-SC-COUNT
               PERFORM CHECK-ONE-FEED
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL|FEEDS=" DELIMITED BY SIZE
                  WS-SC-COUNT DELIMITED BY SIZE
                  "|ON_TIME=" DELIMITED BY SIZE
                  WS-ON-TIME-COUNT DELIMITED BY SIZE
                  "|LATE=" DELIMITED BY SIZE
                  WS-LATE-COUNT DELIMITED BY SIZE
                  "|MISSING=" DELIMITED BY SIZE
                  WS-MISSING-COUNT DELIMITED BY SIZE
                  "|DUPLICATE=" DELIMITED BY SIZE
                  WS-DUPLICATE-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE ARRIVAL-REPORT-FILE

           DISPLAY "Feed arrival check complete. Feeds: " WS-SC-COUNT
                   " on time: " WS-ON-TIME-COUNT
                   " late: " WS-LATE-COUNT
                   " missing: " WS-MISSING-COUNT
                   " duplicate: " WS-DUPLICATE-COUNT

           MOVE WS-SC-COUNT TO WS-HIST-READ
           MOVE WS-ON-TIME-COUNT TO WS-HIST-OK
           COMPUTE WS-HIST-FAIL = WS-LATE-COUNT + WS-MISSING-COUNT
                                + WS-DUPLICATE-COUNT
           MOVE 0 TO RETURN-CODE
           IF WS-HIST-FAIL > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           STOP RUN.

      ******************************************************************
      * LOAD-SCHEDULE: Read the expected-arrival schedule
      ******************************************************************
       LOAD-SCHEDULE.
           MOVE 0 TO WS-SC-COUNT
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SCHEDULE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SCHEDULE-RECORD NOT = SPACES
                           AND SCHEDULE-RECORD(1:1) NOT = "#"
                           PERFORM LOAD-ONE-FEED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           MOVE "00" TO WS-SCHEDULE-FILE-STATUS.

       LOAD-ONE-FEED.
           IF WS-SC-COUNT >= 100
               DISPLAY "WARNING: feed schedule filled at 100 feeds - "
                       "remaining entries ignored"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SC-COUNT
           MOVE SPACES TO WS-SC-ENTRY(WS-SC-COUNT) WS-REC-DUE
           UNSTRING SCHEDULE-RECORD DELIMITED BY "|"
               INTO WS-SC-FEED(WS-SC-COUNT)
                    WS-SC-PATH(WS-SC-COUNT)
                    WS-REC-DUE
                    WS-SC-RULE(WS-SC-COUNT)
                    WS-SC-SENDER(WS-SC-COUNT)
                    WS-SC-REPEATS(WS-SC-COUNT)
           MOVE FUNCTION TRIM(WS-REC-DUE) TO WS-SC-DUE(WS-SC-COUNT)
           MOVE FUNCTION TRIM(WS-SC-RULE(WS-SC-COUNT))
               TO WS-SC-RULE(WS-SC-COUNT)
      *    A time without a leading zero ("9:30") is normalized so it
      *    compares as text against the clock
           IF WS-SC-DUE(WS-SC-COUNT)(2:1) = ":"
               MOVE SPACES TO WS-SC-DUE(WS-SC-COUNT)
               STRING "0" FUNCTION TRIM(WS-REC-DUE)
                      DELIMITED BY SIZE INTO WS-SC-DUE(WS-SC-COUNT)
           END-IF
           IF WS-SC-DUE(WS-SC-COUNT) = SPACES
               MOVE "23:59" TO WS-SC-DUE(WS-SC-COUNT)
           END-IF.

      ******************************************************************
      * LOAD-ALERTS: The alerts already raised today (earlier days'
      * lines are dropped when the file is next rewritten)
      ******************************************************************
       LOAD-ALERTS.
           MOVE 0 TO WS-AL-COUNT
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ ALERT-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-AL-COUNT < 1000
                           ADD 1 TO WS-AL-COUNT
                           MOVE SPACES TO WS-AL-ENTRY(WS-AL-COUNT)
                           UNSTRING ALERT-RECORD DELIMITED BY "|"
                               INTO WS-AL-FEED(WS-AL-COUNT)
                                    WS-AL-DATE(WS-AL-COUNT)
                                    WS-AL-STATE(WS-AL-COUNT)
                           IF WS-AL-DATE(WS-AL-COUNT) NOT = WS-TODAY-TS
                               SUBTRACT 1 FROM WS-AL-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-FILE.

      ******************************************************************
      * CHECK-ONE-FEED: Log any arrival, classify the feed, report it,
      * and alert when it is late or missing
      ******************************************************************
       CHECK-ONE-FEED.
           MOVE SPACES TO WS-FEED-STATE WS-FEED-DETAIL
                          WS-LAST-ARRIVED WS-LAST-STATUS
           MOVE WS-SC-SENDER(WS-SC-IDX) TO WS-FEED-DETAIL

           CALL "DATE-RUN-DAY-CHECK" USING WS-SC-RULE(WS-SC-IDX)
                                           WS-NO-TS
                                           WS-RUN-DAY-FLAG
           IF WS-RUN-DAY-FLAG = "?"
               MOVE "BAD-RULE" TO WS-FEED-STATE
               MOVE SPACES TO WS-FEED-DETAIL
               STRING "run-day rule not understood: " DELIMITED BY SIZE
                      WS-SC-RULE(WS-SC-IDX) DELIMITED BY SPACE
                      INTO WS-FEED-DETAIL
               PERFORM WRITE-FEED-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-RUN-DAY-FLAG NOT = "Y"
               MOVE "NOT-DUE" TO WS-FEED-STATE
               PERFORM WRITE-FEED-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "L" TO WS-RECEIPT-POLICY
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                   WS-SC-REPEATS(WS-SC-IDX))) = "Y"
               MOVE "R" TO WS-RECEIPT-POLICY
           END-IF
           CALL "FILE-RECEIPT-CHECK" USING WS-SC-FEED(WS-SC-IDX)
                                           WS-SC-PATH(WS-SC-IDX)
                                           WS-RECEIPT-POLICY
                                           WS-RECEIPT-VERDICT
           CALL "FILE-RECEIPT-LAST" USING WS-SC-FEED(WS-SC-IDX)
                                          WS-LAST-ARRIVED
                                          WS-LAST-STATUS

           EVALUATE TRUE
               WHEN WS-LAST-ARRIVED(1:10) = WS-TODAY-TS
                    AND WS-LAST-STATUS = "QUARANTINED"
                   MOVE "DUPLICATE" TO WS-FEED-STATE
                   ADD 1 TO WS-DUPLICATE-COUNT
               WHEN WS-LAST-ARRIVED(1:10) = WS-TODAY-TS
                    AND WS-LAST-ARRIVED(12:5) > WS-SC-DUE(WS-SC-IDX)
                   MOVE "LATE" TO WS-FEED-STATE
                   ADD 1 TO WS-LATE-COUNT
               WHEN WS-LAST-ARRIVED(1:10) = WS-TODAY-TS
                   MOVE "ON-TIME" TO WS-FEED-STATE
                   ADD 1 TO WS-ON-TIME-COUNT
               WHEN WS-NOW-HHMM > WS-SC-DUE(WS-SC-IDX)
                   MOVE "MISSING" TO WS-FEED-STATE
                   ADD 1 TO WS-MISSING-COUNT
               WHEN OTHER
                   MOVE "PENDING" TO WS-FEED-STATE
           END-EVALUATE
           PERFORM WRITE-FEED-LINE

           IF WS-FEED-STATE = "LATE" OR WS-FEED-STATE = "MISSING"
               PERFORM RAISE-FEED-ALERT
           END-IF.

      ******************************************************************
      * RAISE-FEED-ALERT: Spool the alert unless it was raised
      * already today for this feed and state
      ******************************************************************
       RAISE-FEED-ALERT.
           MOVE "N" TO WS-AL-FOUND
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                       UNTIL WS-AL-IDX > WS-AL-COUNT
               IF WS-AL-FEED(WS-AL-IDX) = WS-SC-FEED(WS-SC-IDX)
                   AND WS-AL-STATE(WS-AL-IDX) = WS-FEED-STATE
                   MOVE "Y" TO WS-AL-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-AL-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NOTIFY-SUMMARY WS-NOTIFY-DETAIL
           IF WS-FEED-STATE = "LATE"
               MOVE "WARNING" TO WS-NOTIFY-SEVERITY
               STRING "Inbound feed late: " DELIMITED BY SIZE
                      WS-SC-FEED(WS-SC-IDX) DELIMITED BY SPACE
                      INTO WS-NOTIFY-SUMMARY
               STRING "arrived " DELIMITED BY SIZE
                      WS-LAST-ARRIVED DELIMITED BY SIZE
                      ", due by " DELIMITED BY SIZE
                      WS-SC-DUE(WS-SC-IDX) DELIMITED BY SIZE
                      " from " DELIMITED BY SIZE
                      WS-SC-SENDER(WS-SC-IDX) DELIMITED BY SPACE
                      INTO WS-NOTIFY-DETAIL
           ELSE
               MOVE "ERROR" TO WS-NOTIFY-SEVERITY
               STRING "Inbound feed missing: " DELIMITED BY SIZE
                      WS-SC-FEED(WS-SC-IDX) DELIMITED BY SPACE
                      INTO WS-NOTIFY-SUMMARY
               STRING "nothing received at " DELIMITED BY SIZE
                      WS-SC-PATH(WS-SC-IDX) DELIMITED BY SPACE
                      " - due by " DELIMITED BY SIZE
                      WS-SC-DUE(WS-SC-IDX) DELIMITED BY SIZE
                      " from " DELIMITED BY SIZE
                      WS-SC-SENDER(WS-SC-IDX) DELIMITED BY SPACE
                      INTO WS-NOTIFY-DETAIL
           END-IF
           CALL "NOTIFY-SPOOL-WRITE" USING WS-NOTIFY-SEVERITY
                                           WS-HIST-JOB-NAME
                                           WS-NOTIFY-SUMMARY
                                           WS-NOTIFY-DETAIL
                                           WS-HIST-CID

           IF WS-AL-COUNT < 1000
               ADD 1 TO WS-AL-COUNT
               MOVE WS-SC-FEED(WS-SC-IDX) TO WS-AL-FEED(WS-AL-COUNT)
               MOVE WS-TODAY-TS TO WS-AL-DATE(WS-AL-COUNT)
               MOVE WS-FEED-STATE TO WS-AL-STATE(WS-AL-COUNT)
           END-IF
           PERFORM SAVE-ALERTS.

      ******************************************************************
      * SAVE-ALERTS: Rewrite today's alert memory
      ******************************************************************
       SAVE-ALERTS.
           OPEN OUTPUT ALERT-FILE
           IF WS-ALERT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot write feed alert memory "
                       WS-ALERT-FILE-NAME
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                       UNTIL WS-AL-IDX > WS-AL-COUNT
               MOVE SPACES TO ALERT-RECORD
               STRING WS-AL-FEED(WS-AL-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-AL-DATE(WS-AL-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-AL-STATE(WS-AL-IDX) DELIMITED BY SPACE
                      INTO ALERT-RECORD
               WRITE ALERT-RECORD
           END-PERFORM
           CLOSE ALERT-FILE.

      ******************************************************************
      * WRITE-FEED-LINE: One report line per scheduled feed
      ******************************************************************
       WRITE-FEED-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-SC-FEED(WS-SC-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-FEED-STATE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SC-DUE(WS-SC-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-LAST-ARRIVED DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-FEED-DETAIL DELIMITED BY "  "
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO ARRIVAL-REPORT-RECORD
           WRITE ARRIVAL-REPORT-RECORD.

      ******************************************************************
      * RECORD-RUN-HISTORY: One standard history record for this run
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
           CALL "NOTIFY-SPOOL-WRITE-ERROR" USING
               WS-NOTIFY-SEVERITY
               WS-HIST-JOB-NAME
               WS-NOTIFY-SUMMARY
               WS-NOTIFY-DETAIL
               WS-HIST-CID
               WS-RES-ERR-CODE.

       END PROGRAM FEED-ARRIVAL-MONITOR.
