      ******************************************************************
      * webhook_sla_report.cbl - Grey Webhook Delivery Latency / SLA
      * The business is promised that the local master is never more
      * than GREY_WEBHOOK_SLA_MINUTES (default 15) behind Grey. The
      * webhook event archive WEBHOOK-EVENT-PROCESSOR keeps holds,
      * for every delivery, when Grey raised the event (occurred-at)
      * and when the processor applied it (handled-at), both in UTC;
      * this report turns the difference - the delivery lag - into
      * evidence that the promise holds, or where it does not.
      * Reads local files only - it does not talk to Grey.
      *
      * Parameters (environment):
      *   GREY_WEBHOOK_SLA_MINUTES  the freshness promise (default 15)
      *   GREY_SLA_FROM / GREY_SLA_TO  archive days to report
      *                             (YYYYMMDD); every retained day
      *                             when unset
      *
      * Measured events are the signature-verified deliveries the
      * processor handled - outcomes APPLIED, STALE and SKIPPED.
      * Two kinds are counted apart so they are not mistaken for slow
      * deliveries:
      *   REFETCHED  projects REFETCH-GAP-WINDOW pulled back after a
      *              sequence gap (archived as "gap.refetch")
      *   BACKFILLED deliveries arriving behind a later sequence
      *              number already handled for the subscription -
      *              the lost events of a gap turning up late, or
      *              Grey redelivering
      * The archive is read in the order it was written, oldest day
      * first; days before GREY_SLA_FROM are read for the sequence
      * numbers only, so a gap's late arrivals are recognised even
      * when the gap began before the reported range.
      *
      * Report: /tmp/grey_webhook_sla_report.txt
      *   "TYPE|event-type|events|median-s|p95-s|within-sla|pct"
      *   "SUBSCRIPTION|webhook-id|events|median-s|p95-s|within|pct"
      *   "HOUR|hh|events|||within-sla|pct"   hour of occurred-at, UTC
      *   "WORST|rank|lag-s|occurred-at|event-type|webhook-id|
      *    project-id"                         the ten slowest
      *   "GAP|REFETCHED=n|BACKFILLED=n"
      *   "TOTAL|EVENTS=n|MEDIAN=s|P95=s|WITHIN_SLA=n|PCT=p|
      *    SLA_MINUTES=n"
      * Median and 95th percentile are nearest-rank, in seconds.
      *
      * RETURN-CODE 0 when every event met the SLA, 4 when any
      * breached it (or a table overflowed), 8 when no archive is on
      * file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEBHOOK-SLA-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-LIST-FILE ASSIGN TO WS-ARCHIVE-LIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-LIST-STATUS.

           SELECT EVENT-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT LAG-WORK-FILE ASSIGN TO WS-LAG-WORK-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LAG-WORK-STATUS.

           SELECT SLA-REPORT-FILE ASSIGN TO WS-SLA-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-LIST-FILE.
       01  ARCHIVE-LIST-RECORD         PIC X(128).

       FD  EVENT-ARCHIVE-FILE.
       01  EVENT-ARCHIVE-RECORD        PIC X(8700).

       FD  LAG-WORK-FILE.
       01  LAG-WORK-RECORD             PIC X(100).

       FD  SLA-REPORT-FILE.
       01  SLA-REPORT-RECORD           PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-ARCHIVE-LIST-NAME        PIC X(64)
               VALUE "/tmp/grey_webhook_sla.lst".
       01  WS-ARCHIVE-LIST-STATUS      PIC XX     VALUE SPACES.
       01  WS-ARCHIVE-FILE-NAME        PIC X(128) VALUE SPACES.
       01  WS-ARCHIVE-STATUS           PIC XX     VALUE SPACES.
       01  WS-LAG-WORK-NAME            PIC X(64)
               VALUE "/tmp/grey_webhook_sla_work.txt".
       01  WS-LAG-WORK-STATUS          PIC XX     VALUE SPACES.
       01  WS-SLA-REPORT-NAME          PIC X(64)
               VALUE "/tmp/grey_webhook_sla_report.txt".
       01  WS-SLA-LINE                 PIC X(400) VALUE SPACES.
       01  WS-COMMAND                  PIC X(256) VALUE SPACES.
       01  WS-LIST-EOF                 PIC X      VALUE "N".
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-FILES-READ               PIC 9(5)   VALUE 0.

       01  WS-SLA-MINUTES-ENV          PIC X(5)   VALUE SPACES.
       01  WS-SLA-MINUTES              PIC 9(5)   VALUE 15.
       01  WS-SLA-SECONDS              PIC 9(8)   VALUE 900.
       01  WS-FROM-ENV                 PIC X(8)   VALUE SPACES.
       01  WS-TO-ENV                   PIC X(8)   VALUE SPACES.
       01  WS-FROM-DATE                PIC X(8)   VALUE "00000000".
       01  WS-TO-DATE                  PIC X(8)   VALUE "99999999".
       01  WS-ARCH-FILE-DATE           PIC X(8)   VALUE SPACES.
       01  WS-IN-RANGE                 PIC X      VALUE "N".

      ******************************************************************
      * One archive line torn into its columns (the payload is not
      * needed)
      ******************************************************************
       01  WS-ARC-OCCURRED             PIC X(32)  VALUE SPACES.
       01  WS-ARC-SEQUENCE             PIC X(8)   VALUE SPACES.
       01  WS-ARC-SEQ-NUM              PIC 9(8)   VALUE 0.
       01  WS-ARC-WEBHOOK-ID           PIC X(64)  VALUE SPACES.
       01  WS-ARC-EVENT-TYPE           PIC X(64)  VALUE SPACES.
       01  WS-ARC-PROJ-ID              PIC X(64)  VALUE SPACES.
       01  WS-ARC-OUTCOME              PIC X(9)   VALUE SPACES.
       01  WS-ARC-VERIFIED             PIC X      VALUE SPACES.
       01  WS-ARC-HANDLED-AT           PIC X(32)  VALUE SPACES.

      ******************************************************************
      * Lag arithmetic - a UTC "YYYY-MM-DDTHH:MM:SS" as seconds since
      * the integer-date epoch
      ******************************************************************
       01  WS-TS-IN                    PIC X(32)  VALUE SPACES.
       01  WS-TS-DATE                  PIC X(8)   VALUE SPACES.
       01  WS-TS-TIME                  PIC X(6)   VALUE SPACES.
       01  WS-TS-TIME-N REDEFINES WS-TS-TIME.
           05  WS-TS-HH                PIC 99.
           05  WS-TS-MI                PIC 99.
           05  WS-TS-SS                PIC 99.
       01  WS-TS-SECONDS               PIC 9(12)  VALUE 0.
       01  WS-TS-OK                    PIC X      VALUE "N".
       01  WS-OCCURRED-SECONDS         PIC 9(12)  VALUE 0.
       01  WS-HANDLED-SECONDS          PIC 9(12)  VALUE 0.
       01  WS-LAG-SECONDS              PIC 9(8)   VALUE 0.
       01  WS-HOUR-IDX                 PIC 99     VALUE 0.

      ******************************************************************
      * Highest sequence handled per subscription, across the whole
      * archive, to recognise late arrivals
      ******************************************************************
       01  WS-SEQ-TABLE.
           05  WS-SEQ-COUNT             PIC 9(3)  VALUE 0.
           05  WS-SEQ-ENTRY OCCURS 50 TIMES.
               10  WS-SEQ-WHK-ID        PIC X(64).
               10  WS-SEQ-HIGH          PIC 9(8).
       01  WS-SEQ-IDX                  PIC 9(3)   VALUE 0.
       01  WS-SEQ-FOUND-IDX            PIC 9(3)   VALUE 0.
       01  WS-LATE                     PIC X      VALUE "N".

      ******************************************************************
      * Lag rollups - per event type, per subscription, overall, and
      * per hour of day. Median and p95 are filled in from the sorted
      * lag work file once every event is counted.
      ******************************************************************
       01  WS-TYPE-TABLE.
           05  WS-TYPE-COUNT            PIC 9(3)  VALUE 0.
           05  WS-TYPE-ENTRY OCCURS 20 TIMES.
               10  WS-TYPE-KEY          PIC X(64).
               10  WS-TYPE-EVENTS       PIC 9(8).
               10  WS-TYPE-WITHIN       PIC 9(8).
               10  WS-TYPE-MEDIAN       PIC 9(8).
               10  WS-TYPE-P95          PIC 9(8).
       01  WS-TYPE-IDX                 PIC 9(3)   VALUE 0.
       01  WS-TYPE-FOUND-IDX           PIC 9(3)   VALUE 0.

       01  WS-SUB-TABLE.
           05  WS-SUB-COUNT             PIC 9(3)  VALUE 0.
           05  WS-SUB-ENTRY OCCURS 50 TIMES.
               10  WS-SUB-KEY           PIC X(64).
               10  WS-SUB-EVENTS        PIC 9(8).
               10  WS-SUB-WITHIN        PIC 9(8).
               10  WS-SUB-MEDIAN        PIC 9(8).
               10  WS-SUB-P95           PIC 9(8).
       01  WS-SUB-IDX                  PIC 9(3)   VALUE 0.
       01  WS-SUB-FOUND-IDX            PIC 9(3)   VALUE 0.

       01  WS-HOUR-TABLE.
           05  WS-HOUR-ENTRY OCCURS 24 TIMES.
               10  WS-HOUR-EVENTS       PIC 9(8)  VALUE 0.
               10  WS-HOUR-WITHIN       PIC 9(8)  VALUE 0.

       01  WS-ALL-EVENTS               PIC 9(8)   VALUE 0.
       01  WS-ALL-WITHIN               PIC 9(8)   VALUE 0.
       01  WS-ALL-MEDIAN               PIC 9(8)   VALUE 0.
       01  WS-ALL-P95                  PIC 9(8)   VALUE 0.
       01  WS-REFETCHED-COUNT          PIC 9(8)   VALUE 0.
       01  WS-BACKFILLED-COUNT         PIC 9(8)   VALUE 0.
       01  WS-TABLE-FULL               PIC X      VALUE "N".

      ******************************************************************
      * The ten slowest events, slowest first
      ******************************************************************
       01  WS-WORST-TABLE.
           05  WS-WORST-COUNT           PIC 99    VALUE 0.
           05  WS-WORST-ENTRY OCCURS 11 TIMES.
               10  WS-WORST-LAG         PIC 9(8).
               10  WS-WORST-OCCURRED    PIC X(19).
               10  WS-WORST-TYPE        PIC X(64).
               10  WS-WORST-WHK-ID      PIC X(64).
               10  WS-WORST-PROJ-ID     PIC X(64).
       01  WS-WORST-IDX                PIC 99     VALUE 0.
       01  WS-WORST-POS                PIC 99     VALUE 0.

      ******************************************************************
      * Sorted-lag pass - the group each work line belongs to, and
      * its nearest-rank positions
      ******************************************************************
       01  WS-LW-KIND                  PIC X      VALUE SPACES.
       01  WS-LW-NAME                  PIC X(64)  VALUE SPACES.
       01  WS-LW-LAG                   PIC 9(8)   VALUE 0.
       01  WS-GRP-KIND                 PIC X      VALUE SPACES.
       01  WS-GRP-NAME                 PIC X(64)  VALUE SPACES.
       01  WS-GRP-RANK                 PIC 9(8)   VALUE 0.
       01  WS-GRP-EVENTS               PIC 9(8)   VALUE 0.
       01  WS-GRP-MEDIAN-RANK          PIC 9(8)   VALUE 0.
       01  WS-GRP-P95-RANK             PIC 9(8)   VALUE 0.
       01  WS-GRP-MEDIAN               PIC 9(8)   VALUE 0.
       01  WS-GRP-P95                  PIC 9(8)   VALUE 0.

       01  WS-RPT-KIND                 PIC X(12)  VALUE SPACES.
       01  WS-RPT-KEY                  PIC X(64)  VALUE SPACES.
       01  WS-RPT-EVENTS               PIC 9(8)   VALUE 0.
       01  WS-RPT-WITHIN               PIC 9(8)   VALUE 0.
       01  WS-RPT-MEDIAN               PIC 9(8)   VALUE 0.
       01  WS-RPT-P95                  PIC 9(8)   VALUE 0.
       01  WS-RPT-PCT                  PIC 9(3)V9 VALUE 0.
       01  WS-PCT-STR                  PIC ZZ9.9.
       01  WS-HOUR-STR                 PIC 99     VALUE 0.
       01  WS-RANK-STR                 PIC 99     VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Webhook Delivery SLA Report ==="
           MOVE 0 TO RETURN-CODE

           ACCEPT WS-SLA-MINUTES-ENV
               FROM ENVIRONMENT "GREY_WEBHOOK_SLA_MINUTES"
           IF WS-SLA-MINUTES-ENV(1:1) IS NUMERIC
               COMPUTE WS-SLA-MINUTES =
                   FUNCTION NUMVAL(WS-SLA-MINUTES-ENV)
           END-IF
           COMPUTE WS-SLA-SECONDS = WS-SLA-MINUTES * 60
           ACCEPT WS-FROM-ENV FROM ENVIRONMENT "GREY_SLA_FROM"
           ACCEPT WS-TO-ENV FROM ENVIRONMENT "GREY_SLA_TO"
           IF WS-FROM-ENV IS NUMERIC
               MOVE WS-FROM-ENV TO WS-FROM-DATE
           END-IF
           IF WS-TO-ENV IS NUMERIC
               MOVE WS-TO-ENV TO WS-TO-DATE
           END-IF

           PERFORM READ-ARCHIVE
           IF WS-FILES-READ = 0
               DISPLAY "No webhook event archive on file - nothing "
                       "to report"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM RANK-LAGS

           OPEN OUTPUT SLA-REPORT-FILE
           MOVE SPACES TO WS-SLA-LINE
           STRING "RECORD|KEY|EVENTS|MEDIAN_LAG_S|P95_LAG_S|WITHIN_SLA|"
                      DELIMITED BY SIZE
                  "WITHIN_SLA_PCT" DELIMITED BY SIZE
                  INTO WS-SLA-LINE
           PERFORM WRITE-SLA-LINE

           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                       UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
               MOVE "TYPE" TO WS-RPT-KIND
               MOVE WS-TYPE-KEY(WS-TYPE-IDX) TO WS-RPT-KEY
               MOVE WS-TYPE-EVENTS(WS-TYPE-IDX) TO WS-RPT-EVENTS
               MOVE WS-TYPE-WITHIN(WS-TYPE-IDX) TO WS-RPT-WITHIN
               MOVE WS-TYPE-MEDIAN(WS-TYPE-IDX) TO WS-RPT-MEDIAN
               MOVE WS-TYPE-P95(WS-TYPE-IDX) TO WS-RPT-P95
               PERFORM WRITE-ROLLUP-LINE
           END-PERFORM

           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                       UNTIL WS-SUB-IDX > WS-SUB-COUNT
               MOVE "SUBSCRIPTION" TO WS-RPT-KIND
               MOVE WS-SUB-KEY(WS-SUB-IDX) TO WS-RPT-KEY
               MOVE WS-SUB-EVENTS(WS-SUB-IDX) TO WS-RPT-EVENTS
               MOVE WS-SUB-WITHIN(WS-SUB-IDX) TO WS-RPT-WITHIN
               MOVE WS-SUB-MEDIAN(WS-SUB-IDX) TO WS-RPT-MEDIAN
               MOVE WS-SUB-P95(WS-SUB-IDX) TO WS-RPT-P95
               PERFORM WRITE-ROLLUP-LINE
           END-PERFORM

           PERFORM VARYING WS-HOUR-IDX FROM 1 BY 1
                       UNTIL WS-HOUR-IDX > 24
               IF WS-HOUR-EVENTS(WS-HOUR-IDX) > 0
                   PERFORM WRITE-HOUR-LINE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-WORST-IDX FROM 1 BY 1
                       UNTIL WS-WORST-IDX > WS-WORST-COUNT
               PERFORM WRITE-WORST-LINE
           END-PERFORM

           PERFORM WRITE-FOOTER
           CLOSE SLA-REPORT-FILE

           IF WS-ALL-WITHIN < WS-ALL-EVENTS
               OR WS-TABLE-FULL = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-TABLE-FULL = "Y"
               DISPLAY "WARNING: more event types or subscriptions "
                       "than the report holds - the overflow is in "
                       "the totals only"
           END-IF

           MOVE 0 TO WS-RPT-PCT
           IF WS-ALL-EVENTS > 0
               COMPUTE WS-RPT-PCT ROUNDED =
                   WS-ALL-WITHIN * 100 / WS-ALL-EVENTS
           END-IF
           MOVE WS-RPT-PCT TO WS-PCT-STR
           DISPLAY "SLA report complete. Events: " WS-ALL-EVENTS
                   " Within " WS-SLA-MINUTES " min: " WS-PCT-STR "%"
                   " Median s: " WS-ALL-MEDIAN
                   " P95 s: " WS-ALL-P95
           DISPLAY "Gap re-fetched: " WS-REFETCHED-COUNT
                   " Backfilled: " WS-BACKFILLED-COUNT
           DISPLAY "SLA report written: " WS-SLA-REPORT-NAME
           STOP RUN.

      ******************************************************************
      * READ-ARCHIVE: Every archive day, oldest first, through the
      * event classifier; each measured lag also goes to the work
      * file under its type, its subscription and the overall group
      ******************************************************************
       READ-ARCHIVE.
           MOVE SPACES TO WS-COMMAND
           STRING "ls /tmp/grey_webhook_archive_*.txt 2>/dev/null "
                      DELIMITED BY SIZE
                  "| LC_ALL=C sort > " DELIMITED BY SIZE
                  WS-ARCHIVE-LIST-NAME DELIMITED BY SPACE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE 0 TO RETURN-CODE

           OPEN OUTPUT LAG-WORK-FILE
           OPEN INPUT ARCHIVE-LIST-FILE
           IF WS-ARCHIVE-LIST-STATUS = "00"
               MOVE "N" TO WS-LIST-EOF
               PERFORM UNTIL WS-LIST-EOF = "Y"
                   READ ARCHIVE-LIST-FILE
                       AT END MOVE "Y" TO WS-LIST-EOF
                       NOT AT END
                           PERFORM READ-ONE-ARCHIVE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-LIST-FILE
           END-IF
           CLOSE LAG-WORK-FILE.

      *    The date sits right after the "/tmp/grey_webhook_archive_"
      *    prefix. Days after the range are not needed at all.
       READ-ONE-ARCHIVE.
           MOVE ARCHIVE-LIST-RECORD(27:8) TO WS-ARCH-FILE-DATE
           IF WS-ARCH-FILE-DATE IS NOT NUMERIC
               OR WS-ARCH-FILE-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-IN-RANGE
           IF WS-ARCH-FILE-DATE >= WS-FROM-DATE
               MOVE "Y" TO WS-IN-RANGE
           END-IF
           MOVE ARCHIVE-LIST-RECORD TO WS-ARCHIVE-FILE-NAME
           OPEN INPUT EVENT-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-RANGE = "Y"
               ADD 1 TO WS-FILES-READ
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ EVENT-ARCHIVE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EVENT-ARCHIVE-RECORD NOT = SPACES
                           PERFORM CLASSIFY-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENT-ARCHIVE-FILE.

      ******************************************************************
      * CLASSIFY-EVENT: A gap re-fetch, a late arrival, or a measured
      * delivery - or a delivery the processor never applied, which
      * is not measured at all
      ******************************************************************
       CLASSIFY-EVENT.
           MOVE SPACES TO WS-ARC-OCCURRED WS-ARC-SEQUENCE
                          WS-ARC-WEBHOOK-ID WS-ARC-EVENT-TYPE
                          WS-ARC-PROJ-ID WS-ARC-OUTCOME
                          WS-ARC-VERIFIED WS-ARC-HANDLED-AT
           UNSTRING EVENT-ARCHIVE-RECORD DELIMITED BY "|"
               INTO WS-ARC-OCCURRED WS-ARC-SEQUENCE
                    WS-ARC-WEBHOOK-ID WS-ARC-EVENT-TYPE
                    WS-ARC-PROJ-ID WS-ARC-OUTCOME
                    WS-ARC-VERIFIED WS-ARC-HANDLED-AT

           IF WS-ARC-OUTCOME = "REFETCHED"
               IF WS-IN-RANGE = "Y"
                   ADD 1 TO WS-REFETCHED-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-ARC-VERIFIED NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-ARC-OUTCOME NOT = "APPLIED"
               AND WS-ARC-OUTCOME NOT = "STALE"
               AND WS-ARC-OUTCOME NOT = "SKIPPED"
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-LATE-ARRIVAL
           IF WS-IN-RANGE NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-LATE = "Y"
               ADD 1 TO WS-BACKFILLED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARC-OCCURRED TO WS-TS-IN
           PERFORM TS-TO-SECONDS
           IF WS-TS-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TS-SECONDS TO WS-OCCURRED-SECONDS
           COMPUTE WS-HOUR-IDX = WS-TS-HH + 1
           MOVE WS-ARC-HANDLED-AT TO WS-TS-IN
           PERFORM TS-TO-SECONDS
           IF WS-TS-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TS-SECONDS TO WS-HANDLED-SECONDS
      *    Clock skew can put handling a moment before occurrence -
      *    that is no lag at all
           IF WS-HANDLED-SECONDS > WS-OCCURRED-SECONDS
               COMPUTE WS-LAG-SECONDS =
                   WS-HANDLED-SECONDS - WS-OCCURRED-SECONDS
           ELSE
               MOVE 0 TO WS-LAG-SECONDS
           END-IF

           PERFORM MEASURE-EVENT.

      ******************************************************************
      * CHECK-LATE-ARRIVAL: A sequence at or below the highest already
      * handled for the subscription arrived late; otherwise it is
      * the new high-water mark
      ******************************************************************
       CHECK-LATE-ARRIVAL.
           MOVE "N" TO WS-LATE
           IF WS-ARC-SEQUENCE IS NOT NUMERIC
               OR WS-ARC-WEBHOOK-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARC-SEQUENCE TO WS-ARC-SEQ-NUM
           IF WS-ARC-SEQ-NUM = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SEQ-FOUND-IDX
           PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
                       UNTIL WS-SEQ-IDX > WS-SEQ-COUNT
               IF WS-SEQ-WHK-ID(WS-SEQ-IDX) = WS-ARC-WEBHOOK-ID
                   MOVE WS-SEQ-IDX TO WS-SEQ-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SEQ-FOUND-IDX = 0
               IF WS-SEQ-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SEQ-COUNT
               MOVE WS-SEQ-COUNT TO WS-SEQ-FOUND-IDX
               MOVE WS-ARC-WEBHOOK-ID
                   TO WS-SEQ-WHK-ID(WS-SEQ-FOUND-IDX)
               MOVE 0 TO WS-SEQ-HIGH(WS-SEQ-FOUND-IDX)
           END-IF

           IF WS-ARC-SEQ-NUM <= WS-SEQ-HIGH(WS-SEQ-FOUND-IDX)
               MOVE "Y" TO WS-LATE
           ELSE
               MOVE WS-ARC-SEQ-NUM TO WS-SEQ-HIGH(WS-SEQ-FOUND-IDX)
           END-IF.

      ******************************************************************
      * TS-TO-SECONDS: WS-TS-IN ("YYYY-MM-DDTHH:MM:SS", UTC) to
      * seconds in WS-TS-SECONDS; WS-TS-OK "N" when unparseable
      ******************************************************************
       TS-TO-SECONDS.
           MOVE "N" TO WS-TS-OK
           MOVE 0 TO WS-TS-SECONDS
           MOVE SPACES TO WS-TS-DATE WS-TS-TIME
           STRING WS-TS-IN(1:4) WS-TS-IN(6:2) WS-TS-IN(9:2)
               DELIMITED BY SIZE INTO WS-TS-DATE
           STRING WS-TS-IN(12:2) WS-TS-IN(15:2) WS-TS-IN(18:2)
               DELIMITED BY SIZE INTO WS-TS-TIME
           IF WS-TS-DATE IS NOT NUMERIC
               OR WS-TS-TIME IS NOT NUMERIC
               OR WS-TS-DATE(5:2) < "01" OR WS-TS-DATE(5:2) > "12"
               OR WS-TS-DATE(7:2) < "01" OR WS-TS-DATE(7:2) > "31"
               OR WS-TS-HH > 23
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TS-SECONDS =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TS-DATE))
                   * 86400
               + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
           MOVE "Y" TO WS-TS-OK.

      ******************************************************************
      * MEASURE-EVENT: Count one measured lag into every rollup, the
      * worst-ten list, and the work file for the percentiles
      ******************************************************************
       MEASURE-EVENT.
           ADD 1 TO WS-ALL-EVENTS
           ADD 1 TO WS-HOUR-EVENTS(WS-HOUR-IDX)
           IF WS-LAG-SECONDS <= WS-SLA-SECONDS
               ADD 1 TO WS-ALL-WITHIN
               ADD 1 TO WS-HOUR-WITHIN(WS-HOUR-IDX)
           END-IF
           MOVE "A" TO WS-LW-KIND
           MOVE "*" TO WS-LW-NAME
           PERFORM WRITE-LAG-WORK

           PERFORM FIND-TYPE-ENTRY
           IF WS-TYPE-FOUND-IDX > 0
               ADD 1 TO WS-TYPE-EVENTS(WS-TYPE-FOUND-IDX)
               IF WS-LAG-SECONDS <= WS-SLA-SECONDS
                   ADD 1 TO WS-TYPE-WITHIN(WS-TYPE-FOUND-IDX)
               END-IF
               MOVE "T" TO WS-LW-KIND
               MOVE WS-ARC-EVENT-TYPE TO WS-LW-NAME
               PERFORM WRITE-LAG-WORK
           END-IF

           PERFORM FIND-SUB-ENTRY
           IF WS-SUB-FOUND-IDX > 0
               ADD 1 TO WS-SUB-EVENTS(WS-SUB-FOUND-IDX)
               IF WS-LAG-SECONDS <= WS-SLA-SECONDS
                   ADD 1 TO WS-SUB-WITHIN(WS-SUB-FOUND-IDX)
               END-IF
               MOVE "S" TO WS-LW-KIND
               MOVE WS-ARC-WEBHOOK-ID TO WS-LW-NAME
               PERFORM WRITE-LAG-WORK
           END-IF

           PERFORM KEEP-IF-WORST.

       FIND-TYPE-ENTRY.
           MOVE 0 TO WS-TYPE-FOUND-IDX
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                       UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
               IF WS-TYPE-KEY(WS-TYPE-IDX) = WS-ARC-EVENT-TYPE
                   MOVE WS-TYPE-IDX TO WS-TYPE-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TYPE-FOUND-IDX = 0
               IF WS-TYPE-COUNT >= 20
                   MOVE "Y" TO WS-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TYPE-COUNT
               MOVE WS-TYPE-COUNT TO WS-TYPE-FOUND-IDX
               MOVE WS-ARC-EVENT-TYPE TO WS-TYPE-KEY(WS-TYPE-FOUND-IDX)
               MOVE 0 TO WS-TYPE-EVENTS(WS-TYPE-FOUND-IDX)
                         WS-TYPE-WITHIN(WS-TYPE-FOUND-IDX)
                         WS-TYPE-MEDIAN(WS-TYPE-FOUND-IDX)
                         WS-TYPE-P95(WS-TYPE-FOUND-IDX)
           END-IF.

       FIND-SUB-ENTRY.
           MOVE 0 TO WS-SUB-FOUND-IDX
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                       UNTIL WS-SUB-IDX > WS-SUB-COUNT
               IF WS-SUB-KEY(WS-SUB-IDX) = WS-ARC-WEBHOOK-ID
                   MOVE WS-SUB-IDX TO WS-SUB-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SUB-FOUND-IDX = 0
               IF WS-SUB-COUNT >= 50
                   MOVE "Y" TO WS-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SUB-COUNT
               MOVE WS-SUB-COUNT TO WS-SUB-FOUND-IDX
               MOVE WS-ARC-WEBHOOK-ID TO WS-SUB-KEY(WS-SUB-FOUND-IDX)
               MOVE 0 TO WS-SUB-EVENTS(WS-SUB-FOUND-IDX)
                         WS-SUB-WITHIN(WS-SUB-FOUND-IDX)
                         WS-SUB-MEDIAN(WS-SUB-FOUND-IDX)
                         WS-SUB-P95(WS-SUB-FOUND-IDX)
           END-IF.

      *    Work line "kind|name|lag" - the lag zero-filled so a plain
      *    sort orders each group's lags ascending
       WRITE-LAG-WORK.
           MOVE SPACES TO LAG-WORK-RECORD
           STRING WS-LW-KIND DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-LW-NAME DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-LAG-SECONDS DELIMITED BY SIZE
                  INTO LAG-WORK-RECORD
           WRITE LAG-WORK-RECORD.

      ******************************************************************
      * KEEP-IF-WORST: Slot the event into the slowest-ten list
      ******************************************************************
       KEEP-IF-WORST.
           IF WS-WORST-COUNT >= 10
               AND WS-LAG-SECONDS <= WS-WORST-LAG(10)
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-WORST-POS
           PERFORM VARYING WS-WORST-IDX FROM 1 BY 1
                       UNTIL WS-WORST-IDX > WS-WORST-COUNT
               IF WS-LAG-SECONDS > WS-WORST-LAG(WS-WORST-IDX)
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-WORST-POS
           END-PERFORM
           IF WS-WORST-COUNT < 10
               ADD 1 TO WS-WORST-COUNT
           END-IF
           PERFORM VARYING WS-WORST-IDX FROM WS-WORST-COUNT BY -1
                       UNTIL WS-WORST-IDX <= WS-WORST-POS
               MOVE WS-WORST-ENTRY(WS-WORST-IDX - 1)
                   TO WS-WORST-ENTRY(WS-WORST-IDX)
           END-PERFORM
           MOVE WS-LAG-SECONDS TO WS-WORST-LAG(WS-WORST-POS)
           MOVE WS-ARC-OCCURRED TO WS-WORST-OCCURRED(WS-WORST-POS)
           MOVE WS-ARC-EVENT-TYPE TO WS-WORST-TYPE(WS-WORST-POS)
           MOVE WS-ARC-WEBHOOK-ID TO WS-WORST-WHK-ID(WS-WORST-POS)
           MOVE WS-ARC-PROJ-ID TO WS-WORST-PROJ-ID(WS-WORST-POS).

      ******************************************************************
      * RANK-LAGS: Sort the work file and walk each group's lags in
      * ascending order, picking out the nearest-rank median and 95th
      * percentile
      ******************************************************************
       RANK-LAGS.
           MOVE SPACES TO WS-COMMAND
           STRING "LC_ALL=C sort -o " DELIMITED BY SIZE
                  WS-LAG-WORK-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-LAG-WORK-NAME DELIMITED BY SPACE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE 0 TO RETURN-CODE

           MOVE SPACES TO WS-GRP-KIND WS-GRP-NAME
           OPEN INPUT LAG-WORK-FILE
           IF WS-LAG-WORK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ LAG-WORK-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM RANK-ONE-LAG
               END-READ
           END-PERFORM
           CLOSE LAG-WORK-FILE
           PERFORM STORE-GROUP-RANKS.

       RANK-ONE-LAG.
           MOVE SPACES TO WS-LW-KIND WS-LW-NAME
           MOVE 0 TO WS-LW-LAG
           UNSTRING LAG-WORK-RECORD DELIMITED BY "|"
               INTO WS-LW-KIND WS-LW-NAME WS-LW-LAG
           IF WS-LW-KIND NOT = WS-GRP-KIND
               OR WS-LW-NAME NOT = WS-GRP-NAME
               PERFORM STORE-GROUP-RANKS
               PERFORM START-GROUP
           END-IF
           ADD 1 TO WS-GRP-RANK
           IF WS-GRP-RANK = WS-GRP-MEDIAN-RANK
               MOVE WS-LW-LAG TO WS-GRP-MEDIAN
           END-IF
           IF WS-GRP-RANK = WS-GRP-P95-RANK
               MOVE WS-LW-LAG TO WS-GRP-P95
           END-IF.

      *    The group's event count, from its rollup, fixes the ranks:
      *    the smallest rank covering half (95%) of the events
       START-GROUP.
           MOVE WS-LW-KIND TO WS-GRP-KIND
           MOVE WS-LW-NAME TO WS-GRP-NAME
           MOVE 0 TO WS-GRP-RANK WS-GRP-EVENTS
                     WS-GRP-MEDIAN WS-GRP-P95
           EVALUATE WS-GRP-KIND
               WHEN "A"
                   MOVE WS-ALL-EVENTS TO WS-GRP-EVENTS
               WHEN "T"
                   MOVE WS-LW-NAME TO WS-ARC-EVENT-TYPE
                   PERFORM FIND-TYPE-ENTRY
                   IF WS-TYPE-FOUND-IDX > 0
                       MOVE WS-TYPE-EVENTS(WS-TYPE-FOUND-IDX)
                           TO WS-GRP-EVENTS
                   END-IF
               WHEN "S"
                   MOVE WS-LW-NAME TO WS-ARC-WEBHOOK-ID
                   PERFORM FIND-SUB-ENTRY
                   IF WS-SUB-FOUND-IDX > 0
                       MOVE WS-SUB-EVENTS(WS-SUB-FOUND-IDX)
                           TO WS-GRP-EVENTS
                   END-IF
           END-EVALUATE
           COMPUTE WS-GRP-MEDIAN-RANK = (WS-GRP-EVENTS + 1) / 2
           COMPUTE WS-GRP-P95-RANK = (WS-GRP-EVENTS * 95 + 99) / 100.

       STORE-GROUP-RANKS.
           EVALUATE WS-GRP-KIND
               WHEN "A"
                   MOVE WS-GRP-MEDIAN TO WS-ALL-MEDIAN
                   MOVE WS-GRP-P95 TO WS-ALL-P95
               WHEN "T"
                   MOVE WS-GRP-NAME TO WS-ARC-EVENT-TYPE
                   PERFORM FIND-TYPE-ENTRY
                   IF WS-TYPE-FOUND-IDX > 0
                       MOVE WS-GRP-MEDIAN
                           TO WS-TYPE-MEDIAN(WS-TYPE-FOUND-IDX)
                       MOVE WS-GRP-P95 TO WS-TYPE-P95(WS-TYPE-FOUND-IDX)
                   END-IF
               WHEN "S"
                   MOVE WS-GRP-NAME TO WS-ARC-WEBHOOK-ID
                   PERFORM FIND-SUB-ENTRY
                   IF WS-SUB-FOUND-IDX > 0
                       MOVE WS-GRP-MEDIAN
                           TO WS-SUB-MEDIAN(WS-SUB-FOUND-IDX)
                       MOVE WS-GRP-P95 TO WS-SUB-P95(WS-SUB-FOUND-IDX)
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * WRITE-ROLLUP-LINE / WRITE-HOUR-LINE / WRITE-WORST-LINE /
      * WRITE-FOOTER: Report records
      ******************************************************************
       WRITE-ROLLUP-LINE.
           MOVE 0 TO WS-RPT-PCT
           IF WS-RPT-EVENTS > 0
               COMPUTE WS-RPT-PCT ROUNDED =
                   WS-RPT-WITHIN * 100 / WS-RPT-EVENTS
           END-IF
           MOVE WS-RPT-PCT TO WS-PCT-STR
           MOVE SPACES TO WS-SLA-LINE
           STRING WS-RPT-KIND DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-RPT-KEY DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-RPT-EVENTS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-RPT-MEDIAN DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-RPT-P95 DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-RPT-WITHIN DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PCT-STR) DELIMITED BY SIZE
                  INTO WS-SLA-LINE
           PERFORM WRITE-SLA-LINE.

       WRITE-HOUR-LINE.
           MOVE 0 TO WS-RPT-PCT
           COMPUTE WS-RPT-PCT ROUNDED =
               WS-HOUR-WITHIN(WS-HOUR-IDX) * 100
                   / WS-HOUR-EVENTS(WS-HOUR-IDX)
           MOVE WS-RPT-PCT TO WS-PCT-STR
           COMPUTE WS-HOUR-STR = WS-HOUR-IDX - 1
           MOVE SPACES TO WS-SLA-LINE
           STRING "HOUR|" DELIMITED BY SIZE
                  WS-HOUR-STR DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-HOUR-EVENTS(WS-HOUR-IDX) DELIMITED BY SIZE
                  "|||" DELIMITED BY SIZE
                  WS-HOUR-WITHIN(WS-HOUR-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PCT-STR) DELIMITED BY SIZE
                  INTO WS-SLA-LINE
           PERFORM WRITE-SLA-LINE.

       WRITE-WORST-LINE.
           MOVE WS-WORST-IDX TO WS-RANK-STR
           MOVE SPACES TO WS-SLA-LINE
           STRING "WORST|" DELIMITED BY SIZE
                  WS-RANK-STR DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-WORST-LAG(WS-WORST-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-WORST-OCCURRED(WS-WORST-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-WORST-TYPE(WS-WORST-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-WORST-WHK-ID(WS-WORST-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-WORST-PROJ-ID(WS-WORST-IDX) DELIMITED BY SPACE
                  INTO WS-SLA-LINE
           PERFORM WRITE-SLA-LINE.

       WRITE-FOOTER.
           MOVE SPACES TO WS-SLA-LINE
           STRING "GAP|REFETCHED=" DELIMITED BY SIZE
                  WS-REFETCHED-COUNT DELIMITED BY SIZE
                  "|BACKFILLED=" DELIMITED BY SIZE
                  WS-BACKFILLED-COUNT DELIMITED BY SIZE
                  INTO WS-SLA-LINE
           PERFORM WRITE-SLA-LINE

           MOVE 0 TO WS-RPT-PCT
           IF WS-ALL-EVENTS > 0
               COMPUTE WS-RPT-PCT ROUNDED =
                   WS-ALL-WITHIN * 100 / WS-ALL-EVENTS
           END-IF
           MOVE WS-RPT-PCT TO WS-PCT-STR
           MOVE SPACES TO WS-SLA-LINE
           STRING "TOTAL|EVENTS=" DELIMITED BY SIZE
                  WS-ALL-EVENTS DELIMITED BY SIZE
                  "|MEDIAN=" DELIMITED BY SIZE
                  WS-ALL-MEDIAN DELIMITED BY SIZE
                  "|P95=" DELIMITED BY SIZE
                  WS-ALL-P95 DELIMITED BY SIZE
                  "|WITHIN_SLA=" DELIMITED BY SIZE
                  WS-ALL-WITHIN DELIMITED BY SIZE
                  "|PCT=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PCT-STR) DELIMITED BY SIZE
                  "|SLA_MINUTES=" DELIMITED BY SIZE
                  WS-SLA-MINUTES DELIMITED BY SIZE
                  INTO WS-SLA-LINE
           PERFORM WRITE-SLA-LINE.

       WRITE-SLA-LINE.
           MOVE WS-SLA-LINE TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD.

       END PROGRAM WEBHOOK-SLA-REPORT.
