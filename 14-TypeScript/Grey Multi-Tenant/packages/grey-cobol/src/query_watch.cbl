      ******************************************************************
      * query_watch.cbl - Grey Scheduled Watch Queries
      * The canned query library made a morning round of questions
      * ("projects with no owner", "users pending more than 7 days")
      * a matter of running QUERY-RUNNER by hand. This batch step
      * runs them instead: each watch names a library query, its
      * parameters, the days it is due and the condition it alerts
      * on. Every due watch is executed through QUERY-EXECUTE, its
      * rows are compared with the rows it returned last time, the
      * rows that are new or different are extracted as CSV (the
      * same layout JSON-TO-CSV writes - header line, every value
      * quoted, embedded quotes doubled), and a watch whose
      * condition trips raises a WARNING on the notification spool.
      *
      * Watch list (GREY_WATCH_FILE, default
      * /tmp/grey_query_watches.txt), "#" lines are comments:
      *   "watch-name|query-name|params|schedule|condition|
      *    array-key|fields"
      *   params     NAME=value pairs as for GREY_QUERY_PARAMS
      *              ("OWNER=jsmith,LIMIT=50"), may be empty
      *   schedule   ALWAYS (every run of the step) or a run-day
      *              rule DATE-RUN-DAY-CHECK knows (DAILY,
      *              BUSINESS-DAY, NON-BUSINESS-DAY,
      *              FIRST-BUSINESS-DAY, LAST-BUSINESS-DAY,
      *              MONTH-END); a rule-scheduled watch runs at most
      *              once on a day it is due
      *   condition  ROWS-ABOVE:n    more than n rows came back
      *              ROWS-BELOW:n    fewer than n rows came back
      *              CHANGED         any row new, different or gone
      *                              since the last run
      *              FIELD:name=val  a row's string field "name"
      *                              equals val
      *   array-key  the response array holding the rows
      *   fields     comma-separated row fields (max 20) that make
      *              up a row for comparison and for the extract
      *
      * The library is QUERY-RUNNER's (GREY_QUERY_LIBRARY, default
      * /tmp/grey_query_library.txt); a watch is refused as ERROR
      * under the same rules QUERY-RUNNER refuses a run - unknown
      * query, undeclared parameter, required parameter missing,
      * number parameter not numeric.
      *
      * Kept between runs (GREY_WATCH_DIR, default
      * /tmp/grey_query_watch):
      *   <watch>.prev         the rows of the last successful run,
      *                        one CSV line each
      *   <watch>_changes.csv  rows new or different this run
      *                        (rewritten only when there are any)
      * and the state file (GREY_WATCH_STATE, default
      * /tmp/grey_query_watch_state.txt):
      *   "watch-name|last-run-date|last-run-ts|rows|last-status"
      * A watch's first run has nothing to compare with - it keeps
      * its rows as the baseline and CHANGED does not trip.
      *
      * Report: /tmp/grey_query_watch_report.txt
      *   "WATCH|name|status|rows|changed|removed|detail" per watch,
      *   status TRIPPED, OK, NOT-DUE, BAD-RULE or ERROR
      *   "TOTAL|WATCHES=n|RUN=n|TRIPPED=n|ERRORS=n"
      * Up to 500 rows per watch are compared; the row count and the
      * ROWS conditions use the full count.
      *
      * RETURN-CODE 0 when nothing tripped, 4 when a watch tripped
      * or could not be run, 8 when the watch list cannot be read or
      * the login fails.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUERY-WATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-FILE ASSIGN TO WS-WATCH-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-FILE-STATUS.

           SELECT STATE-FILE ASSIGN TO WS-STATE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-FILE-STATUS.

           SELECT LIBRARY-FILE ASSIGN TO WS-LIBRARY-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LIBRARY-FILE-STATUS.

           SELECT PREV-FILE ASSIGN TO WS-PREV-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PREV-FILE-STATUS.

           SELECT CHANGES-FILE ASSIGN TO WS-CHANGES-PATH
               ORGANIZATION LINE SEQUENTIAL.

           SELECT WATCH-REPORT-FILE ASSIGN TO WS-WATCH-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-FILE.
       01  WATCH-RECORD                PIC X(1024).

       FD  STATE-FILE.
       01  STATE-RECORD                PIC X(200).

       FD  LIBRARY-FILE.
       01  LIBRARY-RECORD              PIC X(4100).

       FD  PREV-FILE.
       01  PREV-RECORD                 PIC X(1024).

       FD  CHANGES-FILE.
       01  CHANGES-RECORD              PIC X(1024).

       FD  WATCH-REPORT-FILE.
       01  WATCH-REPORT-RECORD         PIC X(512).

       WORKING-STORAGE SECTION.
       COPY GREYCONF.
       COPY GREYERR.
       COPY GREYRES.
       COPY GREYAUTH.
       COPY GREYQRY.

       01  WS-WATCH-FILE-NAME          PIC X(64)
               VALUE "/tmp/grey_query_watches.txt".
       01  WS-WATCH-FILE-STATUS        PIC XX     VALUE SPACES.
       01  WS-STATE-FILE-NAME          PIC X(64)
               VALUE "/tmp/grey_query_watch_state.txt".
       01  WS-STATE-FILE-STATUS        PIC XX     VALUE SPACES.
       01  WS-WATCH-DIR                PIC X(64)
               VALUE "/tmp/grey_query_watch".
       01  WS-PREV-PATH                PIC X(160) VALUE SPACES.
       01  WS-PREV-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-CHANGES-PATH             PIC X(160) VALUE SPACES.
       01  WS-WATCH-REPORT-NAME        PIC X(64)
               VALUE "/tmp/grey_query_watch_report.txt".
       01  WS-ENV-VALUE                PIC X(64)  VALUE SPACES.
       01  WS-COMMAND                  PIC X(200) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-REPORT-LINE              PIC X(512) VALUE SPACES.

       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-TS                       PIC X(19)  VALUE SPACES.
       01  WS-TODAY                    PIC X(10)  VALUE SPACES.
       01  WS-TODAY-TS                 PIC X(32)  VALUE SPACES.
       01  WS-RUN-DAY-FLAG             PIC X      VALUE SPACES.

       01  WS-HOST-ENV                 PIC X(256) VALUE SPACES.
       01  WS-PORT-ENV                 PIC X(5)   VALUE SPACES.
       01  WS-PORT-NUM                 PIC 9(5)   VALUE 0.
       01  WS-USER-ENV                 PIC X(256) VALUE SPACES.
       01  WS-PASS-ENV                 PIC X(256) VALUE SPACES.
       01  WS-TENANT-ENV               PIC X(64)  VALUE SPACES.
       01  WS-PROXY-ENV                PIC X(512) VALUE SPACES.
       01  WS-PROFILE-ENV              PIC X(32)  VALUE SPACES.
       01  WS-PROFILE-LOADED           PIC X      VALUE "N".
      *    The login is made once, for the first watch that is due
       01  WS-SESSION-STATE            PIC X      VALUE "N".
           88  WS-SESSION-NONE                    VALUE "N".
           88  WS-SESSION-OPEN                    VALUE "Y".
           88  WS-SESSION-FAILED                  VALUE "F".

      ******************************************************************
      * The watch list, with each watch's state from the last run
      ******************************************************************
       01  WS-WATCH-TABLE.
           05  WS-WATCH-COUNT           PIC 9(3)  VALUE 0.
           05  WS-WATCH-ENTRY OCCURS 100 TIMES.
               10  WS-WT-NAME           PIC X(48).
               10  WS-WT-QUERY          PIC X(64).
               10  WS-WT-PARAMS         PIC X(512).
               10  WS-WT-SCHEDULE       PIC X(20).
               10  WS-WT-CONDITION      PIC X(128).
               10  WS-WT-ARRAY          PIC X(64).
               10  WS-WT-FIELDS         PIC X(512).
               10  WS-WT-LAST-DATE      PIC X(10).
               10  WS-WT-LAST-TS        PIC X(19).
               10  WS-WT-LAST-ROWS      PIC 9(8).
               10  WS-WT-LAST-STATUS    PIC X(8).
       01  WS-WATCH-IDX                PIC 9(3)   VALUE 0.
       01  WS-WATCH-TRUNCATED          PIC X      VALUE "N".

       01  WS-ST-NAME                  PIC X(48)  VALUE SPACES.
       01  WS-ST-DATE                  PIC X(10)  VALUE SPACES.
       01  WS-ST-TS                    PIC X(19)  VALUE SPACES.
       01  WS-ST-ROWS                  PIC X(8)   VALUE SPACES.
       01  WS-ST-STATUS                PIC X(8)   VALUE SPACES.

      ******************************************************************
      * The watch being run - its outcome, parsed condition and field
      * list
      ******************************************************************
       01  WS-W-STATUS                 PIC X(8)   VALUE SPACES.
       01  WS-W-DETAIL                 PIC X(160) VALUE SPACES.
       01  WS-DETAIL-WORK              PIC X(256) VALUE SPACES.
       01  WS-W-ROWS                   PIC 9(8)   VALUE 0.
       01  WS-W-CHANGED                PIC 9(5)   VALUE 0.
       01  WS-W-REMOVED                PIC 9(5)   VALUE 0.
       01  WS-W-FIRST-RUN              PIC X      VALUE "N".
       01  WS-W-FIELD-HIT              PIC X      VALUE "N".

       01  WS-COND-TYPE                PIC X(16)  VALUE SPACES.
       01  WS-COND-ARG                 PIC X(112) VALUE SPACES.
       01  WS-COND-LIMIT               PIC 9(8)   VALUE 0.
       01  WS-COND-FIELD               PIC X(64)  VALUE SPACES.
       01  WS-COND-VALUE               PIC X(64)  VALUE SPACES.
       01  WS-COND-ARG-LEN             PIC 9(3)   VALUE 0.
       01  WS-COND-OK                  PIC X      VALUE "Y".

       01  WS-FIELD-SET.
           05  WS-FIELD-COUNT           PIC 9(2)  VALUE 0.
           05  WS-FIELD-NAME OCCURS 20 TIMES PIC X(64).
       01  WS-FIELD-IDX                PIC 9(2)   VALUE 0.
       01  WS-FIELDS-WORK              PIC X(512) VALUE SPACES.
       01  WS-FIELD-ONE                PIC X(64)  VALUE SPACES.
       01  WS-FIELD-REST               PIC X(512) VALUE SPACES.

      ******************************************************************
      * This run's rows and last run's rows, each as the CSV line the
      * extract would carry, and the per-row comparison marks
      ******************************************************************
       01  WS-CUR-TABLE.
           05  WS-CUR-COUNT             PIC 9(3)  VALUE 0.
           05  WS-CUR-ENTRY OCCURS 500 TIMES.
               10  WS-CUR-LINE          PIC X(1024).
               10  WS-CUR-NEW           PIC X.
       01  WS-PREV-TABLE.
           05  WS-PREV-COUNT            PIC 9(3)  VALUE 0.
           05  WS-PREV-ENTRY OCCURS 500 TIMES.
               10  WS-PREV-LINE         PIC X(1024).
               10  WS-PREV-MATCHED      PIC X.
       01  WS-CUR-IDX                  PIC 9(3)   VALUE 0.
       01  WS-PREV-IDX                 PIC 9(3)   VALUE 0.
       01  WS-ROW-IDX                  PIC 9(3)   VALUE 0.
       01  WS-ROW-LIMIT                PIC 9(3)   VALUE 0.

       01  WS-JSON-BUF                 PIC X(32000) VALUE SPACES.
       01  WS-ELEMENT-BUF              PIC X(32000) VALUE SPACES.
       01  WS-ELEMENT-RAW              PIC X(4096) VALUE SPACES.
       01  WS-JSON-KEY                 PIC X(256) VALUE SPACES.
       01  WS-JSON-STR-SCRATCH         PIC X(2048) VALUE SPACES.
       01  WS-ARRAY-LEN                PIC 9(5)   VALUE 0.

       01  WS-CSV-LINE                 PIC X(1024) VALUE SPACES.
       01  WS-CSV-PTR                  PIC 9(5)   VALUE 0.
       01  WS-VALUE-TEXT               PIC X(2048) VALUE SPACES.
       01  WS-VALUE-LEN                PIC 9(5)   VALUE 0.
       01  WS-VALUE-IDX                PIC 9(5)   VALUE 0.

      ******************************************************************
      * Library query working fields - as QUERY-RUNNER's library
      * mode, with a load error recorded against the watch instead
      * of ending the run
      ******************************************************************
       01  WS-LIBRARY-FILE-NAME        PIC X(64)
               VALUE "/tmp/grey_query_library.txt".
       01  WS-LIBRARY-FILE-STATUS      PIC XX     VALUE SPACES.
       01  WS-LIB-QUERY-NAME           PIC X(64)  VALUE SPACES.
       01  WS-LIB-QUERY-PARAMS         PIC X(512) VALUE SPACES.
       01  WS-LOAD-ERROR               PIC X      VALUE "N".
       01  WS-LIB-EOF                  PIC X      VALUE "N".
       01  WS-IN-SECTION               PIC X      VALUE "N".
       01  WS-SECTION-SEEN             PIC X      VALUE "N".
       01  WS-REC-TAG                  PIC X(8)   VALUE SPACES.
       01  WS-REC-BODY                 PIC X(4000) VALUE SPACES.
       01  WS-QUERY-PTR                PIC 9(5)   VALUE 1.
       01  WS-BODY-LEN                 PIC 9(5)   VALUE 0.
       01  WS-VARS-VALID               PIC X      VALUE "N".
       01  WS-LIB-TAG                  PIC X(8)   VALUE SPACES.
       01  WS-LIB-F1                   PIC X(64)  VALUE SPACES.
       01  WS-LIB-F2                   PIC X(16)  VALUE SPACES.
       01  WS-LIB-F3                   PIC X(16)  VALUE SPACES.
       01  WS-LIB-F4                   PIC X(256) VALUE SPACES.

       01  WS-PARAM-TABLE.
           05  WS-PARAM-COUNT           PIC 9(2)  VALUE 0.
           05  WS-PARAM-ENTRY OCCURS 10 TIMES.
               10  WS-PRM-NAME          PIC X(64).
               10  WS-PRM-TYPE          PIC X(16).
               10  WS-PRM-REQUIRED      PIC X.
               10  WS-PRM-VALUE         PIC X(256).
               10  WS-PRM-SUPPLIED      PIC X.
       01  WS-PARAM-IDX                PIC 9(2)   VALUE 0.

       01  WS-PAIR-TABLE.
           05  WS-PAIR OCCURS 10 TIMES PIC X(320).
       01  WS-PAIR-IDX                 PIC 9(2)   VALUE 0.
       01  WS-PAIR-NAME                PIC X(64)  VALUE SPACES.
       01  WS-PAIR-VALUE               PIC X(256) VALUE SPACES.

       01  WS-SUB-TOKEN                PIC X(66)  VALUE SPACES.
       01  WS-SUB-TOKEN-LEN            PIC 9(3)   VALUE 0.
       01  WS-SUB-VALUE-LEN            PIC 9(3)   VALUE 0.
       01  WS-SUB-SRC                  PIC X(8000) VALUE SPACES.
       01  WS-SUB-OUT                  PIC X(8000) VALUE SPACES.
       01  WS-SUB-SRC-LEN              PIC 9(5)   VALUE 0.
       01  WS-SUB-IN-IDX               PIC 9(5)   VALUE 0.
       01  WS-SUB-OUT-PTR              PIC 9(5)   VALUE 0.
       01  WS-NAME-TRIM-LEN            PIC 9(3)   VALUE 0.
       01  WS-NUM-CHECK-IDX            PIC 9(3)   VALUE 0.
       01  WS-NUM-CHECK-OK             PIC X      VALUE "Y".

       01  WS-RUN-TOTAL                PIC 9(5)   VALUE 0.
       01  WS-TRIPPED-TOTAL            PIC 9(5)   VALUE 0.
       01  WS-ERROR-TOTAL              PIC 9(5)   VALUE 0.
       01  WS-FINAL-RC                 PIC 9(2)   VALUE 0.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "QUERY-WATCH".
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
           DISPLAY "=== Grey Scheduled Watch Queries ==="
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) "T"
                  WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2)
               DELIMITED BY SIZE INTO WS-TS
           MOVE WS-TS(1:10) TO WS-TODAY
           MOVE WS-TODAY TO WS-TODAY-TS

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
           PERFORM LOAD-WATCH-LIST
           IF WS-WATCH-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open watch list " WS-WATCH-FILE-NAME
                       " (status " WS-WATCH-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF
           PERFORM LOAD-WATCH-STATE

           MOVE SPACES TO WS-COMMAND
           STRING "mkdir -p " DELIMITED BY SIZE
                  WS-WATCH-DIR DELIMITED BY SPACE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE 0 TO RETURN-CODE

           OPEN OUTPUT WATCH-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "QUERY-WATCH|RUN=" DELIMITED BY SIZE
                  WS-TS DELIMITED BY SIZE
                  "|WATCHES=" DELIMITED BY SIZE
                  WS-WATCH-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-WATCH-IDX FROM 1 BY 1
                       UNTIL WS-WATCH-IDX > WS-WATCH-COUNT
               ADD 1 TO WS-HIST-READ
               PERFORM RUN-ONE-WATCH
               PERFORM WRITE-WATCH-LINE
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL|WATCHES=" DELIMITED BY SIZE
                  WS-WATCH-COUNT DELIMITED BY SIZE
                  "|RUN=" DELIMITED BY SIZE
                  WS-RUN-TOTAL DELIMITED BY SIZE
                  "|TRIPPED=" DELIMITED BY SIZE
                  WS-TRIPPED-TOTAL DELIMITED BY SIZE
                  "|ERRORS=" DELIMITED BY SIZE
                  WS-ERROR-TOTAL DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE WATCH-REPORT-FILE

           PERFORM WRITE-WATCH-STATE
           IF NOT WS-SESSION-NONE
               CALL "SDK-SHUTDOWN"
           END-IF

           DISPLAY "Watches: " WS-WATCH-COUNT
                   " Run: " WS-RUN-TOTAL
                   " Tripped: " WS-TRIPPED-TOTAL
                   " Errors: " WS-ERROR-TOTAL
           DISPLAY "Watch report written: " WS-WATCH-REPORT-NAME

           IF WS-TRIPPED-TOTAL > 0 OR WS-ERROR-TOTAL > 0
               MOVE 4 TO WS-FINAL-RC
           END-IF
           IF WS-SESSION-FAILED
               MOVE 8 TO WS-FINAL-RC
           END-IF
           MOVE WS-FINAL-RC TO RETURN-CODE
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           STOP RUN.

      ******************************************************************
      * READ-PARAMETERS: File and directory overrides
      ******************************************************************
       READ-PARAMETERS.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GREY_WATCH_FILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-WATCH-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GREY_WATCH_STATE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-STATE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GREY_WATCH_DIR"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-WATCH-DIR
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GREY_QUERY_LIBRARY"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-LIBRARY-FILE-NAME
           END-IF.

      ******************************************************************
      * LOAD-WATCH-LIST: Every watch line into the table
      ******************************************************************
       LOAD-WATCH-LIST.
           MOVE 0 TO WS-WATCH-COUNT
           OPEN INPUT WATCH-FILE
           IF WS-WATCH-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ WATCH-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WATCH-RECORD NOT = SPACES
                           AND WATCH-RECORD(1:1) NOT = "#"
                           PERFORM LOAD-WATCH-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCH-FILE
           MOVE "00" TO WS-WATCH-FILE-STATUS
           IF WS-WATCH-TRUNCATED = "Y"
               DISPLAY "Watch list holds over 100 watches - "
                       "the rest are not run"
           END-IF.

       LOAD-WATCH-ENTRY.
           IF WS-WATCH-COUNT >= 100
               MOVE "Y" TO WS-WATCH-TRUNCATED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WATCH-COUNT
           MOVE SPACES TO WS-WATCH-ENTRY(WS-WATCH-COUNT)
           UNSTRING WATCH-RECORD DELIMITED BY "|"
               INTO WS-WT-NAME(WS-WATCH-COUNT)
                    WS-WT-QUERY(WS-WATCH-COUNT)
                    WS-WT-PARAMS(WS-WATCH-COUNT)
                    WS-WT-SCHEDULE(WS-WATCH-COUNT)
                    WS-WT-CONDITION(WS-WATCH-COUNT)
                    WS-WT-ARRAY(WS-WATCH-COUNT)
                    WS-WT-FIELDS(WS-WATCH-COUNT)
           MOVE FUNCTION UPPER-CASE(WS-WT-SCHEDULE(WS-WATCH-COUNT))
               TO WS-WT-SCHEDULE(WS-WATCH-COUNT)
           MOVE 0 TO WS-WT-LAST-ROWS(WS-WATCH-COUNT).

      ******************************************************************
      * LOAD-WATCH-STATE: Last run date, time, row count and status
      * of each watch still on the list
      ******************************************************************
       LOAD-WATCH-STATE.
           OPEN INPUT STATE-FILE
           IF WS-STATE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ STATE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-STATE-ENTRY
               END-READ
           END-PERFORM
           CLOSE STATE-FILE.

       LOAD-STATE-ENTRY.
           MOVE SPACES TO WS-ST-NAME WS-ST-DATE WS-ST-TS WS-ST-ROWS
                          WS-ST-STATUS
           UNSTRING STATE-RECORD DELIMITED BY "|"
               INTO WS-ST-NAME WS-ST-DATE WS-ST-TS WS-ST-ROWS
                    WS-ST-STATUS
           PERFORM VARYING WS-WATCH-IDX FROM 1 BY 1
                       UNTIL WS-WATCH-IDX > WS-WATCH-COUNT
               IF WS-WT-NAME(WS-WATCH-IDX) = WS-ST-NAME
                   MOVE WS-ST-DATE TO WS-WT-LAST-DATE(WS-WATCH-IDX)
                   MOVE WS-ST-TS TO WS-WT-LAST-TS(WS-WATCH-IDX)
                   IF WS-ST-ROWS IS NUMERIC
                       MOVE WS-ST-ROWS TO WS-WT-LAST-ROWS(WS-WATCH-IDX)
                   END-IF
                   MOVE WS-ST-STATUS TO WS-WT-LAST-STATUS(WS-WATCH-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * RUN-ONE-WATCH: Judge the schedule, run the query, compare
      * the rows with last run's and test the condition
      ******************************************************************
       RUN-ONE-WATCH.
           MOVE SPACES TO WS-W-STATUS WS-W-DETAIL
           MOVE 0 TO WS-W-ROWS WS-W-CHANGED WS-W-REMOVED

           IF WS-WT-NAME(WS-WATCH-IDX) = SPACES
               OR WS-WT-QUERY(WS-WATCH-IDX) = SPACES
               OR WS-WT-ARRAY(WS-WATCH-IDX) = SPACES
               OR WS-WT-FIELDS(WS-WATCH-IDX) = SPACES
               MOVE "ERROR" TO WS-W-STATUS
               MOVE "watch line needs name, query, array and fields"
                   TO WS-W-DETAIL
               PERFORM COUNT-WATCH-ERROR
               EXIT PARAGRAPH
           END-IF

           IF WS-WT-SCHEDULE(WS-WATCH-IDX) NOT = "ALWAYS"
               CALL "DATE-RUN-DAY-CHECK" USING
                                         WS-WT-SCHEDULE(WS-WATCH-IDX)
                                         WS-TODAY-TS
                                         WS-RUN-DAY-FLAG
               IF WS-RUN-DAY-FLAG = "?"
                   MOVE "BAD-RULE" TO WS-W-STATUS
                   STRING "schedule " DELIMITED BY SIZE
                          WS-WT-SCHEDULE(WS-WATCH-IDX)
                              DELIMITED BY SPACE
                          " is not a run-day rule" DELIMITED BY SIZE
                          INTO WS-W-DETAIL
                   PERFORM COUNT-WATCH-ERROR
                   EXIT PARAGRAPH
               END-IF
               IF WS-RUN-DAY-FLAG NOT = "Y"
                   MOVE "NOT-DUE" TO WS-W-STATUS
                   MOVE "not a run day" TO WS-W-DETAIL
                   EXIT PARAGRAPH
               END-IF
               IF WS-WT-LAST-DATE(WS-WATCH-IDX) = WS-TODAY
                   MOVE "NOT-DUE" TO WS-W-STATUS
                   STRING "already run at " DELIMITED BY SIZE
                          WS-WT-LAST-TS(WS-WATCH-IDX) DELIMITED BY SIZE
                          INTO WS-W-DETAIL
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM PARSE-CONDITION
           IF WS-COND-OK NOT = "Y"
               MOVE "ERROR" TO WS-W-STATUS
               STRING "condition not understood: " DELIMITED BY SIZE
                      WS-WT-CONDITION(WS-WATCH-IDX) DELIMITED BY "  "
                      INTO WS-W-DETAIL
               PERFORM COUNT-WATCH-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WT-FIELDS(WS-WATCH-IDX) TO WS-FIELDS-WORK
           PERFORM SPLIT-FIELD-LIST

           MOVE WS-WT-QUERY(WS-WATCH-IDX) TO WS-LIB-QUERY-NAME
           MOVE WS-WT-PARAMS(WS-WATCH-IDX) TO WS-LIB-QUERY-PARAMS
           PERFORM LOAD-LIBRARY-QUERY
           IF WS-LOAD-ERROR = "Y"
               MOVE "ERROR" TO WS-W-STATUS
               PERFORM COUNT-WATCH-ERROR
               EXIT PARAGRAPH
           END-IF

           IF WS-SESSION-NONE
               PERFORM INITIALIZE-CONFIG
               PERFORM AUTHENTICATE
               IF WS-RESULT-OK = "Y"
                   SET WS-SESSION-OPEN TO TRUE
               ELSE
                   SET WS-SESSION-FAILED TO TRUE
                   DISPLAY "Login failed: " WS-RES-ERR-MSG
                           " (correlation id: "
                           WS-RESULT-CORRELATION-ID ")"
               END-IF
           END-IF
           IF WS-SESSION-FAILED
               MOVE "ERROR" TO WS-W-STATUS
               MOVE "login failed - see the job log" TO WS-W-DETAIL
               PERFORM COUNT-WATCH-ERROR
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RUN-TOTAL
           CALL "QUERY-EXECUTE" USING WS-GREY-CONFIG
                                      WS-QUERY-REQUEST
                                      WS-QUERY-RESPONSE
                                      WS-GREY-RESULT
           IF WS-RESULT-OK NOT = "Y" OR WS-QRY-HAS-ERRORS = "Y"
               MOVE "ERROR" TO WS-W-STATUS
               STRING "query failed: " DELIMITED BY SIZE
                      WS-RES-ERR-MSG DELIMITED BY "  "
                      " (correlation id: " DELIMITED BY SIZE
                      WS-RESULT-CORRELATION-ID DELIMITED BY SPACE
                      ")" DELIMITED BY SIZE
                      INTO WS-W-DETAIL
               PERFORM COUNT-WATCH-ERROR
               EXIT PARAGRAPH
           END-IF
      *    A body too big for the buffer cannot be walked row by row
           IF WS-RESULT-SPILLED
               MOVE "ERROR" TO WS-W-STATUS
               STRING "response too large to compare - spilled to "
                          DELIMITED BY SIZE
                      WS-RESULT-SPILL-FILE DELIMITED BY SPACE
                      INTO WS-W-DETAIL
               PERFORM COUNT-WATCH-ERROR
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-CURRENT-ROWS
           PERFORM BUILD-WATCH-PATHS
           PERFORM LOAD-PREVIOUS-ROWS
           PERFORM COMPARE-ROWS
           IF WS-W-CHANGED > 0
               PERFORM WRITE-CHANGES-EXTRACT
           END-IF
           PERFORM SAVE-CURRENT-ROWS
           PERFORM EVALUATE-CONDITION

           ADD 1 TO WS-HIST-OK
           MOVE WS-TODAY TO WS-WT-LAST-DATE(WS-WATCH-IDX)
           MOVE WS-TS TO WS-WT-LAST-TS(WS-WATCH-IDX)
           MOVE WS-W-ROWS TO WS-WT-LAST-ROWS(WS-WATCH-IDX)
           MOVE WS-W-STATUS TO WS-WT-LAST-STATUS(WS-WATCH-IDX)

           IF WS-W-STATUS = "TRIPPED"
               ADD 1 TO WS-TRIPPED-TOTAL
               PERFORM RAISE-WATCH-ALERT
           END-IF.

       COUNT-WATCH-ERROR.
           ADD 1 TO WS-ERROR-TOTAL
           ADD 1 TO WS-HIST-FAIL.

      ******************************************************************
      * PARSE-CONDITION: "TYPE:argument" into its parts; ROWS limits
      * must be whole numbers and FIELD needs "name=value"
      ******************************************************************
       PARSE-CONDITION.
           MOVE "Y" TO WS-COND-OK
           MOVE SPACES TO WS-COND-TYPE WS-COND-ARG WS-COND-FIELD
                          WS-COND-VALUE
           MOVE 0 TO WS-COND-LIMIT
           UNSTRING WS-WT-CONDITION(WS-WATCH-IDX) DELIMITED BY ":"
               INTO WS-COND-TYPE WS-COND-ARG
           MOVE FUNCTION UPPER-CASE(WS-COND-TYPE) TO WS-COND-TYPE

           EVALUATE WS-COND-TYPE
               WHEN "ROWS-ABOVE"
               WHEN "ROWS-BELOW"
                   MOVE 112 TO WS-COND-ARG-LEN
                   PERFORM UNTIL WS-COND-ARG-LEN = 0
                              OR WS-COND-ARG(WS-COND-ARG-LEN:1)
                                 NOT = SPACE
                       SUBTRACT 1 FROM WS-COND-ARG-LEN
                   END-PERFORM
                   IF WS-COND-ARG-LEN = 0 OR WS-COND-ARG-LEN > 8
                       MOVE "N" TO WS-COND-OK
                   ELSE
                       IF WS-COND-ARG(1:WS-COND-ARG-LEN) IS NUMERIC
                           COMPUTE WS-COND-LIMIT = FUNCTION NUMVAL(
                               WS-COND-ARG(1:WS-COND-ARG-LEN))
                       ELSE
                           MOVE "N" TO WS-COND-OK
                       END-IF
                   END-IF
               WHEN "CHANGED"
                   CONTINUE
               WHEN "FIELD"
                   UNSTRING WS-COND-ARG DELIMITED BY "="
                       INTO WS-COND-FIELD WS-COND-VALUE
                   IF WS-COND-FIELD = SPACES
                       MOVE "N" TO WS-COND-OK
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-COND-OK
           END-EVALUATE.

      ******************************************************************
      * SPLIT-FIELD-LIST: Break the watch's comma-separated field
      * list into the ordered field table
      ******************************************************************
       SPLIT-FIELD-LIST.
           MOVE 0 TO WS-FIELD-COUNT
           PERFORM UNTIL WS-FIELDS-WORK = SPACES
                      OR WS-FIELD-COUNT >= 20
               MOVE SPACES TO WS-FIELD-ONE
               MOVE SPACES TO WS-FIELD-REST
               UNSTRING WS-FIELDS-WORK DELIMITED BY ","
                   INTO WS-FIELD-ONE WS-FIELD-REST
               IF WS-FIELD-ONE NOT = SPACES
                   ADD 1 TO WS-FIELD-COUNT
                   MOVE WS-FIELD-ONE
                       TO WS-FIELD-NAME(WS-FIELD-COUNT)
               END-IF
               MOVE WS-FIELD-REST TO WS-FIELDS-WORK
           END-PERFORM.

      ******************************************************************
      * BUILD-CURRENT-ROWS: Each array element as its CSV line, and
      * the FIELD condition tested against every element
      ******************************************************************
       BUILD-CURRENT-ROWS.
           MOVE SPACES TO WS-JSON-BUF
           MOVE WS-QRY-DATA TO WS-JSON-BUF
           MOVE SPACES TO WS-JSON-KEY
           MOVE WS-WT-ARRAY(WS-WATCH-IDX) TO WS-JSON-KEY
           CALL "JSON-GET-ARRAY-LENGTH" USING WS-JSON-BUF
                                              WS-JSON-KEY
                                              WS-ARRAY-LEN
           MOVE WS-ARRAY-LEN TO WS-W-ROWS
           MOVE "N" TO WS-W-FIELD-HIT
           MOVE 0 TO WS-CUR-COUNT
           IF WS-ARRAY-LEN > 500
               MOVE 500 TO WS-ROW-LIMIT
           ELSE
               MOVE WS-ARRAY-LEN TO WS-ROW-LIMIT
           END-IF

           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                       UNTIL WS-ROW-IDX > WS-ROW-LIMIT
               PERFORM BUILD-ONE-ROW
           END-PERFORM.

       BUILD-ONE-ROW.
           MOVE SPACES TO WS-ELEMENT-RAW
           CALL "JSON-GET-ARRAY-ELEMENT" USING WS-JSON-BUF
                                               WS-JSON-KEY
                                               WS-ROW-IDX
                                               WS-ELEMENT-RAW
           MOVE SPACES TO WS-ELEMENT-BUF
           MOVE WS-ELEMENT-RAW TO WS-ELEMENT-BUF

           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                       UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
               IF WS-FIELD-IDX > 1
                   STRING "," DELIMITED BY SIZE
                          INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
                          ON OVERFLOW CONTINUE
                   END-STRING
               END-IF
               PERFORM APPEND-ONE-VALUE
           END-PERFORM
           ADD 1 TO WS-CUR-COUNT
           MOVE WS-CSV-LINE TO WS-CUR-LINE(WS-CUR-COUNT)
           MOVE "Y" TO WS-CUR-NEW(WS-CUR-COUNT)

           IF WS-COND-TYPE = "FIELD"
               MOVE SPACES TO WS-JSON-KEY
               MOVE WS-COND-FIELD TO WS-JSON-KEY
               CALL "JSON-GET-STRING" USING WS-ELEMENT-BUF
                                            WS-JSON-KEY
                                            WS-JSON-STR-SCRATCH
               IF WS-JSON-STR-SCRATCH = WS-COND-VALUE
                   MOVE "Y" TO WS-W-FIELD-HIT
               END-IF
               MOVE SPACES TO WS-JSON-KEY
               MOVE WS-WT-ARRAY(WS-WATCH-IDX) TO WS-JSON-KEY
           END-IF.

      ******************************************************************
      * APPEND-ONE-VALUE: Read the current field from the current
      * element and append it quoted, doubling embedded quotes
      ******************************************************************
       APPEND-ONE-VALUE.
           MOVE SPACES TO WS-JSON-KEY
           MOVE WS-FIELD-NAME(WS-FIELD-IDX) TO WS-JSON-KEY
           CALL "JSON-GET-STRING" USING WS-ELEMENT-BUF
                                        WS-JSON-KEY
                                        WS-JSON-STR-SCRATCH
           MOVE WS-JSON-STR-SCRATCH TO WS-VALUE-TEXT
           MOVE SPACES TO WS-JSON-KEY
           MOVE WS-WT-ARRAY(WS-WATCH-IDX) TO WS-JSON-KEY

           MOVE LENGTH OF WS-VALUE-TEXT TO WS-VALUE-LEN
           PERFORM UNTIL WS-VALUE-LEN = 0
                      OR WS-VALUE-TEXT(WS-VALUE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-VALUE-LEN
           END-PERFORM

           STRING '"' DELIMITED BY SIZE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
                  ON OVERFLOW CONTINUE
           END-STRING
           PERFORM VARYING WS-VALUE-IDX FROM 1 BY 1
                       UNTIL WS-VALUE-IDX > WS-VALUE-LEN
               IF WS-VALUE-TEXT(WS-VALUE-IDX:1) = '"'
                   STRING '""' DELIMITED BY SIZE
                          INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
                          ON OVERFLOW CONTINUE
                   END-STRING
               ELSE
                   STRING WS-VALUE-TEXT(WS-VALUE-IDX:1)
                              DELIMITED BY SIZE
                          INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
                          ON OVERFLOW CONTINUE
                   END-STRING
               END-IF
           END-PERFORM
           STRING '"' DELIMITED BY SIZE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
                  ON OVERFLOW CONTINUE
           END-STRING.

      ******************************************************************
      * BUILD-WATCH-PATHS: The watch's kept-rows and extract files
      ******************************************************************
       BUILD-WATCH-PATHS.
           MOVE SPACES TO WS-PREV-PATH WS-CHANGES-PATH
           STRING WS-WATCH-DIR DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-WT-NAME(WS-WATCH-IDX) DELIMITED BY SPACE
                  ".prev" DELIMITED BY SIZE
                  INTO WS-PREV-PATH
           STRING WS-WATCH-DIR DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-WT-NAME(WS-WATCH-IDX) DELIMITED BY SPACE
                  "_changes.csv" DELIMITED BY SIZE
                  INTO WS-CHANGES-PATH.

      ******************************************************************
      * LOAD-PREVIOUS-ROWS: Last run's rows; none on file means this
      * is the watch's first run
      ******************************************************************
       LOAD-PREVIOUS-ROWS.
           MOVE 0 TO WS-PREV-COUNT
           MOVE "N" TO WS-W-FIRST-RUN
           OPEN INPUT PREV-FILE
           IF WS-PREV-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-W-FIRST-RUN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ PREV-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-PREV-COUNT < 500
                           ADD 1 TO WS-PREV-COUNT
                           MOVE PREV-RECORD
                               TO WS-PREV-LINE(WS-PREV-COUNT)
                           MOVE "N" TO WS-PREV-MATCHED(WS-PREV-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PREV-FILE.

      ******************************************************************
      * COMPARE-ROWS: A row is changed when no row of last run
      * matches it field for field; a row of last run that nothing
      * matches now has gone. On a first run nothing is changed.
      ******************************************************************
       COMPARE-ROWS.
           MOVE 0 TO WS-W-CHANGED WS-W-REMOVED
           IF WS-W-FIRST-RUN = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                       UNTIL WS-CUR-IDX > WS-CUR-COUNT
               PERFORM VARYING WS-PREV-IDX FROM 1 BY 1
                           UNTIL WS-PREV-IDX > WS-PREV-COUNT
                   IF WS-PREV-MATCHED(WS-PREV-IDX) = "N"
                       AND WS-PREV-LINE(WS-PREV-IDX)
                           = WS-CUR-LINE(WS-CUR-IDX)
                       MOVE "Y" TO WS-PREV-MATCHED(WS-PREV-IDX)
                       MOVE "N" TO WS-CUR-NEW(WS-CUR-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-CUR-NEW(WS-CUR-IDX) = "Y"
                   ADD 1 TO WS-W-CHANGED
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PREV-IDX FROM 1 BY 1
                       UNTIL WS-PREV-IDX > WS-PREV-COUNT
               IF WS-PREV-MATCHED(WS-PREV-IDX) = "N"
                   ADD 1 TO WS-W-REMOVED
               END-IF
           END-PERFORM.

      ******************************************************************
      * WRITE-CHANGES-EXTRACT: Header line of field names, then the
      * changed rows
      ******************************************************************
       WRITE-CHANGES-EXTRACT.
           OPEN OUTPUT CHANGES-FILE
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                       UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
               IF WS-FIELD-IDX > 1
                   STRING "," DELIMITED BY SIZE
                          INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               END-IF
               STRING WS-FIELD-NAME(WS-FIELD-IDX) DELIMITED BY SPACE
                      INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-PERFORM
           MOVE WS-CSV-LINE TO CHANGES-RECORD
           WRITE CHANGES-RECORD

           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                       UNTIL WS-CUR-IDX > WS-CUR-COUNT
               IF WS-CUR-NEW(WS-CUR-IDX) = "Y"
                   MOVE WS-CUR-LINE(WS-CUR-IDX) TO CHANGES-RECORD
                   WRITE CHANGES-RECORD
               END-IF
           END-PERFORM
           CLOSE CHANGES-FILE.

      ******************************************************************
      * SAVE-CURRENT-ROWS: This run's rows become the next run's
      * comparison
      ******************************************************************
       SAVE-CURRENT-ROWS.
           OPEN OUTPUT PREV-FILE
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                       UNTIL WS-CUR-IDX > WS-CUR-COUNT
               MOVE WS-CUR-LINE(WS-CUR-IDX) TO PREV-RECORD
               WRITE PREV-RECORD
           END-PERFORM
           CLOSE PREV-FILE.

      ******************************************************************
      * EVALUATE-CONDITION: TRIPPED or OK, with the reason
      ******************************************************************
       EVALUATE-CONDITION.
           MOVE "OK" TO WS-W-STATUS
           MOVE SPACES TO WS-W-DETAIL
           EVALUATE WS-COND-TYPE
               WHEN "ROWS-ABOVE"
                   IF WS-W-ROWS > WS-COND-LIMIT
                       MOVE "TRIPPED" TO WS-W-STATUS
                   END-IF
                   STRING "rows " DELIMITED BY SIZE
                          WS-W-ROWS DELIMITED BY SIZE
                          " limit above " DELIMITED BY SIZE
                          WS-COND-LIMIT DELIMITED BY SIZE
                          INTO WS-W-DETAIL
               WHEN "ROWS-BELOW"
                   IF WS-W-ROWS < WS-COND-LIMIT
                       MOVE "TRIPPED" TO WS-W-STATUS
                   END-IF
                   STRING "rows " DELIMITED BY SIZE
                          WS-W-ROWS DELIMITED BY SIZE
                          " limit below " DELIMITED BY SIZE
                          WS-COND-LIMIT DELIMITED BY SIZE
                          INTO WS-W-DETAIL
               WHEN "CHANGED"
                   IF WS-W-FIRST-RUN = "Y"
                       MOVE "first run - rows kept as the baseline"
                           TO WS-W-DETAIL
                   ELSE
                       IF WS-W-CHANGED > 0 OR WS-W-REMOVED > 0
                           MOVE "TRIPPED" TO WS-W-STATUS
                           MOVE "result changed since the last run"
                               TO WS-W-DETAIL
                       ELSE
                           MOVE "result unchanged" TO WS-W-DETAIL
                       END-IF
                   END-IF
               WHEN "FIELD"
                   IF WS-W-FIELD-HIT = "Y"
                       MOVE "TRIPPED" TO WS-W-STATUS
                       STRING "a row has " DELIMITED BY SIZE
                              WS-COND-FIELD DELIMITED BY SPACE
                              " = " DELIMITED BY SIZE
                              WS-COND-VALUE DELIMITED BY "  "
                              INTO WS-W-DETAIL
                   ELSE
                       STRING "no row has " DELIMITED BY SIZE
                              WS-COND-FIELD DELIMITED BY SPACE
                              " = " DELIMITED BY SIZE
                              WS-COND-VALUE DELIMITED BY "  "
                              INTO WS-W-DETAIL
                   END-IF
           END-EVALUATE
           IF WS-W-ROWS > 500
               MOVE WS-W-DETAIL TO WS-DETAIL-WORK
               MOVE SPACES TO WS-W-DETAIL
               STRING WS-DETAIL-WORK DELIMITED BY "  "
                      " - first 500 rows compared" DELIMITED BY SIZE
                      INTO WS-W-DETAIL
           END-IF.

      ******************************************************************
      * RAISE-WATCH-ALERT: One WARNING on the spool per tripped watch
      ******************************************************************
       RAISE-WATCH-ALERT.
           MOVE "WARNING" TO WS-NOTIFY-SEVERITY
           MOVE SPACES TO WS-NOTIFY-SUMMARY
           STRING "Watch " DELIMITED BY SIZE
                  WS-WT-NAME(WS-WATCH-IDX) DELIMITED BY SPACE
                  " tripped" DELIMITED BY SIZE
                  INTO WS-NOTIFY-SUMMARY
           MOVE SPACES TO WS-NOTIFY-DETAIL
           STRING WS-WT-CONDITION(WS-WATCH-IDX) DELIMITED BY "  "
                  ": " DELIMITED BY SIZE
                  WS-W-DETAIL DELIMITED BY "  "
                  "; rows " DELIMITED BY SIZE
                  WS-W-ROWS DELIMITED BY SIZE
                  ", changed " DELIMITED BY SIZE
                  WS-W-CHANGED DELIMITED BY SIZE
                  ", removed " DELIMITED BY SIZE
                  WS-W-REMOVED DELIMITED BY SIZE
                  INTO WS-NOTIFY-DETAIL
           IF WS-W-CHANGED > 0
               MOVE WS-NOTIFY-DETAIL TO WS-DETAIL-WORK
               MOVE SPACES TO WS-NOTIFY-DETAIL
               STRING WS-DETAIL-WORK DELIMITED BY "  "
                      " - see " DELIMITED BY SIZE
                      WS-CHANGES-PATH DELIMITED BY SPACE
                      INTO WS-NOTIFY-DETAIL
           END-IF
           CALL "NOTIFY-SPOOL-WRITE" USING WS-NOTIFY-SEVERITY
                                           WS-HIST-JOB-NAME
                                           WS-NOTIFY-SUMMARY
                                           WS-NOTIFY-DETAIL
                                           WS-HIST-CID.

      ******************************************************************
      * WRITE-WATCH-LINE: The watch's report record
      ******************************************************************
       WRITE-WATCH-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WATCH|" DELIMITED BY SIZE
                  WS-WT-NAME(WS-WATCH-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-W-STATUS DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-W-ROWS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-W-CHANGED DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-W-REMOVED DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-W-DETAIL DELIMITED BY "  "
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           DISPLAY "Watch " WS-WT-NAME(WS-WATCH-IDX)(1:32) " "
                   WS-W-STATUS " rows " WS-W-ROWS
                   " changed " WS-W-CHANGED.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO WATCH-REPORT-RECORD
           WRITE WATCH-REPORT-RECORD.

      ******************************************************************
      * WRITE-WATCH-STATE: Every watch that has ever run, with its
      * latest run
      ******************************************************************
       WRITE-WATCH-STATE.
           OPEN OUTPUT STATE-FILE
           PERFORM VARYING WS-WATCH-IDX FROM 1 BY 1
                       UNTIL WS-WATCH-IDX > WS-WATCH-COUNT
               IF WS-WT-LAST-DATE(WS-WATCH-IDX) NOT = SPACES
                   MOVE SPACES TO STATE-RECORD
                   STRING WS-WT-NAME(WS-WATCH-IDX) DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-WT-LAST-DATE(WS-WATCH-IDX)
                              DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          WS-WT-LAST-TS(WS-WATCH-IDX) DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          WS-WT-LAST-ROWS(WS-WATCH-IDX)
                              DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          WS-WT-LAST-STATUS(WS-WATCH-IDX)
                              DELIMITED BY SPACE
                          INTO STATE-RECORD
                   WRITE STATE-RECORD
               END-IF
           END-PERFORM
           CLOSE STATE-FILE.

      ******************************************************************
      * LOAD-LIBRARY-QUERY: Assemble the watch's request from its
      * library section, then resolve and validate its parameters
      ******************************************************************
       LOAD-LIBRARY-QUERY.
           MOVE "N" TO WS-LOAD-ERROR
           MOVE "N" TO WS-IN-SECTION
           MOVE "N" TO WS-SECTION-SEEN
           MOVE 0 TO WS-PARAM-COUNT
           MOVE SPACES TO WS-QRY-STRING
           MOVE SPACES TO WS-QRY-VARIABLES
           MOVE SPACES TO WS-QRY-OPERATION-NAME
           MOVE SPACES TO WS-QRY-PERSISTED-ID
           MOVE 1 TO WS-QUERY-PTR

           OPEN INPUT LIBRARY-FILE
           IF WS-LIBRARY-FILE-STATUS NOT = "00"
               STRING "cannot open query library " DELIMITED BY SIZE
                      WS-LIBRARY-FILE-NAME DELIMITED BY SPACE
                      INTO WS-W-DETAIL
               MOVE "Y" TO WS-LOAD-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-LIB-EOF
           PERFORM UNTIL WS-LIB-EOF = "Y"
               READ LIBRARY-FILE
                   AT END MOVE "Y" TO WS-LIB-EOF
                   NOT AT END
                       PERFORM PARSE-LIBRARY-RECORD
               END-READ
           END-PERFORM
           CLOSE LIBRARY-FILE

           IF WS-SECTION-SEEN NOT = "Y"
               STRING "query " DELIMITED BY SIZE
                      WS-LIB-QUERY-NAME DELIMITED BY SPACE
                      " is not in the library" DELIMITED BY SIZE
                      INTO WS-W-DETAIL
               MOVE "Y" TO WS-LOAD-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-QRY-STRING = SPACES
               STRING "library query " DELIMITED BY SIZE
                      WS-LIB-QUERY-NAME DELIMITED BY SPACE
                      " carries no QUERY text" DELIMITED BY SIZE
                      INTO WS-W-DETAIL
               MOVE "Y" TO WS-LOAD-ERROR
               EXIT PARAGRAPH
           END-IF

           PERFORM RESOLVE-SUPPLIED-PARAMS
           IF WS-LOAD-ERROR = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-PARAMS
           IF WS-LOAD-ERROR = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM SUBSTITUTE-ALL-PARAMS

           IF WS-QRY-VARIABLES NOT = SPACES
               MOVE SPACES TO WS-JSON-BUF
               MOVE WS-QRY-VARIABLES TO WS-JSON-BUF
               CALL "JSON-VALIDATE" USING WS-JSON-BUF WS-VARS-VALID
               IF WS-VARS-VALID NOT = "Y"
                   MOVE "variables are not well-formed JSON"
                       TO WS-W-DETAIL
                   MOVE "Y" TO WS-LOAD-ERROR
               END-IF
           END-IF.

      ******************************************************************
      * PARSE-LIBRARY-RECORD: Track section boundaries and feed the
      * chosen section's tagged records into the request
      ******************************************************************
       PARSE-LIBRARY-RECORD.
           IF LIBRARY-RECORD = SPACES OR LIBRARY-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LIB-TAG WS-LIB-F1 WS-LIB-F2 WS-LIB-F3
                          WS-LIB-F4
           MOVE SPACES TO WS-REC-TAG WS-REC-BODY
           UNSTRING LIBRARY-RECORD DELIMITED BY "|"
               INTO WS-REC-TAG WS-REC-BODY

           EVALUATE WS-REC-TAG
               WHEN "NAME"
                   IF WS-REC-BODY(1:64) = WS-LIB-QUERY-NAME
                       MOVE "Y" TO WS-IN-SECTION
                       MOVE "Y" TO WS-SECTION-SEEN
                   ELSE
                       MOVE "N" TO WS-IN-SECTION
                   END-IF
               WHEN "END"
                   MOVE "N" TO WS-IN-SECTION
               WHEN "PARAM"
                   IF WS-IN-SECTION = "Y"
                       PERFORM LOAD-PARAM-DECLARATION
                   END-IF
               WHEN "OPNAME"
                   IF WS-IN-SECTION = "Y"
                       MOVE WS-REC-BODY TO WS-QRY-OPERATION-NAME
                   END-IF
               WHEN "VARS"
                   IF WS-IN-SECTION = "Y"
                       MOVE WS-REC-BODY TO WS-QRY-VARIABLES
                   END-IF
               WHEN "QUERY"
                   IF WS-IN-SECTION = "Y"
                       PERFORM APPEND-QUERY-TEXT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * LOAD-PARAM-DECLARATION: One PARAM record -
      * "PARAM|name|type|required-or-optional|default"
      ******************************************************************
       LOAD-PARAM-DECLARATION.
           IF WS-PARAM-COUNT >= 10
               EXIT PARAGRAPH
           END-IF
           UNSTRING LIBRARY-RECORD DELIMITED BY "|"
               INTO WS-LIB-TAG WS-LIB-F1 WS-LIB-F2 WS-LIB-F3
                    WS-LIB-F4
           IF WS-LIB-F1 = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PARAM-COUNT
           MOVE WS-LIB-F1 TO WS-PRM-NAME(WS-PARAM-COUNT)
           IF WS-LIB-F2 = "number"
               MOVE "number" TO WS-PRM-TYPE(WS-PARAM-COUNT)
           ELSE
               MOVE "string" TO WS-PRM-TYPE(WS-PARAM-COUNT)
           END-IF
           IF WS-LIB-F3 = "required"
               MOVE "Y" TO WS-PRM-REQUIRED(WS-PARAM-COUNT)
           ELSE
               MOVE "N" TO WS-PRM-REQUIRED(WS-PARAM-COUNT)
           END-IF
           MOVE WS-LIB-F4 TO WS-PRM-VALUE(WS-PARAM-COUNT)
           MOVE "N" TO WS-PRM-SUPPLIED(WS-PARAM-COUNT).

      ******************************************************************
      * RESOLVE-SUPPLIED-PARAMS: Match each NAME=value pair of the
      * watch's parameters against a declared parameter
      ******************************************************************
       RESOLVE-SUPPLIED-PARAMS.
           IF WS-LIB-QUERY-PARAMS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PAIR-TABLE
           UNSTRING WS-LIB-QUERY-PARAMS DELIMITED BY ","
               INTO WS-PAIR(1) WS-PAIR(2) WS-PAIR(3) WS-PAIR(4)
                    WS-PAIR(5) WS-PAIR(6) WS-PAIR(7) WS-PAIR(8)
                    WS-PAIR(9) WS-PAIR(10)

           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                       UNTIL WS-PAIR-IDX > 10
               IF WS-PAIR(WS-PAIR-IDX) NOT = SPACES
                   PERFORM RESOLVE-ONE-PAIR
               END-IF
           END-PERFORM.

      ******************************************************************
      * RESOLVE-ONE-PAIR: An undeclared name is refused outright -
      * a typo in a parameter name must not run the query without it
      ******************************************************************
       RESOLVE-ONE-PAIR.
           MOVE SPACES TO WS-PAIR-NAME WS-PAIR-VALUE
           UNSTRING WS-PAIR(WS-PAIR-IDX) DELIMITED BY "="
               INTO WS-PAIR-NAME WS-PAIR-VALUE

           PERFORM VARYING WS-PARAM-IDX FROM 1 BY 1
                       UNTIL WS-PARAM-IDX > WS-PARAM-COUNT
               IF WS-PRM-NAME(WS-PARAM-IDX) = WS-PAIR-NAME
                   MOVE WS-PAIR-VALUE
                       TO WS-PRM-VALUE(WS-PARAM-IDX)
                   MOVE "Y" TO WS-PRM-SUPPLIED(WS-PARAM-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-W-DETAIL
           STRING "parameter " DELIMITED BY SIZE
                  WS-PAIR-NAME DELIMITED BY SPACE
                  " is not declared by query " DELIMITED BY SIZE
                  WS-LIB-QUERY-NAME DELIMITED BY SPACE
                  INTO WS-W-DETAIL
           MOVE "Y" TO WS-LOAD-ERROR.

      ******************************************************************
      * VALIDATE-PARAMS: Required parameters must have a value and
      * number-typed values must actually be numeric
      ******************************************************************
       VALIDATE-PARAMS.
           PERFORM VARYING WS-PARAM-IDX FROM 1 BY 1
                       UNTIL WS-PARAM-IDX > WS-PARAM-COUNT
               IF WS-PRM-REQUIRED(WS-PARAM-IDX) = "Y"
                   AND WS-PRM-VALUE(WS-PARAM-IDX) = SPACES
                   MOVE SPACES TO WS-W-DETAIL
                   STRING "required parameter " DELIMITED BY SIZE
                          WS-PRM-NAME(WS-PARAM-IDX) DELIMITED BY SPACE
                          " was not supplied" DELIMITED BY SIZE
                          INTO WS-W-DETAIL
                   MOVE "Y" TO WS-LOAD-ERROR
               END-IF
               IF WS-PRM-TYPE(WS-PARAM-IDX) = "number"
                   AND WS-PRM-VALUE(WS-PARAM-IDX) NOT = SPACES
                   PERFORM CHECK-NUMERIC-VALUE
                   IF WS-NUM-CHECK-OK NOT = "Y"
                       MOVE SPACES TO WS-W-DETAIL
                       STRING "parameter " DELIMITED BY SIZE
                              WS-PRM-NAME(WS-PARAM-IDX)
                                  DELIMITED BY SPACE
                              " must be numeric" DELIMITED BY SIZE
                              INTO WS-W-DETAIL
                       MOVE "Y" TO WS-LOAD-ERROR
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * CHECK-NUMERIC-VALUE: Digits only, up to the value's trimmed
      * length
      ******************************************************************
       CHECK-NUMERIC-VALUE.
           MOVE "Y" TO WS-NUM-CHECK-OK
           PERFORM VARYING WS-NUM-CHECK-IDX FROM 1 BY 1
                       UNTIL WS-NUM-CHECK-IDX > 256
                          OR WS-PRM-VALUE(WS-PARAM-IDX)
                             (WS-NUM-CHECK-IDX:1) = SPACE
               IF WS-PRM-VALUE(WS-PARAM-IDX)(WS-NUM-CHECK-IDX:1)
                   IS NOT NUMERIC
                   MOVE "N" TO WS-NUM-CHECK-OK
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * SUBSTITUTE-ALL-PARAMS: Replace every parameter's "&NAME&"
      * placeholder in the query text and the variables JSON
      ******************************************************************
       SUBSTITUTE-ALL-PARAMS.
           PERFORM VARYING WS-PARAM-IDX FROM 1 BY 1
                       UNTIL WS-PARAM-IDX > WS-PARAM-COUNT
               PERFORM BUILD-SUB-TOKEN
               MOVE SPACES TO WS-SUB-SRC
               MOVE WS-QRY-STRING TO WS-SUB-SRC
               PERFORM SUBSTITUTE-IN-BUFFER
               MOVE WS-SUB-OUT TO WS-QRY-STRING
               IF WS-QRY-VARIABLES NOT = SPACES
                   MOVE SPACES TO WS-SUB-SRC
                   MOVE WS-QRY-VARIABLES TO WS-SUB-SRC
                   PERFORM SUBSTITUTE-IN-BUFFER
                   MOVE WS-SUB-OUT(1:4000) TO WS-QRY-VARIABLES
               END-IF
           END-PERFORM.

      ******************************************************************
      * BUILD-SUB-TOKEN: "&NAME&" for the current parameter, plus
      * the trimmed lengths the scan below copies by
      ******************************************************************
       BUILD-SUB-TOKEN.
           MOVE 64 TO WS-NAME-TRIM-LEN
           PERFORM UNTIL WS-NAME-TRIM-LEN = 0
                      OR WS-PRM-NAME(WS-PARAM-IDX)
                         (WS-NAME-TRIM-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-NAME-TRIM-LEN
           END-PERFORM
           MOVE SPACES TO WS-SUB-TOKEN
           STRING "&" DELIMITED BY SIZE
                  WS-PRM-NAME(WS-PARAM-IDX)(1:WS-NAME-TRIM-LEN)
                      DELIMITED BY SIZE
                  "&" DELIMITED BY SIZE
                  INTO WS-SUB-TOKEN
           COMPUTE WS-SUB-TOKEN-LEN = WS-NAME-TRIM-LEN + 2

           MOVE 256 TO WS-SUB-VALUE-LEN
           PERFORM UNTIL WS-SUB-VALUE-LEN = 0
                      OR WS-PRM-VALUE(WS-PARAM-IDX)
                         (WS-SUB-VALUE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-SUB-VALUE-LEN
           END-PERFORM.

      ******************************************************************
      * SUBSTITUTE-IN-BUFFER: Copy WS-SUB-SRC to WS-SUB-OUT, emitting
      * the parameter value wherever its token appears
      ******************************************************************
       SUBSTITUTE-IN-BUFFER.
           MOVE 8000 TO WS-SUB-SRC-LEN
           PERFORM UNTIL WS-SUB-SRC-LEN = 0
                      OR WS-SUB-SRC(WS-SUB-SRC-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-SUB-SRC-LEN
           END-PERFORM

           MOVE SPACES TO WS-SUB-OUT
           MOVE 1 TO WS-SUB-OUT-PTR
           MOVE 1 TO WS-SUB-IN-IDX
           PERFORM UNTIL WS-SUB-IN-IDX > WS-SUB-SRC-LEN
               IF WS-SUB-IN-IDX + WS-SUB-TOKEN-LEN - 1
                       <= WS-SUB-SRC-LEN
                   AND WS-SUB-SRC(WS-SUB-IN-IDX:WS-SUB-TOKEN-LEN)
                       = WS-SUB-TOKEN(1:WS-SUB-TOKEN-LEN)
                   IF WS-SUB-VALUE-LEN > 0
                       STRING WS-PRM-VALUE(WS-PARAM-IDX)
                                  (1:WS-SUB-VALUE-LEN)
                                  DELIMITED BY SIZE
                              INTO WS-SUB-OUT
                              WITH POINTER WS-SUB-OUT-PTR
                              ON OVERFLOW CONTINUE
                       END-STRING
                   END-IF
                   ADD WS-SUB-TOKEN-LEN TO WS-SUB-IN-IDX
               ELSE
                   STRING WS-SUB-SRC(WS-SUB-IN-IDX:1)
                              DELIMITED BY SIZE
                          INTO WS-SUB-OUT
                          WITH POINTER WS-SUB-OUT-PTR
                          ON OVERFLOW CONTINUE
                   END-STRING
                   ADD 1 TO WS-SUB-IN-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      * APPEND-QUERY-TEXT: Add one QUERY record's text to the query
      * string, separated from the text before it by a space
      ******************************************************************
       APPEND-QUERY-TEXT.
           MOVE LENGTH OF WS-REC-BODY TO WS-BODY-LEN
           PERFORM UNTIL WS-BODY-LEN = 0
                      OR WS-REC-BODY(WS-BODY-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-BODY-LEN
           END-PERFORM
           IF WS-BODY-LEN = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-QUERY-PTR > 1
               STRING " " DELIMITED BY SIZE
                      INTO WS-QRY-STRING WITH POINTER WS-QUERY-PTR
           END-IF
           STRING WS-REC-BODY(1:WS-BODY-LEN) DELIMITED BY SIZE
                  INTO WS-QRY-STRING WITH POINTER WS-QUERY-PTR
                  ON OVERFLOW CONTINUE
           END-STRING.

      ******************************************************************
      * INITIALIZE-CONFIG: Build the Grey config from the job's
      * environment (GREY_HOST/GREY_PORT), defaulting to local dev
      ******************************************************************
       INITIALIZE-CONFIG.
           ACCEPT WS-HOST-ENV FROM ENVIRONMENT "GREY_HOST"
           ACCEPT WS-PORT-ENV FROM ENVIRONMENT "GREY_PORT"
           ACCEPT WS-USER-ENV FROM ENVIRONMENT "GREY_USERNAME"
           ACCEPT WS-PASS-ENV FROM ENVIRONMENT "GREY_PASSWORD"
           ACCEPT WS-TENANT-ENV FROM ENVIRONMENT "GREY_TENANT_ID"
           ACCEPT WS-PROXY-ENV FROM ENVIRONMENT "GREY_HTTP_PROXY"

           ACCEPT WS-PROFILE-ENV FROM ENVIRONMENT "GREY_PROFILE"
           IF WS-PROFILE-ENV NOT = SPACES
               CALL "CONFIG-PROFILE-LOAD" USING WS-PROFILE-ENV
                                                WS-GREY-CONFIG
                                                WS-PROFILE-LOADED
               IF WS-PROFILE-LOADED NOT = "Y"
                   DISPLAY "Profile not found: " WS-PROFILE-ENV
               END-IF
           END-IF

           IF WS-HOST-ENV = SPACES
               MOVE "localhost" TO WS-HOST-ENV
           END-IF

           IF WS-PORT-ENV = SPACES
               MOVE 8080 TO WS-PORT-NUM
           ELSE
               MOVE WS-PORT-ENV TO WS-PORT-NUM
           END-IF

           IF WS-PROFILE-LOADED NOT = "Y"
               CALL "SDK-INIT-PRODUCTION" USING WS-HOST-ENV
                                                WS-PORT-NUM
                                                WS-GREY-CONFIG
           END-IF

           IF WS-TENANT-ENV NOT = SPACES
               CALL "SDK-SET-TENANT-ID" USING WS-GREY-CONFIG
                                              WS-TENANT-ENV
           END-IF

           IF WS-PROXY-ENV NOT = SPACES
               CALL "SDK-SET-PROXY" USING WS-GREY-CONFIG
                                          WS-PROXY-ENV
           END-IF.

      ******************************************************************
      * AUTHENTICATE: Reuse a session saved by an earlier step in this
      * job if one is available; otherwise log in and save the session
      ******************************************************************
       AUTHENTICATE.
           CALL "SDK-LOAD-SESSION" USING WS-GREY-CONFIG WS-GREY-RESULT
           IF WS-RESULT-OK = "Y"
               DISPLAY "Reusing session from a prior job step"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-USER-ENV TO WS-AUTH-USERNAME
           MOVE WS-PASS-ENV TO WS-AUTH-PASSWORD
           MOVE SPACES TO WS-AUTH-REFRESH-TOKEN

           CALL "AUTH-LOGIN" USING WS-GREY-CONFIG WS-AUTH-REQUEST
                                   WS-AUTH-RESPONSE WS-GREY-RESULT

           IF WS-RESULT-OK = "Y"
               CALL "SDK-SAVE-SESSION" USING WS-GREY-CONFIG
           END-IF.

       RECORD-RUN-HISTORY.
           CALL "RUN-HISTORY-END" USING WS-HIST-JOB-NAME
                                        WS-HIST-READ
                                        WS-HIST-OK
                                        WS-HIST-FAIL
                                        RETURN-CODE
                                        WS-HIST-CID.

       END PROGRAM QUERY-WATCH.
