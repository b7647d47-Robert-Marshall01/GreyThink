      ******************************************************************
      * project_refresh.cbl - Grey Targeted Project Refresh
      * "Grey shows the new owner but your report doesn't" used to
      * mean waiting for the nightly sync or running a full delta
      * pull. The console, the exception queue and other jobs drop
      * project IDs into the refresh request file (REFRESH-QUEUE,
      * "timestamp|project-id|requested-by|reason|attempts"), and
      * this short job - run every few minutes during the day -
      * re-fetches just those projects, so a disputed record is
      * corrected in minutes.
      *
      * The run takes the request file over whole by renaming it to
      * its work file (the request file name plus ".wrk"), so a
      * request added mid-run waits in a fresh request file for the
      * next run. A work file left by a run that ended abnormally is
      * picked up again before any newer requests.
      *
      * Each project is fetched with PROJECTS-GET, sending the ETag on
      * its master record as If-None-Match:
      *   UNCHANGED      Grey answered 304 - the master is current
      *   REFRESHED      the master record was rewritten from Grey
      *   ADDED          the project was not on the master; now it is
      *   STALE          the broker refused the write - the master
      *                  already holds a newer update
      *   DELETED        Grey reports NOT-FOUND; the master record
      *                  (and its stored metadata) is removed
      *   NOT-ON-MASTER  Grey reports NOT-FOUND and the master never
      *                  had the project
      *   REQUEUED       any other error Grey marks retryable - the
      *                  request is put back on the request file for
      *                  the next run with its original timestamp and
      *                  one more attempt counted
      *   FAILED         an error that is not retryable, or the
      *                  fetch has now failed GREY_REFRESH_MAX_ATTEMPTS
      *                  times (default 5) - the request is dropped
      * Every master and metadata-store write runs through
      * MASTER-UPDATE-BROKER, exactly as the webhook processor's
      * re-fetch does, so each change lands in the change journal.
      * A project requested more than once in a run is fetched once;
      * the later requests repeat its outcome.
      *
      * One result line per request is appended to
      * /tmp/grey_refresh_results.txt:
      *   "handled-at|requested-at|project-id|requested-by|outcome|
      *    detail"
      *
      * Return code: 0 clean (or nothing queued), 4 one or more
      * requests FAILED or REQUEUED, 8 the master could not be
      * opened or login failed (the work file is kept for the next
      * run), 12 another
      * instance holds the run lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT-REFRESH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-WORK-FILE ASSIGN TO WS-WORK-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT LOCAL-MASTER-FILE ASSIGN TO WS-MASTER-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SYNC-PROJ-ID
               ALTERNATE RECORD KEY SYNC-PROJ-NAME-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY SYNC-PROJ-OWNER WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT META-STORE-FILE ASSIGN TO WS-META-STORE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY META-PROJ-ID
               FILE STATUS IS WS-META-STORE-STATUS.

           SELECT RESULT-FILE ASSIGN TO WS-RESULT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-WORK-FILE.
       01  REQUEST-WORK-RECORD         PIC X(300).

       FD  LOCAL-MASTER-FILE.
       COPY GREYSYNC.

       FD  META-STORE-FILE.
       COPY GREYMETA.

       FD  RESULT-FILE.
       01  RESULT-RECORD               PIC X(512).

       WORKING-STORAGE SECTION.
       COPY GREYCONF.
       COPY GREYERR.
       COPY GREYRES.
       COPY GREYAUTH.
       COPY GREYPROJ.

       01  WS-REQUEST-FILE-NAME        PIC X(64)
               VALUE "/tmp/grey_refresh_requests.txt".
       01  WS-REQUEST-FILE-ENV         PIC X(64)  VALUE SPACES.
       01  WS-WORK-FILE-NAME           PIC X(64)  VALUE SPACES.
       01  WS-WORK-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-MASTER-FILE-NAME         PIC X(64)
               VALUE "/tmp/grey_project_master.dat".
       01  WS-MASTER-FILE-STATUS       PIC XX     VALUE SPACES.
       01  WS-RESULT-FILE-NAME         PIC X(64)
               VALUE "/tmp/grey_refresh_results.txt".
       01  WS-RESULT-FILE-STATUS       PIC XX     VALUE SPACES.
       01  WS-RESULT-LINE              PIC X(512) VALUE SPACES.
       01  WS-COMMAND                  PIC X(256) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-TS                       PIC X(19)  VALUE SPACES.

       01  WS-HOST-ENV                 PIC X(256) VALUE SPACES.
       01  WS-PORT-ENV                 PIC X(5)   VALUE SPACES.
       01  WS-PORT-NUM                 PIC 9(5)   VALUE 0.
       01  WS-USER-ENV                 PIC X(256) VALUE SPACES.
       01  WS-PASS-ENV                 PIC X(256) VALUE SPACES.
       01  WS-TENANT-ENV               PIC X(64)  VALUE SPACES.
       01  WS-PROXY-ENV                PIC X(512) VALUE SPACES.
       01  WS-PROFILE-ENV              PIC X(32)  VALUE SPACES.
       01  WS-PROFILE-LOADED           PIC X      VALUE "N".
       01  WS-LOGIN-STATE              PIC X      VALUE "N".
           88  WS-LOGGED-IN                       VALUE "Y".

      ******************************************************************
      * The requests taken over this run, with the outcome each one
      * gets; lines past the table's end go back on the request file
      ******************************************************************
       01  WS-REQUEST-TABLE.
           05  WS-RQ-COUNT             PIC 9(4)   VALUE 0.
           05  WS-RQ-ENTRY OCCURS 1000 TIMES.
               10  WS-RQ-REQUESTED-AT  PIC X(19).
               10  WS-RQ-PROJ-ID       PIC X(64).
               10  WS-RQ-REQUESTED-BY  PIC X(64).
               10  WS-RQ-REASON        PIC X(120).
               10  WS-RQ-ATTEMPTS      PIC 9(3).
               10  WS-RQ-OUTCOME       PIC X(13).
               10  WS-RQ-DETAIL        PIC X(200).
       01  WS-RQ-IDX                   PIC 9(4)   VALUE 0.
       01  WS-RQ-SCAN                  PIC 9(4)   VALUE 0.
       01  WS-RQ-SAME                  PIC 9(4)   VALUE 0.

      ******************************************************************
      * One request line torn into its fields
      ******************************************************************
       01  WS-IN-REQUESTED-AT          PIC X(19)  VALUE SPACES.
       01  WS-IN-PROJ-ID               PIC X(64)  VALUE SPACES.
       01  WS-IN-REQUESTED-BY          PIC X(64)  VALUE SPACES.
       01  WS-IN-REASON                PIC X(120) VALUE SPACES.
       01  WS-IN-ATTEMPTS              PIC X(3)   VALUE SPACES.
       01  WS-IN-ATTEMPT-COUNT         PIC 9(3)   VALUE 0.
       01  WS-REQUEUED                 PIC X      VALUE "N".

      ******************************************************************
      * The project in hand - master state before the fetch
      ******************************************************************
       01  WS-CUR-PROJ-ID              PIC X(64)  VALUE SPACES.
       01  WS-CUR-ON-MASTER            PIC X      VALUE "N".
       01  WS-CUR-OUTCOME              PIC X(13)  VALUE SPACES.
       01  WS-CUR-DETAIL               PIC X(200) VALUE SPACES.
       01  WS-CUR-RETRYABLE            PIC X      VALUE "N".

      ******************************************************************
      * Failed fetches - a retryable failure goes back on the request
      * file until it has been tried the maximum number of times
      ******************************************************************
       01  WS-MAX-ATTEMPTS             PIC 9(3)   VALUE 5.
       01  WS-MAX-ATTEMPTS-ENV         PIC X(3)   VALUE SPACES.
       01  WS-ATTEMPTS-TEXT            PIC ZZ9.

      ******************************************************************
      * Change-journal images and broker verdict - every master
      * write runs through MASTER-UPDATE-BROKER, which refuses stale
      * overwrites and owns the change journal
      ******************************************************************
       01  WS-JRNL-BEFORE              PIC X(1648) VALUE SPACES.
       01  WS-JRNL-AFTER               PIC X(1648) VALUE SPACES.
       01  WS-GUARD-VERDICT            PIC X       VALUE SPACE.
       01  WS-NORM-TS                  PIC X(32)   VALUE SPACES.

      ******************************************************************
      * Local metadata store - a store that cannot be opened leaves
      * the master refresh unaffected
      ******************************************************************
       01  WS-META-STORE-NAME          PIC X(64)
               VALUE "/tmp/grey_project_metadata.dat".
       01  WS-META-STORE-ENV           PIC X(64)   VALUE SPACES.
       01  WS-META-STORE-STATUS        PIC XX      VALUE SPACES.
       01  WS-META-STORE-OPEN          PIC X       VALUE "N".
       01  WS-META-BEFORE              PIC X(8449) VALUE SPACES.
       01  WS-META-AFTER               PIC X(8449) VALUE SPACES.

       01  WS-FETCH-COUNT              PIC 9(8)   VALUE 0.
       01  WS-UNCHANGED-COUNT          PIC 9(8)   VALUE 0.
       01  WS-REFRESHED-COUNT          PIC 9(8)   VALUE 0.
       01  WS-ADDED-COUNT              PIC 9(8)   VALUE 0.
       01  WS-STALE-COUNT              PIC 9(8)   VALUE 0.
       01  WS-DELETED-COUNT            PIC 9(8)   VALUE 0.
       01  WS-ABSENT-COUNT             PIC 9(8)   VALUE 0.
       01  WS-FAILED-COUNT             PIC 9(8)   VALUE 0.
       01  WS-REQUEUED-COUNT           PIC 9(8)   VALUE 0.
       01  WS-OVERFLOW-COUNT           PIC 9(8)   VALUE 0.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "PROJECT-REFRESH".
       01  WS-HIST-RUN-ID              PIC X(24)  VALUE SPACES.
       01  WS-HIST-READ                PIC 9(8)   VALUE 0.
       01  WS-HIST-OK                  PIC 9(8)   VALUE 0.
       01  WS-HIST-FAIL                PIC 9(8)   VALUE 0.
       01  WS-HIST-CID                 PIC X(40)  VALUE SPACES.

       01  WS-NOTIFY-SEVERITY          PIC X(8)   VALUE SPACES.
       01  WS-NOTIFY-SUMMARY           PIC X(64)  VALUE SPACES.
       01  WS-NOTIFY-DETAIL            PIC X(256) VALUE SPACES.
       01  WS-LOCK-ACQUIRED            PIC X      VALUE "N".
       01  WS-REFRESH-RC               PIC 9(2)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Targeted Project Refresh ==="
           MOVE 0 TO RETURN-CODE

           CALL "RUN-HISTORY-START" USING WS-HIST-JOB-NAME
                                          WS-HIST-RUN-ID

      *    One instance per job - two runs taking over the same work
      *    file would fetch and report every request twice
           CALL "RUN-LOCK-ACQUIRE" USING WS-HIST-JOB-NAME
                                         WS-LOCK-ACQUIRED
           IF WS-LOCK-ACQUIRED NOT = "Y"
               MOVE 12 TO WS-REFRESH-RC
               PERFORM FINISH-RUN
           END-IF

           ACCEPT WS-MAX-ATTEMPTS-ENV
               FROM ENVIRONMENT "GREY_REFRESH_MAX_ATTEMPTS"
           IF WS-MAX-ATTEMPTS-ENV NOT = SPACES
               AND FUNCTION TRIM(WS-MAX-ATTEMPTS-ENV) IS NUMERIC
               COMPUTE WS-MAX-ATTEMPTS =
                   FUNCTION NUMVAL(WS-MAX-ATTEMPTS-ENV)
           END-IF
           IF WS-MAX-ATTEMPTS = 0
               MOVE 1 TO WS-MAX-ATTEMPTS
           END-IF

           PERFORM TAKE-OVER-REQUESTS
           OPEN INPUT REQUEST-WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = "00"
               DISPLAY "No refresh requests queued - nothing to do"
               PERFORM FINISH-RUN
           END-IF
           PERFORM LOAD-REQUESTS
           CLOSE REQUEST-WORK-FILE

           IF WS-RQ-COUNT = 0
               DISPLAY "Refresh request file is empty - nothing to do"
               PERFORM DROP-WORK-FILE
               PERFORM FINISH-RUN
           END-IF

           OPEN I-O LOCAL-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = "35"
               OPEN OUTPUT LOCAL-MASTER-FILE
               CLOSE LOCAL-MASTER-FILE
               OPEN I-O LOCAL-MASTER-FILE
           END-IF
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open project master "
                       WS-MASTER-FILE-NAME
                       " (status " WS-MASTER-FILE-STATUS ")"
               MOVE "cannot open the project master"
                   TO WS-RES-ERR-MSG
               MOVE 8 TO WS-REFRESH-RC
               PERFORM NOTIFY-ABEND
               PERFORM FINISH-RUN
           END-IF

           PERFORM INITIALIZE-CONFIG
           PERFORM ENSURE-LOGGED-IN
           IF NOT WS-LOGGED-IN
               CLOSE LOCAL-MASTER-FILE
               MOVE 8 TO WS-REFRESH-RC
               PERFORM NOTIFY-ABEND
               PERFORM FINISH-RUN
           END-IF

           PERFORM OPEN-META-STORE

           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-RQ-COUNT
               PERFORM REFRESH-ONE-REQUEST
           END-PERFORM

           CLOSE LOCAL-MASTER-FILE
           PERFORM CLOSE-META-STORE
           CALL "SDK-SHUTDOWN"

           PERFORM WRITE-RESULTS
           PERFORM DROP-WORK-FILE

           IF WS-FAILED-COUNT > 0 OR WS-REQUEUED-COUNT > 0
               MOVE 4 TO WS-REFRESH-RC
           END-IF

           DISPLAY "Refresh complete. Requests: " WS-RQ-COUNT
                   " Fetched: " WS-FETCH-COUNT
                   " Unchanged: " WS-UNCHANGED-COUNT
                   " Refreshed: " WS-REFRESHED-COUNT
                   " Added: " WS-ADDED-COUNT
           DISPLAY "Stale refused: " WS-STALE-COUNT
                   " Deleted: " WS-DELETED-COUNT
                   " Not on master: " WS-ABSENT-COUNT
                   " Requeued: " WS-REQUEUED-COUNT
                   " Failed: " WS-FAILED-COUNT
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY "Requests held over for the next run: "
                       WS-OVERFLOW-COUNT
           END-IF
           PERFORM FINISH-RUN.

      ******************************************************************
      * FINISH-RUN: Record the run, release the lock and end with the
      * job's return code
      ******************************************************************
       FINISH-RUN.
           MOVE WS-REFRESH-RC TO RETURN-CODE
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           MOVE WS-REFRESH-RC TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * TAKE-OVER-REQUESTS: Rename the request file to the work file,
      * unless an earlier run's work file is still waiting - that one
      * is worked first and the newer requests wait their turn
      ******************************************************************
       TAKE-OVER-REQUESTS.
           ACCEPT WS-REQUEST-FILE-ENV
               FROM ENVIRONMENT "GREY_REFRESH_FILE"
           IF WS-REQUEST-FILE-ENV NOT = SPACES
               MOVE WS-REQUEST-FILE-ENV TO WS-REQUEST-FILE-NAME
           END-IF
           MOVE SPACES TO WS-WORK-FILE-NAME
           STRING WS-REQUEST-FILE-NAME DELIMITED BY SPACE
                  ".wrk" DELIMITED BY SIZE
                  INTO WS-WORK-FILE-NAME

           MOVE SPACES TO WS-COMMAND
           STRING "[ -f " DELIMITED BY SIZE
                  WS-WORK-FILE-NAME DELIMITED BY SPACE
                  " ] || [ ! -f " DELIMITED BY SIZE
                  WS-REQUEST-FILE-NAME DELIMITED BY SPACE
                  " ] || mv -f " DELIMITED BY SIZE
                  WS-REQUEST-FILE-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-WORK-FILE-NAME DELIMITED BY SPACE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND.

      ******************************************************************
      * DROP-WORK-FILE: Every request in the work file has its result
      * line (or is back on the request file) - remove it
      ******************************************************************
       DROP-WORK-FILE.
           MOVE SPACES TO WS-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  WS-WORK-FILE-NAME DELIMITED BY SPACE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND.

      ******************************************************************
      * LOAD-REQUESTS: Read the work file into the request table
      ******************************************************************
       LOAD-REQUESTS.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ REQUEST-WORK-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-REQUEST
               END-READ
           END-PERFORM.

       LOAD-ONE-REQUEST.
           IF REQUEST-WORK-RECORD = SPACES
               OR REQUEST-WORK-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IN-REQUESTED-AT WS-IN-PROJ-ID
                          WS-IN-REQUESTED-BY WS-IN-REASON
                          WS-IN-ATTEMPTS
           UNSTRING REQUEST-WORK-RECORD DELIMITED BY "|"
               INTO WS-IN-REQUESTED-AT WS-IN-PROJ-ID
                    WS-IN-REQUESTED-BY WS-IN-REASON
                    WS-IN-ATTEMPTS
           IF WS-IN-PROJ-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-IN-ATTEMPT-COUNT
           IF WS-IN-ATTEMPTS NOT = SPACES
               AND FUNCTION TRIM(WS-IN-ATTEMPTS) IS NUMERIC
               COMPUTE WS-IN-ATTEMPT-COUNT =
                   FUNCTION NUMVAL(WS-IN-ATTEMPTS)
           END-IF

      *    Past the table's end the request goes straight back on the
      *    request file, keeping its timestamp, requester, reason and
      *    attempts
           IF WS-RQ-COUNT >= 1000
               CALL "REFRESH-REQUEST-REQUEUE" USING WS-IN-REQUESTED-AT
                                                    WS-IN-PROJ-ID
                                                    WS-IN-REQUESTED-BY
                                                    WS-IN-REASON
                                                    WS-IN-ATTEMPT-COUNT
                                                    WS-REQUEUED
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RQ-COUNT
           MOVE WS-IN-REQUESTED-AT TO WS-RQ-REQUESTED-AT(WS-RQ-COUNT)
           MOVE WS-IN-PROJ-ID TO WS-RQ-PROJ-ID(WS-RQ-COUNT)
           MOVE WS-IN-REQUESTED-BY TO WS-RQ-REQUESTED-BY(WS-RQ-COUNT)
           MOVE WS-IN-REASON TO WS-RQ-REASON(WS-RQ-COUNT)
           MOVE WS-IN-ATTEMPT-COUNT TO WS-RQ-ATTEMPTS(WS-RQ-COUNT)
           MOVE SPACES TO WS-RQ-OUTCOME(WS-RQ-COUNT)
                          WS-RQ-DETAIL(WS-RQ-COUNT).

      ******************************************************************
      * REFRESH-ONE-REQUEST: Fetch the request's project, or repeat
      * the outcome of an earlier request for the same project
      ******************************************************************
       REFRESH-ONE-REQUEST.
           MOVE 0 TO WS-RQ-SAME
           PERFORM VARYING WS-RQ-SCAN FROM 1 BY 1
                   UNTIL WS-RQ-SCAN >= WS-RQ-IDX
                      OR WS-RQ-SAME > 0
               IF WS-RQ-PROJ-ID(WS-RQ-SCAN) = WS-RQ-PROJ-ID(WS-RQ-IDX)
                   MOVE WS-RQ-SCAN TO WS-RQ-SAME
               END-IF
           END-PERFORM
           IF WS-RQ-SAME > 0
               MOVE WS-RQ-OUTCOME(WS-RQ-SAME)
                   TO WS-RQ-OUTCOME(WS-RQ-IDX)
               MOVE "same project as an earlier request this run"
                   TO WS-RQ-DETAIL(WS-RQ-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RQ-PROJ-ID(WS-RQ-IDX) TO WS-CUR-PROJ-ID
           MOVE SPACES TO WS-CUR-OUTCOME WS-CUR-DETAIL
           MOVE "N" TO WS-CUR-RETRYABLE
           PERFORM REFRESH-ONE-PROJECT
           MOVE WS-CUR-OUTCOME TO WS-RQ-OUTCOME(WS-RQ-IDX)
           MOVE WS-CUR-DETAIL TO WS-RQ-DETAIL(WS-RQ-IDX)

           IF WS-CUR-OUTCOME = "FAILED"
               PERFORM SETTLE-FAILED-REQUEST
           END-IF.

      ******************************************************************
      * SETTLE-FAILED-REQUEST: A retryable failure with attempts left
      * goes back on the request file, keeping its original timestamp;
      * otherwise the request ends FAILED here
      ******************************************************************
       SETTLE-FAILED-REQUEST.
           IF WS-RQ-ATTEMPTS(WS-RQ-IDX) < 999
               ADD 1 TO WS-RQ-ATTEMPTS(WS-RQ-IDX)
           END-IF
           MOVE WS-RQ-ATTEMPTS(WS-RQ-IDX) TO WS-ATTEMPTS-TEXT

           IF WS-CUR-RETRYABLE = "Y"
               AND WS-RQ-ATTEMPTS(WS-RQ-IDX) < WS-MAX-ATTEMPTS
               CALL "REFRESH-REQUEST-REQUEUE" USING
                   WS-RQ-REQUESTED-AT(WS-RQ-IDX)
                   WS-RQ-PROJ-ID(WS-RQ-IDX)
                   WS-RQ-REQUESTED-BY(WS-RQ-IDX)
                   WS-RQ-REASON(WS-RQ-IDX)
                   WS-RQ-ATTEMPTS(WS-RQ-IDX)
                   WS-REQUEUED
               IF WS-REQUEUED = "Y"
                   ADD 1 TO WS-REQUEUED-COUNT
                   MOVE "REQUEUED" TO WS-RQ-OUTCOME(WS-RQ-IDX)
                   MOVE SPACES TO WS-RQ-DETAIL(WS-RQ-IDX)
                   STRING "attempt " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ATTEMPTS-TEXT)
                              DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          WS-CUR-DETAIL DELIMITED BY "  "
                          INTO WS-RQ-DETAIL(WS-RQ-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-FAILED-COUNT
           MOVE SPACES TO WS-RQ-DETAIL(WS-RQ-IDX)
           EVALUATE TRUE
               WHEN WS-CUR-RETRYABLE NOT = "Y"
                   STRING "not retryable: " DELIMITED BY SIZE
                          WS-CUR-DETAIL DELIMITED BY "  "
                          INTO WS-RQ-DETAIL(WS-RQ-IDX)
               WHEN WS-RQ-ATTEMPTS(WS-RQ-IDX) >= WS-MAX-ATTEMPTS
                   STRING "gave up after " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ATTEMPTS-TEXT)
                              DELIMITED BY SIZE
                          " attempts: " DELIMITED BY SIZE
                          WS-CUR-DETAIL DELIMITED BY "  "
                          INTO WS-RQ-DETAIL(WS-RQ-IDX)
               WHEN OTHER
                   STRING "could not be requeued: " DELIMITED BY SIZE
                          WS-CUR-DETAIL DELIMITED BY "  "
                          INTO WS-RQ-DETAIL(WS-RQ-IDX)
           END-EVALUATE.

      ******************************************************************
      * REFRESH-ONE-PROJECT: One conditional GET, then the master
      * write or delete it calls for
      ******************************************************************
       REFRESH-ONE-PROJECT.
           MOVE SPACES TO WS-JRNL-BEFORE
           MOVE "N" TO WS-CUR-ON-MASTER
           MOVE SPACES TO WS-PROJECT-REQUEST
           MOVE WS-CUR-PROJ-ID TO WS-PROJ-ID-REQ
           MOVE WS-CUR-PROJ-ID TO SYNC-PROJ-ID
           READ LOCAL-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO SYNC-MASTER-RECORD
                   MOVE WS-CUR-PROJ-ID TO SYNC-PROJ-ID
               NOT INVALID KEY
                   MOVE "Y" TO WS-CUR-ON-MASTER
                   MOVE SYNC-MASTER-RECORD TO WS-JRNL-BEFORE
                   MOVE SYNC-PROJ-ETAG TO WS-PROJ-ETAG-REQ
           END-READ

           CALL "PROJECTS-GET" USING WS-GREY-CONFIG
                                     WS-PROJECT-REQUEST
                                     WS-PROJECT-RESPONSE
                                     WS-GREY-RESULT
           ADD 1 TO WS-FETCH-COUNT

           IF WS-RESULT-OK NOT = "Y"
               IF WS-RES-ERR-CODE = "NOT-FOUND"
                   PERFORM APPLY-NOT-FOUND
               ELSE
                   MOVE "FAILED" TO WS-CUR-OUTCOME
                   MOVE WS-RES-ERR-RETRYABLE TO WS-CUR-RETRYABLE
                   STRING WS-RES-ERR-CODE DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          WS-RES-ERR-MSG DELIMITED BY "  "
                          INTO WS-CUR-DETAIL
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-PROJ-IS-NOT-MODIFIED
               ADD 1 TO WS-UNCHANGED-COUNT
               MOVE "UNCHANGED" TO WS-CUR-OUTCOME
               STRING "etag " DELIMITED BY SIZE
                      SYNC-PROJ-ETAG DELIMITED BY SPACE
                      " still current" DELIMITED BY SIZE
                      INTO WS-CUR-DETAIL
               EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-FETCHED-PROJECT.

      ******************************************************************
      * APPLY-FETCHED-PROJECT: Carry every fetched field onto the
      * record (an existing record keeps its SYNC-SEEN-TS) and write
      * it through the broker
      ******************************************************************
       APPLY-FETCHED-PROJECT.
           MOVE WS-PROJ-NAME TO SYNC-PROJ-NAME
           MOVE WS-PROJ-DESCRIPTION TO SYNC-PROJ-DESC
      *    Normalized to UTC, matching the nightly sync's storage
           CALL "DATE-TS-NORMALIZE" USING WS-PROJ-CREATED-AT
                                          WS-NORM-TS
           MOVE WS-NORM-TS TO SYNC-PROJ-CREATED
           CALL "DATE-TS-NORMALIZE" USING WS-PROJ-UPDATED-AT
                                          WS-NORM-TS
           MOVE WS-NORM-TS TO SYNC-PROJ-UPDATED
           MOVE WS-PROJ-OWNER-ID TO SYNC-PROJ-OWNER
           MOVE WS-PROJ-STATUS TO SYNC-PROJ-STATUS
           MOVE WS-PROJ-ETAG TO SYNC-PROJ-ETAG

           MOVE SYNC-MASTER-RECORD TO WS-JRNL-AFTER
           CALL "MASTER-GUARD-UPSERT" USING WS-HIST-JOB-NAME
                                            WS-JRNL-BEFORE
                                            WS-JRNL-AFTER
                                            WS-GUARD-VERDICT
           IF WS-GUARD-VERDICT = "S"
               ADD 1 TO WS-STALE-COUNT
               MOVE "STALE" TO WS-CUR-OUTCOME
               STRING "master holds a newer update than Grey's "
                      DELIMITED BY SIZE
                      SYNC-PROJ-UPDATED DELIMITED BY SPACE
                      INTO WS-CUR-DETAIL
               EXIT PARAGRAPH
           END-IF
           WRITE SYNC-MASTER-RECORD
               INVALID KEY
                   REWRITE SYNC-MASTER-RECORD
           END-WRITE

           IF WS-CUR-ON-MASTER = "Y"
               ADD 1 TO WS-REFRESHED-COUNT
               MOVE "REFRESHED" TO WS-CUR-OUTCOME
           ELSE
               ADD 1 TO WS-ADDED-COUNT
               MOVE "ADDED" TO WS-CUR-OUTCOME
           END-IF
           STRING "owner " DELIMITED BY SIZE
                  SYNC-PROJ-OWNER DELIMITED BY SPACE
                  " status " DELIMITED BY SIZE
                  SYNC-PROJ-STATUS DELIMITED BY SPACE
                  " updated " DELIMITED BY SIZE
                  SYNC-PROJ-UPDATED DELIMITED BY SPACE
                  INTO WS-CUR-DETAIL

           PERFORM STORE-META-DOCUMENT.

      ******************************************************************
      * APPLY-NOT-FOUND: Grey no longer has the project - its master
      * record and stored metadata go, journalled by the broker
      ******************************************************************
       APPLY-NOT-FOUND.
           IF WS-CUR-ON-MASTER NOT = "Y"
               ADD 1 TO WS-ABSENT-COUNT
               MOVE "NOT-ON-MASTER" TO WS-CUR-OUTCOME
               MOVE "Grey reports NOT-FOUND; no master record"
                   TO WS-CUR-DETAIL
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CUR-PROJ-ID TO SYNC-PROJ-ID
           DELETE LOCAL-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-ABSENT-COUNT
                   MOVE "NOT-ON-MASTER" TO WS-CUR-OUTCOME
                   MOVE "Grey reports NOT-FOUND; no master record"
                       TO WS-CUR-DETAIL
               NOT INVALID KEY
                   CALL "MASTER-GUARD-DELETE"
                       USING WS-HIST-JOB-NAME WS-JRNL-BEFORE
                             WS-GUARD-VERDICT
                   ADD 1 TO WS-DELETED-COUNT
                   MOVE "DELETED" TO WS-CUR-OUTCOME
                   MOVE "Grey reports NOT-FOUND; master record removed"
                       TO WS-CUR-DETAIL
                   PERFORM DROP-META-STORE-ENTRY
           END-DELETE.

      ******************************************************************
      * OPEN-META-STORE: Open the metadata store I-O, creating it if
      * no job has written it yet
      ******************************************************************
       OPEN-META-STORE.
           ACCEPT WS-META-STORE-ENV
               FROM ENVIRONMENT "GREY_META_STORE_FILE"
           IF WS-META-STORE-ENV NOT = SPACES
               MOVE WS-META-STORE-ENV TO WS-META-STORE-NAME
           END-IF
           OPEN I-O META-STORE-FILE
           IF WS-META-STORE-STATUS = "35"
               OPEN OUTPUT META-STORE-FILE
               CLOSE META-STORE-FILE
               OPEN I-O META-STORE-FILE
           END-IF
           IF WS-META-STORE-STATUS = "00"
               MOVE "Y" TO WS-META-STORE-OPEN
           ELSE
               DISPLAY "WARNING: metadata store " WS-META-STORE-NAME
                       " not available (status " WS-META-STORE-STATUS
                       ")"
           END-IF.

      ******************************************************************
      * CLOSE-META-STORE: Close the store if this run opened it
      ******************************************************************
       CLOSE-META-STORE.
           IF WS-META-STORE-OPEN = "Y"
               CLOSE META-STORE-FILE
               MOVE "N" TO WS-META-STORE-OPEN
           END-IF.

      ******************************************************************
      * STORE-META-DOCUMENT: The fetch already paid for the metadata
      * document - keep it, through the broker, which refuses a
      * capture older than the one already on file
      ******************************************************************
       STORE-META-DOCUMENT.
           IF WS-META-STORE-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-META-BEFORE
           MOVE SYNC-PROJ-ID TO META-PROJ-ID
           READ META-STORE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE META-STORE-RECORD TO WS-META-BEFORE
           END-READ

           PERFORM FORMAT-TIMESTAMP
           MOVE SPACES TO META-STORE-RECORD
           MOVE SYNC-PROJ-ID TO META-PROJ-ID
           MOVE SYNC-PROJ-UPDATED TO META-PROJ-UPDATED
           MOVE WS-PROJ-ETAG TO META-PROJ-ETAG
           MOVE WS-TS TO META-CAPTURED-TS
           MOVE WS-PROJ-META-TRUNC TO META-DOC-TRUNC
           MOVE WS-PROJ-METADATA TO META-DOCUMENT
           MOVE META-STORE-RECORD TO WS-META-AFTER

           CALL "MASTER-GUARD-META-UPSERT" USING WS-HIST-JOB-NAME
                                                 WS-META-BEFORE
                                                 WS-META-AFTER
                                                 WS-GUARD-VERDICT
           IF WS-GUARD-VERDICT = "S"
               EXIT PARAGRAPH
           END-IF

           WRITE META-STORE-RECORD
               INVALID KEY
                   REWRITE META-STORE-RECORD
           END-WRITE.

      ******************************************************************
      * DROP-META-STORE-ENTRY: A deleted project's stored metadata
      * goes with its master record
      ******************************************************************
       DROP-META-STORE-ENTRY.
           IF WS-META-STORE-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUR-PROJ-ID TO META-PROJ-ID
           READ META-STORE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE META-STORE-RECORD TO WS-META-BEFORE
           CALL "MASTER-GUARD-META-DELETE" USING WS-HIST-JOB-NAME
                                                 WS-META-BEFORE
                                                 WS-GUARD-VERDICT
           DELETE META-STORE-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.

      ******************************************************************
      * WRITE-RESULTS: Append one result line per request
      ******************************************************************
       WRITE-RESULTS.
           OPEN EXTEND RESULT-FILE
           IF WS-RESULT-FILE-STATUS = "35"
               OPEN OUTPUT RESULT-FILE
           END-IF
           IF WS-RESULT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: cannot open result file "
                       WS-RESULT-FILE-NAME
                       " (status " WS-RESULT-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF

           PERFORM FORMAT-TIMESTAMP
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-RQ-COUNT
               MOVE SPACES TO WS-RESULT-LINE
               STRING WS-TS DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-RQ-REQUESTED-AT(WS-RQ-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RQ-PROJ-ID(WS-RQ-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RQ-REQUESTED-BY(WS-RQ-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RQ-OUTCOME(WS-RQ-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RQ-DETAIL(WS-RQ-IDX) DELIMITED BY "  "
                      INTO WS-RESULT-LINE
               MOVE WS-RESULT-LINE TO RESULT-RECORD
               WRITE RESULT-RECORD
           END-PERFORM
           CLOSE RESULT-FILE.

      ******************************************************************
      * FORMAT-TIMESTAMP: The current local time as
      * YYYY-MM-DDTHH:MM:SS in WS-TS
      ******************************************************************
       FORMAT-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE SPACES TO WS-TS
           STRING WS-NOW(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-NOW(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-NOW(7:2) DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-NOW(9:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-NOW(11:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-NOW(13:2) DELIMITED BY SIZE
                  INTO WS-TS.

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
      * ENSURE-LOGGED-IN: Reuse the saved session when it is still
      * good, else log in and save the new one - a job run every few
      * minutes should not pay a login each time
      ******************************************************************
       ENSURE-LOGGED-IN.
           CALL "SDK-LOAD-SESSION" USING WS-GREY-CONFIG WS-GREY-RESULT
           IF WS-RESULT-OK = "Y"
               MOVE "Y" TO WS-LOGIN-STATE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-USER-ENV TO WS-AUTH-USERNAME
           MOVE WS-PASS-ENV TO WS-AUTH-PASSWORD
           MOVE SPACES TO WS-AUTH-REFRESH-TOKEN

           CALL "AUTH-LOGIN" USING WS-GREY-CONFIG WS-AUTH-REQUEST
                                   WS-AUTH-RESPONSE WS-GREY-RESULT

           IF WS-RESULT-OK = "Y"
               CALL "SDK-SAVE-SESSION" USING WS-GREY-CONFIG
               MOVE "Y" TO WS-LOGIN-STATE
           ELSE
               DISPLAY "Login failed: " WS-RES-ERR-MSG
               DISPLAY "Refresh requests kept for the next run"
           END-IF.

      ******************************************************************
      * RECORD-RUN-HISTORY: Append this run's standard history record
      * (performed on every exit path)
      ******************************************************************
       RECORD-RUN-HISTORY.
           MOVE WS-RQ-COUNT TO WS-HIST-READ
           COMPUTE WS-HIST-OK = WS-UNCHANGED-COUNT + WS-REFRESHED-COUNT
                              + WS-ADDED-COUNT + WS-DELETED-COUNT
                              + WS-ABSENT-COUNT
           MOVE WS-FAILED-COUNT TO WS-HIST-FAIL
           IF RETURN-CODE NOT = 0
               MOVE WS-RESULT-CORRELATION-ID TO WS-HIST-CID
           ELSE
               MOVE SPACES TO WS-HIST-CID
           END-IF
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
               WS-RESULT-CORRELATION-ID
               WS-RES-ERR-CODE.

       END PROGRAM PROJECT-REFRESH.
