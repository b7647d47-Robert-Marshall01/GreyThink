      ******************************************************************
      * pending_change_release.cbl - Grey Future-Dated Change Release
      * Ownership transfers, renames and archives are often agreed
      * weeks ahead ("move these 40 projects to the new owner on the
      * 1st"), and someone used to have to remember to run the
      * update drivers on the day. Agreed changes now go on the
      * pending-change file with their effective date, and this job
      * runs daily:
      *
      *   RELEASE (default) - every entry whose effective date has
      *     arrived goes through the ordinary write paths
      *     (PROJECTS-UPDATE carrying the fetched ETag for name,
      *     description and owner; PROJECTS-ARCHIVE and
      *     PROJECTS-RESTORE for status). A released entry leaves the
      *     pending file and is appended to the release log. During a
      *     change freeze the write path refuses with CHANGE-FREEZE
      *     and the entry is held over, untouched, until the freeze
      *     lifts; an archive of a project under legal hold is held
      *     the same way. A failed write stays pending for the next
      *     day. The 30-day forecast is then rewritten.
      *
      *   FORECAST - only rewrite the forecast (no Grey calls).
      *
      * Pending file (GREY_PENDING_FILE, default
      * /tmp/grey_pending_changes.txt), "#" lines are comments:
      *   "change-id|effective-date|project-id|field|new-value|
      *    requester|approver"
      * Effective date is YYYY-MM-DD. Field is name, description,
      * owner, or status (archived / active). An entry with no
      * approver, or approved by its own requester, is never
      * released - it is reported REJECTED and left for correction.
      *
      * Release log: /tmp/grey_pending_release_log.txt
      *   "ts|change-id|effective|project|field|value|requester|
      *    approver|cid"
      * Each released entry is also written to the approval ledger
      * (APPROVAL-LEDGER-WRITE, requester as performer) for the
      * segregation-of-duties report.
      * Daily report: /tmp/grey_pending_release_report.txt
      * Forecast: /tmp/grey_pending_forecast.txt, every entry due in
      *   the next GREY_PENDING_HORIZON days (default 30), overdue
      *   hold-overs included, each flagged with the reference of any
      *   change freeze on the calendar for its date
      * RETURN-CODE 0 clean, 4 held over / rejected / failed
      * entries, 8 setup failure, 12 another instance holds the
      * run lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDING-CHANGE-RELEASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO WS-PENDING-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT PENDING-NEW-FILE ASSIGN TO WS-PENDING-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT RELEASE-LOG-FILE ASSIGN TO WS-RELEASE-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-LOG-STATUS.

           SELECT RELEASE-REPORT-FILE ASSIGN TO WS-RELEASE-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT FORECAST-FILE ASSIGN TO WS-FORECAST-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT FREEZE-FILE ASSIGN TO WS-FREEZE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FREEZE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PENDING-RECORD              PIC X(1500).

       FD  PENDING-NEW-FILE.
       01  PENDING-NEW-RECORD          PIC X(1500).

       FD  RELEASE-LOG-FILE.
       01  RELEASE-LOG-RECORD          PIC X(1600).

       FD  RELEASE-REPORT-FILE.
       01  RELEASE-REPORT-RECORD       PIC X(700).

       FD  FORECAST-FILE.
       01  FORECAST-RECORD             PIC X(1600).

       FD  FREEZE-FILE.
       01  FREEZE-RECORD               PIC X(200).

       WORKING-STORAGE SECTION.
       COPY GREYCONF.
       COPY GREYERR.
       COPY GREYRES.
       COPY GREYAUTH.
       COPY GREYPROJ.

       01  WS-PENDING-FILE-NAME        PIC X(64)
               VALUE "/tmp/grey_pending_changes.txt".
       01  WS-PENDING-FILE-ENV         PIC X(64)  VALUE SPACES.
       01  WS-PENDING-FILE-STATUS      PIC XX     VALUE SPACES.
       01  WS-PENDING-NEW-NAME         PIC X(70)  VALUE SPACES.
       01  WS-RELEASE-LOG-NAME         PIC X(64)
               VALUE "/tmp/grey_pending_release_log.txt".
       01  WS-RELEASE-LOG-STATUS       PIC XX     VALUE SPACES.
       01  WS-RELEASE-REPORT-NAME      PIC X(64)
               VALUE "/tmp/grey_pending_release_report.txt".
       01  WS-FORECAST-NAME            PIC X(64)
               VALUE "/tmp/grey_pending_forecast.txt".
       01  WS-FREEZE-FILE-NAME         PIC X(64)
               VALUE "/tmp/grey_freeze_calendar.txt".
       01  WS-FREEZE-FILE-ENV          PIC X(64)  VALUE SPACES.
       01  WS-FREEZE-FILE-STATUS       PIC XX     VALUE SPACES.
       01  WS-SWAP-COMMAND             PIC X(256) VALUE SPACES.
       01  WS-REPORT-LINE              PIC X(700) VALUE SPACES.
       01  WS-LOG-LINE                 PIC X(1600) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".

       01  WS-HOST-ENV                 PIC X(256) VALUE SPACES.
       01  WS-PORT-ENV                 PIC X(5)   VALUE SPACES.
       01  WS-PORT-NUM                 PIC 9(5)   VALUE 0.
       01  WS-USER-ENV                 PIC X(256) VALUE SPACES.
       01  WS-PASS-ENV                 PIC X(256) VALUE SPACES.
       01  WS-TENANT-ENV               PIC X(64)  VALUE SPACES.
       01  WS-PROXY-ENV                PIC X(512) VALUE SPACES.
       01  WS-PROFILE-ENV              PIC X(32)  VALUE SPACES.
       01  WS-PROFILE-LOADED           PIC X      VALUE "N".
       01  WS-MODE-ENV                 PIC X(8)   VALUE SPACES.
       01  WS-HORIZON-ENV              PIC X(5)   VALUE SPACES.
       01  WS-HORIZON-DAYS             PIC 9(5)   VALUE 30.

       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-TODAY                    PIC X(32)  VALUE SPACES.
       01  WS-TS                       PIC X(19)  VALUE SPACES.

      ******************************************************************
      * Fields of one pending entry
      ******************************************************************
       01  WS-PC-CHANGE-ID             PIC X(32)  VALUE SPACES.
       01  WS-PC-EFFECTIVE             PIC X(32)  VALUE SPACES.
       01  WS-PC-PROJECT-ID            PIC X(64)  VALUE SPACES.
       01  WS-PC-FIELD                 PIC X(16)  VALUE SPACES.
       01  WS-PC-VALUE                 PIC X(1024) VALUE SPACES.
       01  WS-PC-REQUESTER             PIC X(64)  VALUE SPACES.
       01  WS-PC-APPROVER              PIC X(64)  VALUE SPACES.
       01  WS-PC-PROBLEM               PIC X(64)  VALUE SPACES.
       01  WS-PC-DAYS-OUT              PIC S9(8)  VALUE 0.
       01  WS-LEDGER-ACTION            PIC X(16)  VALUE SPACES.
      *    What became of the entry this run: K keep (not yet due),
      *    R released, H held over, F failed, X rejected
       01  WS-PC-OUTCOME               PIC X      VALUE SPACE.
           88  WS-PC-RELEASED                     VALUE "R".

      ******************************************************************
      * Legal hold check ahead of a released archive
      ******************************************************************
       01  WS-HOLD-ACTION              PIC X(16)  VALUE "ARCHIVE".
       01  WS-HOLD-FLAG                PIC X      VALUE "N".
       01  WS-HOLD-MATTER              PIC X(32)  VALUE SPACES.

      ******************************************************************
      * Change-freeze calendar, loaded for the forecast - a scheduled
      * date inside a freeze will be held over on the day
      ******************************************************************
       01  WS-FRZ-TABLE.
           05  WS-FRZ-COUNT             PIC 9(3)  VALUE 0.
           05  WS-FRZ-ENTRY OCCURS 100 TIMES.
               10  WS-FRZ-START         PIC X(10).
               10  WS-FRZ-END           PIC X(10).
               10  WS-FRZ-REF           PIC X(64).
       01  WS-FRZ-IDX                  PIC 9(3)   VALUE 0.
       01  WS-FRZ-REC-START            PIC X(10)  VALUE SPACES.
       01  WS-FRZ-REC-END              PIC X(10)  VALUE SPACES.
       01  WS-FRZ-REC-SCOPE            PIC X(32)  VALUE SPACES.
       01  WS-FRZ-REC-REF              PIC X(64)  VALUE SPACES.
       01  WS-FRZ-HIT-REF              PIC X(64)  VALUE SPACES.
       01  WS-FC-WHEN                  PIC X(8)   VALUE SPACES.

       01  WS-ENTRY-COUNT              PIC 9(8)   VALUE 0.
       01  WS-DUE-COUNT                PIC 9(8)   VALUE 0.
       01  WS-RELEASED-COUNT           PIC 9(8)   VALUE 0.
       01  WS-HELD-OVER-COUNT          PIC 9(8)   VALUE 0.
       01  WS-FAIL-COUNT               PIC 9(8)   VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(8)   VALUE 0.
       01  WS-FORECAST-COUNT           PIC 9(8)   VALUE 0.
       01  WS-FORECAST-FROZEN          PIC 9(8)   VALUE 0.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "PENDING-CHANGE-RELEASE".
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
           DISPLAY "=== Grey Future-Dated Change Release ==="
           MOVE 0 TO RETURN-CODE

           ACCEPT WS-MODE-ENV FROM ENVIRONMENT "GREY_PENDING_MODE"
           ACCEPT WS-HORIZON-ENV
               FROM ENVIRONMENT "GREY_PENDING_HORIZON"
           IF WS-HORIZON-ENV(1:1) IS NUMERIC
               COMPUTE WS-HORIZON-DAYS =
                   FUNCTION NUMVAL(WS-HORIZON-ENV)
           END-IF
           ACCEPT WS-PENDING-FILE-ENV
               FROM ENVIRONMENT "GREY_PENDING_FILE"
           IF WS-PENDING-FILE-ENV NOT = SPACES
               MOVE WS-PENDING-FILE-ENV TO WS-PENDING-FILE-NAME
           END-IF
           MOVE SPACES TO WS-PENDING-NEW-NAME
           STRING WS-PENDING-FILE-NAME DELIMITED BY SPACE
                  ".new" DELIMITED BY SIZE
                  INTO WS-PENDING-NEW-NAME

           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE SPACES TO WS-TODAY
           STRING WS-NOW(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-NOW(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-NOW(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY

           IF WS-MODE-ENV = "FORECAST"
               PERFORM WRITE-FORECAST
               DISPLAY "Forecast written to "
                       FUNCTION TRIM(WS-FORECAST-NAME)
                       " (" WS-FORECAST-COUNT " scheduled, "
                       WS-FORECAST-FROZEN " inside a freeze)"
               STOP RUN
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

           OPEN INPUT PENDING-FILE
           IF WS-PENDING-FILE-STATUS NOT = "00"
               DISPLAY "No pending-change file (" WS-PENDING-FILE-NAME
                       ") - nothing scheduled"
               PERFORM WRITE-FORECAST
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF

           PERFORM INITIALIZE-CONFIG
           PERFORM AUTHENTICATE
           IF WS-RESULT-OK NOT = "Y"
               DISPLAY "Login failed: " WS-RES-ERR-MSG
                       " (correlation id: " WS-RESULT-CORRELATION-ID
                       ")"
               CLOSE PENDING-FILE
               CALL "ERROR-TO-RETURN-CODE" USING WS-RES-ERR-CODE
                                                 RETURN-CODE
               PERFORM NOTIFY-ABEND
               CALL "SDK-SHUTDOWN"
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF

           OPEN OUTPUT PENDING-NEW-FILE
           OPEN OUTPUT RELEASE-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RELEASE|DATE=" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SPACE
                  "|RUN_ID=" DELIMITED BY SIZE
                  WS-HIST-RUN-ID DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ PENDING-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PROCESS-PENDING-ENTRY
               END-READ
           END-PERFORM

           CLOSE PENDING-FILE
           CLOSE PENDING-NEW-FILE
           PERFORM SWAP-PENDING-FILE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUMMARY|DUE=" DELIMITED BY SIZE
                  WS-DUE-COUNT DELIMITED BY SIZE
                  "|RELEASED=" DELIMITED BY SIZE
                  WS-RELEASED-COUNT DELIMITED BY SIZE
                  "|HELD_OVER=" DELIMITED BY SIZE
                  WS-HELD-OVER-COUNT DELIMITED BY SIZE
                  "|FAILED=" DELIMITED BY SIZE
                  WS-FAIL-COUNT DELIMITED BY SIZE
                  "|REJECTED=" DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE RELEASE-REPORT-FILE
           CALL "SDK-SHUTDOWN"

           PERFORM WRITE-FORECAST

           IF WS-HELD-OVER-COUNT > 0 OR WS-FAIL-COUNT > 0
               OR WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FAIL-COUNT > 0 OR WS-REJECT-COUNT > 0
               MOVE "WARNING" TO WS-NOTIFY-SEVERITY
               MOVE "scheduled changes not released"
                   TO WS-NOTIFY-SUMMARY
               MOVE SPACES TO WS-NOTIFY-DETAIL
               STRING "failed: " DELIMITED BY SIZE
                      WS-FAIL-COUNT DELIMITED BY SIZE
                      " rejected: " DELIMITED BY SIZE
                      WS-REJECT-COUNT DELIMITED BY SIZE
                      " - see " DELIMITED BY SIZE
                      WS-RELEASE-REPORT-NAME DELIMITED BY SPACE
                      INTO WS-NOTIFY-DETAIL
               CALL "NOTIFY-SPOOL-WRITE" USING WS-NOTIFY-SEVERITY
                                               WS-HIST-JOB-NAME
                                               WS-NOTIFY-SUMMARY
                                               WS-NOTIFY-DETAIL
                                               WS-RESULT-CORRELATION-ID
           END-IF

           DISPLAY "Release complete. Due: " WS-DUE-COUNT
                   " Released: " WS-RELEASED-COUNT
                   " Held over: " WS-HELD-OVER-COUNT
                   " Failed: " WS-FAIL-COUNT
                   " Rejected: " WS-REJECT-COUNT
           DISPLAY "Next " WS-HORIZON-DAYS " days: "
                   WS-FORECAST-COUNT " scheduled ("
                   WS-FORECAST-FROZEN " inside a freeze)"
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           STOP RUN.

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

      *    A named configuration profile, when requested, supplies
      *    host/port/TLS/timeouts/proxy/headers in one place; the env
      *    vars below remain the path for jobs not yet on profiles
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

      ******************************************************************
      * PARSE-PENDING-ENTRY: Tear one pending line apart and note
      * what, if anything, stops it from ever being released
      ******************************************************************
       PARSE-PENDING-ENTRY.
           MOVE SPACES TO WS-PC-CHANGE-ID WS-PC-EFFECTIVE
                          WS-PC-PROJECT-ID WS-PC-FIELD WS-PC-VALUE
                          WS-PC-REQUESTER WS-PC-APPROVER
                          WS-PC-PROBLEM
           UNSTRING PENDING-RECORD DELIMITED BY "|"
               INTO WS-PC-CHANGE-ID WS-PC-EFFECTIVE WS-PC-PROJECT-ID
                    WS-PC-FIELD WS-PC-VALUE WS-PC-REQUESTER
                    WS-PC-APPROVER

           EVALUATE TRUE
               WHEN WS-PC-CHANGE-ID = SPACES
                   OR WS-PC-PROJECT-ID = SPACES
                   OR WS-PC-FIELD = SPACES
                   MOVE "missing change id, project or field"
                       TO WS-PC-PROBLEM
               WHEN WS-PC-EFFECTIVE(1:4) IS NOT NUMERIC
                   OR WS-PC-EFFECTIVE(5:1) NOT = "-"
                   OR WS-PC-EFFECTIVE(6:2) IS NOT NUMERIC
                   OR WS-PC-EFFECTIVE(8:1) NOT = "-"
                   OR WS-PC-EFFECTIVE(9:2) IS NOT NUMERIC
                   MOVE "effective date is not YYYY-MM-DD"
                       TO WS-PC-PROBLEM
               WHEN WS-PC-REQUESTER = SPACES
                   OR WS-PC-APPROVER = SPACES
                   MOVE "requester and approver are both required"
                       TO WS-PC-PROBLEM
               WHEN WS-PC-REQUESTER = WS-PC-APPROVER
                   MOVE "approved by its own requester"
                       TO WS-PC-PROBLEM
               WHEN WS-PC-FIELD NOT = "name"
                   AND WS-PC-FIELD NOT = "description"
                   AND WS-PC-FIELD NOT = "owner"
                   AND WS-PC-FIELD NOT = "status"
                   MOVE "field not supported" TO WS-PC-PROBLEM
               WHEN WS-PC-FIELD = "status"
                   AND WS-PC-VALUE NOT = "archived"
                   AND WS-PC-VALUE NOT = "active"
                   MOVE "status must be archived or active"
                       TO WS-PC-PROBLEM
           END-EVALUATE.

      ******************************************************************
      * PROCESS-PENDING-ENTRY: Release a due entry; every entry not
      * released is carried forward to the new pending file
      ******************************************************************
       PROCESS-PENDING-ENTRY.
           MOVE "K" TO WS-PC-OUTCOME
           IF PENDING-RECORD = SPACES OR PENDING-RECORD(1:1) = "#"
               PERFORM CARRY-FORWARD
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ENTRY-COUNT
           PERFORM PARSE-PENDING-ENTRY
           IF WS-PC-PROBLEM NOT = SPACES
               MOVE "X" TO WS-PC-OUTCOME
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "REJECTED|" DELIMITED BY SIZE
                      WS-PC-CHANGE-ID DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-PC-PROJECT-ID DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-PC-PROBLEM DELIMITED BY "  "
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM CARRY-FORWARD
               EXIT PARAGRAPH
           END-IF

           IF WS-PC-EFFECTIVE(1:10) > WS-TODAY(1:10)
               PERFORM CARRY-FORWARD
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DUE-COUNT
           PERFORM APPLY-PENDING-CHANGE

           EVALUATE TRUE
               WHEN WS-PC-RELEASED
                   ADD 1 TO WS-RELEASED-COUNT
                   PERFORM APPEND-RELEASE-LOG
                   MOVE "RELEASED|" TO WS-REPORT-LINE
               WHEN WS-PC-OUTCOME = "H"
                   ADD 1 TO WS-HELD-OVER-COUNT
                   MOVE "HELD-OVER|" TO WS-REPORT-LINE
                   PERFORM CARRY-FORWARD
               WHEN OTHER
                   ADD 1 TO WS-FAIL-COUNT
                   MOVE "FAILED|" TO WS-REPORT-LINE
                   PERFORM CARRY-FORWARD
           END-EVALUATE
           STRING WS-REPORT-LINE DELIMITED BY SPACE
                  WS-PC-CHANGE-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-PC-EFFECTIVE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-PC-PROJECT-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-PC-FIELD DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-RES-ERR-CODE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-RESULT-CORRELATION-ID DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * APPLY-PENDING-CHANGE: Push one due entry through the ordinary
      * write path. A CHANGE-FREEZE refusal, or a legal hold on an
      * archive, holds the entry over; any other failure leaves it
      * for the next run.
      ******************************************************************
       APPLY-PENDING-CHANGE.
           MOVE SPACES TO WS-RES-ERR-CODE WS-RESULT-CORRELATION-ID
           MOVE SPACES TO WS-PROJECT-REQUEST
           MOVE WS-PC-PROJECT-ID TO WS-PROJ-ID-REQ
           CALL "PROJECTS-GET" USING WS-GREY-CONFIG
                                     WS-PROJECT-REQUEST
                                     WS-PROJECT-RESPONSE
                                     WS-GREY-RESULT
           IF WS-RESULT-OK NOT = "Y"
               MOVE "F" TO WS-PC-OUTCOME
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PROJECT-REQUEST
           MOVE WS-PC-PROJECT-ID TO WS-PROJ-ID-REQ
           MOVE WS-PROJ-ETAG TO WS-PROJ-ETAG-REQ

           EVALUATE TRUE
               WHEN WS-PC-FIELD = "status"
                   AND WS-PC-VALUE = WS-PROJ-STATUS
                   MOVE "Y" TO WS-RESULT-OK
               WHEN WS-PC-FIELD = "status"
                   AND WS-PC-VALUE = "archived"
                   CALL "HOLD-CHECK" USING WS-HIST-JOB-NAME
                                           WS-HOLD-ACTION
                                           WS-PC-PROJECT-ID
                                           WS-PROJ-OWNER-ID
                                           WS-HOLD-FLAG
                                           WS-HOLD-MATTER
                                           WS-RESULT-ERROR
                   IF WS-HOLD-FLAG = "Y"
                       MOVE "H" TO WS-PC-OUTCOME
                       EXIT PARAGRAPH
                   END-IF
                   CALL "PROJECTS-ARCHIVE" USING WS-GREY-CONFIG
                                                 WS-PROJECT-REQUEST
                                                 WS-PROJECT-RESPONSE
                                                 WS-GREY-RESULT
               WHEN WS-PC-FIELD = "status"
                   CALL "PROJECTS-RESTORE" USING WS-GREY-CONFIG
                                                 WS-PROJECT-REQUEST
                                                 WS-PROJECT-RESPONSE
                                                 WS-GREY-RESULT
               WHEN OTHER
                   EVALUATE WS-PC-FIELD
                       WHEN "name"
                           MOVE WS-PC-VALUE TO WS-PROJ-NAME-REQ
                       WHEN "description"
                           MOVE WS-PC-VALUE TO WS-PROJ-DESC-REQ
                       WHEN "owner"
                           MOVE WS-PC-VALUE TO WS-PROJ-OWNER-REQ
                   END-EVALUATE
                   CALL "PROJECTS-UPDATE" USING WS-GREY-CONFIG
                                                WS-PROJECT-REQUEST
                                                WS-PROJECT-RESPONSE
                                                WS-GREY-RESULT
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-RESULT-OK = "Y"
                   MOVE "R" TO WS-PC-OUTCOME
               WHEN WS-RES-ERR-CODE = EC-CHANGE-FREEZE
                   MOVE "H" TO WS-PC-OUTCOME
               WHEN OTHER
                   MOVE "F" TO WS-PC-OUTCOME
           END-EVALUATE.

      ******************************************************************
      * CARRY-FORWARD: Keep the current line on the pending file
      ******************************************************************
       CARRY-FORWARD.
           MOVE PENDING-RECORD TO PENDING-NEW-RECORD
           WRITE PENDING-NEW-RECORD.

      ******************************************************************
      * SWAP-PENDING-FILE: The carried-forward file replaces the
      * pending file
      ******************************************************************
       SWAP-PENDING-FILE.
           MOVE SPACES TO WS-SWAP-COMMAND
           STRING "mv -f " DELIMITED BY SIZE
                  WS-PENDING-NEW-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-PENDING-FILE-NAME DELIMITED BY SPACE
                  INTO WS-SWAP-COMMAND
           CALL "SYSTEM" USING WS-SWAP-COMMAND.

      ******************************************************************
      * APPEND-RELEASE-LOG: The permanent record of a released entry -
      * who asked, who approved, and the call that applied it
      ******************************************************************
       APPEND-RELEASE-LOG.
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
                  INTO WS-TS

           MOVE SPACES TO WS-LOG-LINE
           STRING WS-TS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-PC-CHANGE-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-PC-EFFECTIVE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-PC-PROJECT-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-PC-FIELD DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-PC-VALUE DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-PC-REQUESTER DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-PC-APPROVER DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-RESULT-CORRELATION-ID DELIMITED BY SPACE
                  INTO WS-LOG-LINE
           OPEN EXTEND RELEASE-LOG-FILE
           IF WS-RELEASE-LOG-STATUS = "35"
               OPEN OUTPUT RELEASE-LOG-FILE
           END-IF
           MOVE WS-LOG-LINE TO RELEASE-LOG-RECORD
           WRITE RELEASE-LOG-RECORD
           CLOSE RELEASE-LOG-FILE

           EVALUATE TRUE
               WHEN WS-PC-FIELD = "status" AND WS-PC-VALUE = "archived"
                   MOVE "ARCHIVE" TO WS-LEDGER-ACTION
               WHEN WS-PC-FIELD = "status"
                   MOVE "RESTORE" TO WS-LEDGER-ACTION
               WHEN OTHER
                   MOVE FUNCTION UPPER-CASE(WS-PC-FIELD)
                       TO WS-LEDGER-ACTION
           END-EVALUATE
           CALL "APPROVAL-LEDGER-WRITE" USING WS-HIST-JOB-NAME
                                              WS-PC-PROJECT-ID
                                              WS-LEDGER-ACTION
                                              WS-PC-REQUESTER
                                              WS-PC-APPROVER.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RELEASE-REPORT-RECORD
           WRITE RELEASE-REPORT-RECORD.

      ******************************************************************
      * WRITE-FORECAST: Every valid pending entry due within the
      * horizon (overdue hold-overs included), with the freeze that
      * will hold it over, if any
      ******************************************************************
       WRITE-FORECAST.
           PERFORM LOAD-FREEZE-CALENDAR
           OPEN OUTPUT FORECAST-FILE
           MOVE SPACES TO WS-LOG-LINE
           STRING "FORECAST|FROM=" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SPACE
                  "|DAYS=" DELIMITED BY SIZE
                  WS-HORIZON-DAYS DELIMITED BY SIZE
                  INTO WS-LOG-LINE
           MOVE WS-LOG-LINE TO FORECAST-RECORD
           WRITE FORECAST-RECORD
           MOVE SPACES TO WS-LOG-LINE
           STRING "WHEN|EFFECTIVE|CHANGE_ID|PROJECT_ID|FIELD|VALUE|"
                      DELIMITED BY SIZE
                  "REQUESTER|APPROVER|FREEZE" DELIMITED BY SIZE
                  INTO WS-LOG-LINE
           MOVE WS-LOG-LINE TO FORECAST-RECORD
           WRITE FORECAST-RECORD

           OPEN INPUT PENDING-FILE
           IF WS-PENDING-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ PENDING-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM FORECAST-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF

           MOVE SPACES TO WS-LOG-LINE
           STRING "SUMMARY|SCHEDULED=" DELIMITED BY SIZE
                  WS-FORECAST-COUNT DELIMITED BY SIZE
                  "|IN_FREEZE=" DELIMITED BY SIZE
                  WS-FORECAST-FROZEN DELIMITED BY SIZE
                  INTO WS-LOG-LINE
           MOVE WS-LOG-LINE TO FORECAST-RECORD
           WRITE FORECAST-RECORD
           CLOSE FORECAST-FILE.

       FORECAST-ONE-ENTRY.
           IF PENDING-RECORD = SPACES OR PENDING-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           PERFORM PARSE-PENDING-ENTRY
           IF WS-PC-PROBLEM NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PC-DAYS-OUT
           CALL "DATE-TS-DIFF-DAYS" USING WS-PC-EFFECTIVE WS-TODAY
                                          WS-PC-DAYS-OUT
           IF WS-PC-DAYS-OUT > WS-HORIZON-DAYS
               EXIT PARAGRAPH
           END-IF
           IF WS-PC-DAYS-OUT < 0
               MOVE "OVERDUE" TO WS-FC-WHEN
           ELSE
               MOVE "DUE" TO WS-FC-WHEN
           END-IF

      *    An overdue entry is held over today, so today's freeze is
      *    the one that matters for it
           MOVE SPACES TO WS-FRZ-HIT-REF
           PERFORM VARYING WS-FRZ-IDX FROM 1 BY 1
                       UNTIL WS-FRZ-IDX > WS-FRZ-COUNT
               IF WS-PC-DAYS-OUT < 0
                   IF WS-TODAY(1:10) >= WS-FRZ-START(WS-FRZ-IDX)
                       AND WS-TODAY(1:10) <= WS-FRZ-END(WS-FRZ-IDX)
                       MOVE WS-FRZ-REF(WS-FRZ-IDX) TO WS-FRZ-HIT-REF
                       EXIT PERFORM
                   END-IF
               ELSE
                   IF WS-PC-EFFECTIVE(1:10)
                           >= WS-FRZ-START(WS-FRZ-IDX)
                       AND WS-PC-EFFECTIVE(1:10)
                           <= WS-FRZ-END(WS-FRZ-IDX)
                       MOVE WS-FRZ-REF(WS-FRZ-IDX) TO WS-FRZ-HIT-REF
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM

           ADD 1 TO WS-FORECAST-COUNT
           IF WS-FRZ-HIT-REF NOT = SPACES
               ADD 1 TO WS-FORECAST-FROZEN
           END-IF
           MOVE SPACES TO WS-LOG-LINE
           STRING WS-FC-WHEN DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-PC-EFFECTIVE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-PC-CHANGE-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-PC-PROJECT-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-PC-FIELD DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-PC-VALUE DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-PC-REQUESTER DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-PC-APPROVER DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-FRZ-HIT-REF DELIMITED BY "  "
                  INTO WS-LOG-LINE
           MOVE WS-LOG-LINE TO FORECAST-RECORD
           WRITE FORECAST-RECORD.

      ******************************************************************
      * LOAD-FREEZE-CALENDAR: The freezes that stop project writes
      * (scope ALL or PROJECTS-WRITE), from the same calendar file
      * CHANGE-FREEZE enforces
      ******************************************************************
       LOAD-FREEZE-CALENDAR.
           MOVE 0 TO WS-FRZ-COUNT
           ACCEPT WS-FREEZE-FILE-ENV FROM ENVIRONMENT "GREY_FREEZE_FILE"
           IF WS-FREEZE-FILE-ENV NOT = SPACES
               MOVE WS-FREEZE-FILE-ENV TO WS-FREEZE-FILE-NAME
           END-IF
           OPEN INPUT FREEZE-FILE
           IF WS-FREEZE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ FREEZE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-FREEZE
               END-READ
           END-PERFORM
           CLOSE FREEZE-FILE.

       LOAD-ONE-FREEZE.
           IF FREEZE-RECORD = SPACES OR FREEZE-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FRZ-REC-START WS-FRZ-REC-END
                          WS-FRZ-REC-SCOPE WS-FRZ-REC-REF
           UNSTRING FREEZE-RECORD DELIMITED BY "|"
               INTO WS-FRZ-REC-START WS-FRZ-REC-END WS-FRZ-REC-SCOPE
                    WS-FRZ-REC-REF
           IF WS-FRZ-REC-SCOPE NOT = "ALL"
               AND WS-FRZ-REC-SCOPE NOT = "PROJECTS-WRITE"
               EXIT PARAGRAPH
           END-IF
           IF WS-FRZ-COUNT >= 100
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FRZ-COUNT
           MOVE WS-FRZ-REC-START TO WS-FRZ-START(WS-FRZ-COUNT)
           MOVE WS-FRZ-REC-END TO WS-FRZ-END(WS-FRZ-COUNT)
           MOVE WS-FRZ-REC-REF TO WS-FRZ-REF(WS-FRZ-COUNT).

      ******************************************************************
      * RECORD-RUN-HISTORY: Append this run's standard history record
      * (performed on every exit path)
      ******************************************************************
       RECORD-RUN-HISTORY.
           MOVE WS-DUE-COUNT TO WS-HIST-READ
           MOVE WS-RELEASED-COUNT TO WS-HIST-OK
           MOVE WS-FAIL-COUNT TO WS-HIST-FAIL
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

       END PROGRAM PENDING-CHANGE-RELEASE.
