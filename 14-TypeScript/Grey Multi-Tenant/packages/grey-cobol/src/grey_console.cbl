      *   4 - restore a project (with confirmation)
      *   5 - suspend a user (with confirmation)
      *   6 - reactivate a user (with confirmation)
      *   7 - batch operations panel: each job's run lock (holder,
      *       start, age), its last run's outcome and elapsed time
      *       from the run history, the latest WINDOW-OVERRUN-MONITOR
      *       projection, the stop requests in force and any
      *       VARIANCE-GATE report hold. From the panel an operator
      *       authorized for action 7 can place or withdraw a stop
      *       request for one job (or ALL) in /tmp/grey_operator_stop
      *       and release the report hold with a reason - recorded in
      *       the variance decisions file as VARIANCE-GATE records a
      *       release, with the held totals becoming the baseline
      *   8 - search the local project master by name (leading
      *       text through the master's name key, or *fragment for
      *       anywhere in the name), by owner ID (owner key) or by
      *       status, browse the hits a page at a time and open any
      *       row in the detail view of option 1
      * The detail view (options 1 and 8) ends by offering to queue
      * the project on the refresh request file (REFRESH-QUEUE), so
      * a master record out of step with Grey is re-fetched by the
      * next PROJECT-REFRESH run instead of the nightly sync; a
      * lookup Grey answers NOT-FOUND offers the same, and the run
      * removes the master record.
      * Every action runs through the same clients as the batch
      * suite, so it lands in the audit log like any other call.
      *
      * (GREY_AUTHORITY_FILE, default
      * /tmp/grey_operator_authority.txt, records
      * "operator|allowed-menu-actions" where the action list is
      * comma-separated 3-7 or ALL) before any destructive action.
      * An operator not on the file gets lookups only. Every action
      * taken is stamped with the operator ID in its own audit
      * record and notify spool entry, so the audit trail shows the
      * human, not just the service account. The audit record
      * carries the action's correlation ID and the tenant, so the
      * security review can tie it back to the call it made.
      *
      * Break-glass (menu 9): an operator the authority file does not
      * cover can take a time-limited grant of the destructive
      * actions (GREY_BREAKGLASS_MINUTES, default 60, at most 240)
      * after entering an incident reference and a justification.
      * The grant is spooled to security as an ERROR the moment it is
      * taken. Every action the grant allows is marked break-glass:
      * its audit URL carries ":breakglass=<session>" and its notify
      * entry is a WARNING naming the session and incident. Grants,
      * actions and the session's end (expiry or console exit) go to
      * the break-glass log (/tmp/grey_breakglass_log.txt) that
      * BREAKGLASS-REVIEW turns into the next morning's sign-off
      * report.
      *
      * An archive is refused outright when the project or its owner
      * is under legal hold (HOLD-CHECK); the refusal shows the
      * LEGAL-HOLD error and is logged for the hold register.
      *
      * Every failure the console shows is followed by the runbook
      * catalog's entry for its error code - what it means, the first
      * action, who to escalate to and whether a retry is safe - so
      * the operator does not have to look it up.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREY-CONSOLE.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHORITY-FILE-STATUS.

           SELECT BREAKGLASS-LOG-FILE ASSIGN TO WS-BG-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BG-LOG-STATUS.

           SELECT SYNC-MASTER-FILE ASSIGN TO WS-SYNC-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SYNC-PROJ-ID
               ALTERNATE RECORD KEY SYNC-PROJ-NAME-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY SYNC-PROJ-OWNER WITH DUPLICATES
               FILE STATUS IS WS-SYNC-FILE-STATUS.

           SELECT OPS-LIST-FILE ASSIGN TO WS-OPS-LIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPS-LIST-STATUS.

           SELECT OPS-IN-FILE ASSIGN TO WS-OPS-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPS-IN-STATUS.

           SELECT OPS-OUT-FILE ASSIGN TO WS-OPS-OUT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTHORITY-FILE.
       01  AUTHORITY-RECORD            PIC X(120).

       FD  BREAKGLASS-LOG-FILE.
       01  BREAKGLASS-LOG-RECORD       PIC X(400).

       FD  SYNC-MASTER-FILE.
       COPY GREYSYNC.

       FD  OPS-LIST-FILE.
       01  OPS-LIST-RECORD             PIC X(128).

       FD  OPS-IN-FILE.
       01  OPS-IN-RECORD               PIC X(400).

       FD  OPS-OUT-FILE.
       01  OPS-OUT-RECORD              PIC X(400).

       WORKING-STORAGE SECTION.
       COPY GREYCONF.
       COPY GREYERR.
       COPY GREYUSER.
       COPY GREYPROJ.
       COPY GREYCRED.
       COPY GREYRUNB.

       01  WS-HOST-ENV                 PIC X(256) VALUE SPACES.
       01  WS-PORT-ENV                 PIC X(5)   VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC 9(3)    VALUE 0.
       01  WS-AUDIT-RC                 PIC S9(8) COMP VALUE 0.
       01  WS-AUDIT-OK                 PIC X       VALUE "Y".
       01  WS-AUDIT-ELAPSED            PIC 9(8)    VALUE 0.
       01  WS-CONSOLE-JOB-NAME         PIC X(32)
               VALUE "GREY-CONSOLE".
       01  WS-ATTRIB-SEVERITY          PIC X(8)   VALUE "INFO".

      ******************************************************************
      * Break-glass grant - time-limited destructive authority for an
      * operator the authority file does not cover
      ******************************************************************
       01  WS-BG-LOG-NAME              PIC X(64)
               VALUE "/tmp/grey_breakglass_log.txt".
       01  WS-BG-LOG-STATUS            PIC XX     VALUE SPACES.
       01  WS-BG-LOG-LINE              PIC X(400) VALUE SPACES.
       01  WS-BG-ACTIVE                PIC X      VALUE "N".
       01  WS-BG-USED                  PIC X      VALUE "N".
       01  WS-BG-SESSION               PIC X(24)  VALUE SPACES.
       01  WS-BG-INCIDENT              PIC X(32)  VALUE SPACES.
       01  WS-BG-JUSTIFICATION         PIC X(160) VALUE SPACES.
       01  WS-BG-MINUTES-ENV           PIC X(5)   VALUE SPACES.
       01  WS-BG-MINUTES               PIC 9(3)   VALUE 60.
       01  WS-BG-NOW                   PIC X(21)  VALUE SPACES.
       01  WS-BG-NOW-TS                PIC X(19)  VALUE SPACES.
       01  WS-BG-START-TS              PIC X(19)  VALUE SPACES.
       01  WS-BG-EXPIRY-TS             PIC X(19)  VALUE SPACES.
       01  WS-BG-NOW-MIN               PIC 9(10)  VALUE 0.
       01  WS-BG-EXPIRY-MIN            PIC 9(10)  VALUE 0.
       01  WS-BG-EXPIRY-INT            PIC 9(8)   VALUE 0.
       01  WS-BG-EXPIRY-DAY            PIC 9(8)   VALUE 0.
       01  WS-BG-EXPIRY-HH             PIC 99     VALUE 0.
       01  WS-BG-EXPIRY-MM             PIC 99     VALUE 0.
       01  WS-BG-END-REASON            PIC X(8)   VALUE SPACES.
       01  WS-BG-PTR                   PIC 9(4)   VALUE 0.
       01  WS-BG-SEVERITY              PIC X(8)   VALUE "ERROR".
       01  WS-BG-ACTION-SEVERITY       PIC X(8)   VALUE "WARNING".
       01  WS-BG-GRANT-LABEL           PIC X(16)
               VALUE "BREAK-GLASS".

      ******************************************************************
      * Batch operations panel (menu 7) - locks, last runs, the window
      * projection, operator stop requests and the report hold
      ******************************************************************
       01  WS-OPS-LIST-NAME            PIC X(64)
               VALUE "/tmp/grey_console_locks.txt".
       01  WS-OPS-LIST-STATUS          PIC XX     VALUE SPACES.
       01  WS-OPS-IN-NAME              PIC X(128) VALUE SPACES.
       01  WS-OPS-IN-STATUS            PIC XX     VALUE SPACES.
       01  WS-OPS-OUT-NAME             PIC X(128) VALUE SPACES.
       01  WS-OPS-OUT-STATUS           PIC XX     VALUE SPACES.
       01  WS-OPS-HISTORY-NAME         PIC X(64)
               VALUE "/tmp/grey_run_history.txt".
       01  WS-OPS-PROJECTION-NAME      PIC X(64)
               VALUE "/tmp/grey_window_projection.txt".
       01  WS-OPS-STOP-NAME            PIC X(64)
               VALUE "/tmp/grey_operator_stop".
       01  WS-OPS-HOLD-NAME            PIC X(64)
               VALUE "/tmp/grey_report_holds.txt".
       01  WS-OPS-BASELINE-NAME        PIC X(64)
               VALUE "/tmp/grey_variance_baseline.txt".
       01  WS-OPS-DECISION-NAME        PIC X(64)
               VALUE "/tmp/grey_variance_decisions.txt".
       01  WS-OPS-COMMAND              PIC X(200) VALUE SPACES.
       01  WS-OPS-EOF                  PIC X      VALUE "N".
       01  WS-OPS-LIST-EOF             PIC X      VALUE "N".
       01  WS-OPS-DONE                 PIC X      VALUE "N".
       01  WS-OPS-CHOICE               PIC X      VALUE SPACE.
       01  WS-OPS-LINE                 PIC X(400) VALUE SPACES.
       01  WS-OPS-PTR                  PIC 9(4)   VALUE 0.
       01  WS-OPS-REASON               PIC X(128) VALUE SPACES.
       01  WS-OPS-NOW                  PIC X(21)  VALUE SPACES.
       01  WS-OPS-NOW-TS               PIC X(19)  VALUE SPACES.
       01  WS-OPS-F1                   PIC X(32)  VALUE SPACES.
       01  WS-OPS-F2                   PIC X(24)  VALUE SPACES.
       01  WS-OPS-F3                   PIC X(24)  VALUE SPACES.
       01  WS-OPS-F4                   PIC X(24)  VALUE SPACES.
       01  WS-OPS-F5                   PIC X(12)  VALUE SPACES.
       01  WS-OPS-F6                   PIC X(12)  VALUE SPACES.
       01  WS-OPS-F7                   PIC X(12)  VALUE SPACES.
       01  WS-OPS-F8                   PIC X(12)  VALUE SPACES.
       01  WS-OPS-JOB-KEY              PIC X(32)  VALUE SPACES.
       01  WS-OPS-JOB-FOUND            PIC X      VALUE "N".
       01  WS-OPS-JOB-COUNT            PIC 9(3)   VALUE 0.
       01  WS-OPS-JOB-TABLE.
           05  WS-OPS-JOB OCCURS 100 TIMES INDEXED BY WS-OJ.
               10  WS-OJ-NAME          PIC X(32).
               10  WS-OJ-LOCK-TS       PIC X(14).
               10  WS-OJ-LOCK-PID      PIC X(16).
               10  WS-OJ-LAST-START    PIC X(19).
               10  WS-OJ-LAST-END      PIC X(19).
               10  WS-OJ-LAST-RC       PIC X(4).
               10  WS-OJ-LAST-FAIL     PIC X(8).
               10  WS-OJ-STOP          PIC X.
      *    Stop file lines, rewritten whole when a request is placed
      *    or withdrawn
       01  WS-OPS-STOP-PRESENT         PIC X      VALUE "N".
       01  WS-OPS-STOP-COUNT           PIC 9(2)   VALUE 0.
       01  WS-OPS-STOP-TABLE.
           05  WS-OPS-STOP-LINE OCCURS 50 TIMES INDEXED BY WS-OS
                                       PIC X(200).
       01  WS-OPS-STOP-KEEP            PIC 9(2)   VALUE 0.
       01  WS-OPS-STOP-TAG             PIC X(8)   VALUE SPACES.
       01  WS-OPS-STOP-JOB             PIC X(32)  VALUE SPACES.
       01  WS-OPS-STOP-BY              PIC X(32)  VALUE SPACES.
       01  WS-OPS-STOP-TS              PIC X(19)  VALUE SPACES.
       01  WS-OPS-STOP-WHY             PIC X(128) VALUE SPACES.
       01  WS-OPS-HOLD-LINE            PIC X(200) VALUE SPACES.
       01  WS-OPS-HOLD-TOTALS          PIC X(80)  VALUE SPACES.
      *    Elapsed and age arithmetic - timestamps as seconds on the
      *    day count
       01  WS-OPS-DIGITS               PIC X(14)  VALUE SPACES.
       01  WS-OPS-DATE-NUM             PIC 9(8)   VALUE 0.
       01  WS-OPS-SECS                 PIC 9(12)  VALUE 0.
       01  WS-OPS-SECS-START           PIC 9(12)  VALUE 0.
       01  WS-OPS-SECS-NOW             PIC 9(12)  VALUE 0.
       01  WS-OPS-ELAPSED              PIC 9(8)   VALUE 0.
       01  WS-OPS-AGE-MIN              PIC 9(6)   VALUE 0.

      ******************************************************************
      * Project search (menu 8) over the local project master - by
      * name or owner through the master's alternate keys, by status
      * (or a name fragment anywhere in the name) by a browse
      ******************************************************************
       01  WS-SYNC-FILE-NAME           PIC X(64)
               VALUE "/tmp/grey_project_master.dat".
       01  WS-SYNC-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-SR-MODE                  PIC X      VALUE SPACE.
       01  WS-SR-VALUE                 PIC X(64)  VALUE SPACES.
       01  WS-SR-UPPER                 PIC X(64)  VALUE SPACES.
       01  WS-SR-FIELD-UPPER           PIC X(256) VALUE SPACES.
       01  WS-SR-LEN                   PIC 9(3)   VALUE 0.
       01  WS-SR-TALLY                 PIC 9(4)   VALUE 0.
       01  WS-SR-EOF                   PIC X      VALUE "N".
       01  WS-SR-SCANNED               PIC 9(6)   VALUE 0.
       01  WS-SR-TRUNCATED             PIC X      VALUE "N".
       01  WS-SR-MAX                   PIC 9(3)   VALUE 200.
       01  WS-SR-COUNT                 PIC 9(3)   VALUE 0.
       01  WS-SR-TABLE.
           05  WS-SR-ENTRY OCCURS 200 TIMES.
               10  WS-SR-ID            PIC X(64).
               10  WS-SR-NAME          PIC X(40).
               10  WS-SR-OWNER         PIC X(24).
               10  WS-SR-STATUS        PIC X(10).
       01  WS-SR-PAGE-SIZE             PIC 9(2)   VALUE 10.
       01  WS-SR-FIRST                 PIC 9(3)   VALUE 0.
       01  WS-SR-LAST                  PIC 9(3)   VALUE 0.
       01  WS-SR-ROW                   PIC 9(3)   VALUE 0.
       01  WS-SR-ROW-ED                PIC ZZ9.
       01  WS-SR-PICK                  PIC X(4)   VALUE SPACES.
       01  WS-SR-PICK-NUM              PIC 9(4)   VALUE 0.
       01  WS-SR-DONE                  PIC X      VALUE "N".

      ******************************************************************
      * Legal hold check before a console archive
      ******************************************************************
       01  WS-HOLD-ACTION              PIC X(16)  VALUE "ARCHIVE".
       01  WS-HOLD-OWNER               PIC X(64)  VALUE SPACES.
       01  WS-HOLD-FLAG                PIC X      VALUE "N".
       01  WS-HOLD-MATTER              PIC X(32)  VALUE SPACES.

      ******************************************************************
      * Refresh request - a project the operator finds out of step
      * with the local master is queued for PROJECT-REFRESH
      ******************************************************************
       01  WS-RFQ-PROJ-ID              PIC X(64)  VALUE SPACES.
       01  WS-RFQ-REQUESTED-BY         PIC X(64)  VALUE SPACES.
       01  WS-RFQ-REASON               PIC X(120) VALUE SPACES.
       01  WS-RFQ-QUEUED               PIC X      VALUE "N".

       01  WS-MENU-CHOICE              PIC X      VALUE SPACE.
       01  WS-CONSOLE-DONE             PIC X      VALUE "N".
       01  WS-IN-ID                    PIC X(64)  VALUE SPACES.
               DISPLAY "Login failed: " WS-RES-ERR-MSG
                       " (correlation id: " WS-RESULT-CORRELATION-ID
                       ")"
               PERFORM SHOW-RUNBOOK
               MOVE 8 TO RETURN-CODE
               CALL "SDK-SHUTDOWN"
               STOP RUN
                       PERFORM SET-USER-STATUS-SUSPENDED
                   WHEN "6"
                       PERFORM SET-USER-STATUS-ACTIVE
                   WHEN "7"
                       PERFORM BATCH-OPS-PANEL
                   WHEN "8"
                       PERFORM SEARCH-PROJECTS
                   WHEN "9"
                       PERFORM BREAK-GLASS-GRANT
                   WHEN "0"
                       MOVE "Y" TO WS-CONSOLE-DONE
                   WHEN SPACE
               END-EVALUATE
           END-PERFORM

           IF WS-BG-ACTIVE = "Y"
               MOVE "CLOSED" TO WS-BG-END-REASON
               PERFORM BREAK-GLASS-END
           END-IF
           CALL "SDK-SHUTDOWN"
           DISPLAY "Console closed"
           STOP RUN.
           DISPLAY "1 - look up project    2 - look up user"
           DISPLAY "3 - archive project    4 - restore project"
           DISPLAY "5 - suspend user       6 - reactivate user"
           DISPLAY "7 - batch operations   8 - search projects"
           DISPLAY "9 - break-glass grant  0 - exit"
           IF WS-BG-ACTIVE = "Y"
               DISPLAY "*** BREAK-GLASS " WS-BG-SESSION
                       " active until " WS-BG-EXPIRY-TS " ***"
           END-IF
           DISPLAY "choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE.

           IF WS-IN-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-PROJECT-DETAIL.

      *    The detail view for the project in WS-IN-ID - also where a
      *    search result row lands
       SHOW-PROJECT-DETAIL.
           MOVE SPACES TO WS-PROJECT-REQUEST
           MOVE WS-IN-ID TO WS-PROJ-ID-REQ
           CALL "PROJECTS-GET" USING WS-GREY-CONFIG
               DISPLAY "Lookup failed: " WS-RES-ERR-MSG
                       " (correlation id: " WS-RESULT-CORRELATION-ID
                       ")"
               PERFORM SHOW-RUNBOOK
      *        A project Grey no longer has may still be on the
      *        local master - the refresh removes it
               IF WS-RES-ERR-CODE = "NOT-FOUND"
                   PERFORM OFFER-MASTER-REFRESH
               END-IF
               EXIT PARAGRAPH
           END-IF

               CALL "PROJECTS-GET-METADATA-VALUE" USING
                   WS-PROJ-METADATA WS-META-KEY WS-META-VALUE
               DISPLAY WS-IN-KEY " = " WS-META-VALUE(1:128)
           END-IF
           PERFORM OFFER-MASTER-REFRESH.

      ******************************************************************
      * OFFER-MASTER-REFRESH: When the reports disagree with what Grey
      * shows, queue the project for PROJECT-REFRESH rather than
      * waiting for the nightly sync
      ******************************************************************
       OFFER-MASTER-REFRESH.
           DISPLAY "queue a refresh of the local master record "
                   "(Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-ID TO WS-RFQ-PROJ-ID
           MOVE SPACES TO WS-RFQ-REQUESTED-BY
           STRING "CONSOLE:" DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
                  INTO WS-RFQ-REQUESTED-BY
           MOVE "operator lookup" TO WS-RFQ-REASON
           CALL "REFRESH-REQUEST-ADD" USING WS-RFQ-PROJ-ID
                                            WS-RFQ-REQUESTED-BY
                                            WS-RFQ-REASON
                                            WS-RFQ-QUEUED
           IF WS-RFQ-QUEUED = "Y"
               DISPLAY "Refresh queued for " WS-RFQ-PROJ-ID
           ELSE
               DISPLAY "Refresh request could not be queued"
           END-IF.

      ******************************************************************
      * SEARCH-PROJECTS: Find a project in the local master by name,
      * owner or status, then browse the hits a page at a time and
      * drop into the detail view for the one picked
      ******************************************************************
       SEARCH-PROJECTS.
           DISPLAY "search by N - name, O - owner id, S - status: "
               WITH NO ADVANCING
           ACCEPT WS-SR-MODE
           MOVE FUNCTION UPPER-CASE(WS-SR-MODE) TO WS-SR-MODE
           EVALUATE WS-SR-MODE
               WHEN "N"
                   DISPLAY "name begins with (*fragment for anywhere "
                           "in the name): " WITH NO ADVANCING
               WHEN "O"
                   DISPLAY "owner id: " WITH NO ADVANCING
               WHEN "S"
                   DISPLAY "status: " WITH NO ADVANCING
               WHEN OTHER
                   DISPLAY "Unknown search"
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE SPACES TO WS-SR-VALUE
           ACCEPT WS-SR-VALUE
           IF WS-SR-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT SYNC-MASTER-FILE
           IF WS-SYNC-FILE-STATUS NOT = "00"
               DISPLAY "Project master not available (status "
                       WS-SYNC-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SR-COUNT WS-SR-SCANNED
           MOVE "N" TO WS-SR-TRUNCATED
           EVALUATE TRUE
               WHEN WS-SR-MODE = "N" AND WS-SR-VALUE(1:1) NOT = "*"
                   PERFORM SEARCH-BY-NAME-KEY
               WHEN WS-SR-MODE = "O"
                   PERFORM SEARCH-BY-OWNER-KEY
               WHEN OTHER
                   PERFORM SEARCH-BY-BROWSE
           END-EVALUATE
           CLOSE SYNC-MASTER-FILE

           IF WS-SR-COUNT = 0
               DISPLAY "No projects found (" WS-SR-SCANNED
                       " records read)"
               EXIT PARAGRAPH
           END-IF
           PERFORM BROWSE-SEARCH-RESULTS.

      *    Name prefix - positioned on the name key, read while the
      *    name still begins with what was typed. The key holds the
      *    name as entered in Grey, so it only finds the prefix in
      *    the case typed; when that finds nothing the master is
      *    browsed for the prefix in any case instead
       SEARCH-BY-NAME-KEY.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SR-VALUE TRAILING))
               TO WS-SR-LEN
           MOVE SPACES TO SYNC-MASTER-RECORD
           MOVE WS-SR-VALUE TO SYNC-PROJ-NAME-KEY
           MOVE "N" TO WS-SR-EOF
           START SYNC-MASTER-FILE KEY >= SYNC-PROJ-NAME-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SR-EOF
           END-START
           PERFORM UNTIL WS-SR-EOF = "Y"
               READ SYNC-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SR-EOF
                   NOT AT END
                       ADD 1 TO WS-SR-SCANNED
                       IF SYNC-PROJ-NAME-KEY(1:WS-SR-LEN)
                           NOT = WS-SR-VALUE(1:WS-SR-LEN)
                           MOVE "Y" TO WS-SR-EOF
                       ELSE
                           PERFORM ADD-SEARCH-HIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SR-COUNT = 0
               DISPLAY "No name begins with that exactly as typed - "
                       "ignoring case"
               PERFORM SEARCH-BY-BROWSE
           END-IF.

      *    Owner - positioned on the owner key, read while the owner
      *    is the one asked for
       SEARCH-BY-OWNER-KEY.
           MOVE SPACES TO SYNC-MASTER-RECORD
           MOVE WS-SR-VALUE TO SYNC-PROJ-OWNER
           MOVE "N" TO WS-SR-EOF
           START SYNC-MASTER-FILE KEY = SYNC-PROJ-OWNER
               INVALID KEY
                   MOVE "Y" TO WS-SR-EOF
           END-START
           PERFORM UNTIL WS-SR-EOF = "Y"
               READ SYNC-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SR-EOF
                   NOT AT END
                       ADD 1 TO WS-SR-SCANNED
                       IF SYNC-PROJ-OWNER NOT = WS-SR-VALUE
                           MOVE "Y" TO WS-SR-EOF
                       ELSE
                           PERFORM ADD-SEARCH-HIT
                       END-IF
               END-READ
           END-PERFORM.

      *    Status, a name fragment anywhere in the name, or a name
      *    prefix the key could not find - none has a key that
      *    ignores case, so the master is browsed end to end (case
      *    is ignored)
       SEARCH-BY-BROWSE.
           MOVE SPACES TO WS-SR-UPPER
           IF WS-SR-MODE = "N" AND WS-SR-VALUE(1:1) = "*"
               MOVE FUNCTION UPPER-CASE(WS-SR-VALUE(2:)) TO WS-SR-UPPER
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-SR-VALUE) TO WS-SR-UPPER
           END-IF
           IF WS-SR-UPPER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SR-UPPER TRAILING))
               TO WS-SR-LEN
           DISPLAY "No access path for this search - reading the "
                   "whole master"
           MOVE LOW-VALUES TO SYNC-PROJ-ID
           MOVE "N" TO WS-SR-EOF
           START SYNC-MASTER-FILE KEY >= SYNC-PROJ-ID
               INVALID KEY
                   MOVE "Y" TO WS-SR-EOF
           END-START
           PERFORM UNTIL WS-SR-EOF = "Y"
               READ SYNC-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SR-EOF
                   NOT AT END
                       ADD 1 TO WS-SR-SCANNED
                       PERFORM MATCH-BROWSED-PROJECT
               END-READ
           END-PERFORM.

       MATCH-BROWSED-PROJECT.
           IF WS-SR-MODE = "N"
               MOVE FUNCTION UPPER-CASE(SYNC-PROJ-NAME)
                   TO WS-SR-FIELD-UPPER
               IF WS-SR-VALUE(1:1) NOT = "*"
                   IF WS-SR-FIELD-UPPER(1:WS-SR-LEN)
                           = WS-SR-UPPER(1:WS-SR-LEN)
                       PERFORM ADD-SEARCH-HIT
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-SR-TALLY
               INSPECT WS-SR-FIELD-UPPER TALLYING WS-SR-TALLY
                   FOR ALL WS-SR-UPPER(1:WS-SR-LEN)
               IF WS-SR-TALLY > 0
                   PERFORM ADD-SEARCH-HIT
               END-IF
           ELSE
               IF FUNCTION UPPER-CASE(SYNC-PROJ-STATUS) = WS-SR-UPPER
                   PERFORM ADD-SEARCH-HIT
               END-IF
           END-IF.

      *    One hit into the result list - the search stops once the
      *    list is full
       ADD-SEARCH-HIT.
           IF WS-SR-COUNT >= WS-SR-MAX
               MOVE "Y" TO WS-SR-TRUNCATED
               MOVE "Y" TO WS-SR-EOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SR-COUNT
           MOVE SYNC-PROJ-ID TO WS-SR-ID(WS-SR-COUNT)
           MOVE SYNC-PROJ-NAME TO WS-SR-NAME(WS-SR-COUNT)
           MOVE SYNC-PROJ-OWNER TO WS-SR-OWNER(WS-SR-COUNT)
           MOVE SYNC-PROJ-STATUS TO WS-SR-STATUS(WS-SR-COUNT).

      ******************************************************************
      * BROWSE-SEARCH-RESULTS: The hits a page at a time; a row number
      * opens that project's detail view
      ******************************************************************
       BROWSE-SEARCH-RESULTS.
           MOVE 1 TO WS-SR-FIRST
           MOVE "N" TO WS-SR-DONE
           PERFORM UNTIL WS-SR-DONE = "Y"
               COMPUTE WS-SR-LAST = WS-SR-FIRST + WS-SR-PAGE-SIZE - 1
               IF WS-SR-LAST > WS-SR-COUNT
                   MOVE WS-SR-COUNT TO WS-SR-LAST
               END-IF
               DISPLAY " "
               DISPLAY "Projects " WS-SR-FIRST "-" WS-SR-LAST
                       " of " WS-SR-COUNT
               IF WS-SR-TRUNCATED = "Y"
                   DISPLAY "(only the first " WS-SR-MAX
                           " matches are listed - narrow the search)"
               END-IF
               DISPLAY "row name                                     "
                       "owner                    status     id"
               PERFORM VARYING WS-SR-ROW FROM WS-SR-FIRST BY 1
                       UNTIL WS-SR-ROW > WS-SR-LAST
                   MOVE WS-SR-ROW TO WS-SR-ROW-ED
                   DISPLAY WS-SR-ROW-ED " "
                           WS-SR-NAME(WS-SR-ROW) " "
                           WS-SR-OWNER(WS-SR-ROW) " "
                           WS-SR-STATUS(WS-SR-ROW) " "
                           FUNCTION TRIM(WS-SR-ID(WS-SR-ROW))
               END-PERFORM
               DISPLAY "row number for detail, N next page, "
                       "P previous page, X back: " WITH NO ADVANCING
               MOVE SPACES TO WS-SR-PICK
               ACCEPT WS-SR-PICK
               MOVE FUNCTION UPPER-CASE(WS-SR-PICK) TO WS-SR-PICK
               EVALUATE TRUE
                   WHEN WS-SR-PICK = "N"
                       IF WS-SR-LAST < WS-SR-COUNT
                           ADD WS-SR-PAGE-SIZE TO WS-SR-FIRST
                       ELSE
                           DISPLAY "Already on the last page"
                       END-IF
                   WHEN WS-SR-PICK = "P"
                       IF WS-SR-FIRST > WS-SR-PAGE-SIZE
                           SUBTRACT WS-SR-PAGE-SIZE FROM WS-SR-FIRST
                       ELSE
                           MOVE 1 TO WS-SR-FIRST
                       END-IF
                   WHEN WS-SR-PICK = "X" OR WS-SR-PICK = SPACES
                       MOVE "Y" TO WS-SR-DONE
                   WHEN FUNCTION TEST-NUMVAL(WS-SR-PICK) = 0
                       COMPUTE WS-SR-PICK-NUM =
                           FUNCTION NUMVAL(WS-SR-PICK)
                       IF WS-SR-PICK-NUM >= 1
                           AND WS-SR-PICK-NUM <= WS-SR-COUNT
                           MOVE WS-SR-ID(WS-SR-PICK-NUM) TO WS-IN-ID
                           PERFORM SHOW-PROJECT-DETAIL
                       ELSE
                           DISPLAY "No such row"
                       END-IF
                   WHEN OTHER
                       DISPLAY "Unknown choice"
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
      * LOOKUP-USER: Fetch and display a user account
      ******************************************************************
               DISPLAY "Lookup failed: " WS-RES-ERR-MSG
                       " (correlation id: " WS-RESULT-CORRELATION-ID
                       ")"
               PERFORM SHOW-RUNBOOK
               EXIT PARAGRAPH
           END-IF

               EXIT PARAGRAPH
           END-IF

      *    A project under legal hold, or owned by a held user, is
      *    never archived from the console
           MOVE SPACES TO WS-HOLD-OWNER
           IF WS-RESULT-OK = "Y"
               MOVE WS-PROJ-OWNER-ID TO WS-HOLD-OWNER
           END-IF
           CALL "HOLD-CHECK" USING WS-CONSOLE-JOB-NAME WS-HOLD-ACTION
                                   WS-IN-ID WS-HOLD-OWNER
                                   WS-HOLD-FLAG WS-HOLD-MATTER
                                   WS-RESULT-ERROR
           IF WS-HOLD-FLAG = "Y"
               DISPLAY "Refused: " WS-RES-ERR-CODE " - "
                       WS-RES-ERR-MSG
               PERFORM SHOW-RUNBOOK
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PROJECT-REQUEST
           MOVE WS-IN-ID TO WS-PROJ-ID-REQ
           CALL "PROJECTS-ARCHIVE" USING WS-GREY-CONFIG
      ******************************************************************
       CHECK-OPERATOR-AUTHORITY.
           MOVE "N" TO WS-ACTION-ALLOWED
           MOVE "N" TO WS-BG-USED
           IF WS-OPERATOR-KNOWN = "Y"
               IF WS-OPERATOR-ACTIONS = "ALL"
                   MOVE "Y" TO WS-ACTION-ALLOWED
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-ACTION-HITS
               INSPECT WS-OPERATOR-ACTIONS TALLYING WS-ACTION-HITS
                   FOR ALL WS-MENU-CHOICE
               IF WS-ACTION-HITS > 0
                   MOVE "Y" TO WS-ACTION-ALLOWED
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *    Not covered by the authority file - a live break-glass
      *    grant allows it, and marks it
           IF WS-BG-ACTIVE NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM BREAK-GLASS-CLOCK
           IF WS-BG-NOW-MIN >= WS-BG-EXPIRY-MIN
               DISPLAY "Break-glass grant " WS-BG-SESSION
                       " expired at " WS-BG-EXPIRY-TS
               MOVE "EXPIRED" TO WS-BG-END-REASON
               PERFORM BREAK-GLASS-END
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-ACTION-ALLOWED
           MOVE "Y" TO WS-BG-USED.

      ******************************************************************
      * BREAK-GLASS-GRANT: Time-limited destructive authority against
      * an incident reference and a justification, spooled to
      * security at once
      ******************************************************************
       BREAK-GLASS-GRANT.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "No operator id - break-glass needs a named "
                       "operator"
               EXIT PARAGRAPH
           END-IF
           IF WS-OPERATOR-KNOWN = "Y" AND WS-OPERATOR-ACTIONS = "ALL"
               DISPLAY "Operator " WS-OPERATOR-ID
                       " already holds every action - no grant needed"
               EXIT PARAGRAPH
           END-IF
           IF WS-BG-ACTIVE = "Y"
               DISPLAY "Break-glass " WS-BG-SESSION
                       " is already active until " WS-BG-EXPIRY-TS
               EXIT PARAGRAPH
           END-IF

           DISPLAY "incident reference: " WITH NO ADVANCING
           ACCEPT WS-BG-INCIDENT
           IF WS-BG-INCIDENT = SPACES
               DISPLAY "An incident reference is required - no grant"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "justification: " WITH NO ADVANCING
           ACCEPT WS-BG-JUSTIFICATION
           IF WS-BG-JUSTIFICATION = SPACES
               DISPLAY "A justification is required - no grant"
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-BG-MINUTES-ENV
               FROM ENVIRONMENT "GREY_BREAKGLASS_MINUTES"
           IF WS-BG-MINUTES-ENV NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-BG-MINUTES-ENV) = 0
               COMPUTE WS-BG-MINUTES =
                   FUNCTION NUMVAL(WS-BG-MINUTES-ENV)
           END-IF
           IF WS-BG-MINUTES = 0 OR WS-BG-MINUTES > 240
               MOVE 60 TO WS-BG-MINUTES
           END-IF

           DISPLAY "BREAK-GLASS grants destructive actions for "
                   WS-BG-MINUTES " minutes and alerts security - "
                   "confirm (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Not confirmed - no grant"
               EXIT PARAGRAPH
           END-IF

           PERFORM BREAK-GLASS-CLOCK
           MOVE WS-BG-NOW-TS TO WS-BG-START-TS
           COMPUTE WS-BG-EXPIRY-MIN = WS-BG-NOW-MIN + WS-BG-MINUTES
           COMPUTE WS-BG-EXPIRY-INT = WS-BG-EXPIRY-MIN / 1440
           COMPUTE WS-BG-EXPIRY-DAY =
               FUNCTION DATE-OF-INTEGER(WS-BG-EXPIRY-INT)
           COMPUTE WS-BG-EXPIRY-HH =
               FUNCTION MOD(WS-BG-EXPIRY-MIN, 1440) / 60
           COMPUTE WS-BG-EXPIRY-MM = FUNCTION MOD(WS-BG-EXPIRY-MIN, 60)
           MOVE SPACES TO WS-BG-EXPIRY-TS
           STRING WS-BG-EXPIRY-DAY(1:4) "-" WS-BG-EXPIRY-DAY(5:2) "-"
                  WS-BG-EXPIRY-DAY(7:2) "T" WS-BG-EXPIRY-HH ":"
                  WS-BG-EXPIRY-MM ":" WS-BG-NOW-TS(18:2)
               DELIMITED BY SIZE INTO WS-BG-EXPIRY-TS
           MOVE SPACES TO WS-BG-SESSION
           STRING "BG-" DELIMITED BY SIZE
                  WS-BG-NOW(1:14) DELIMITED BY SIZE
                  INTO WS-BG-SESSION
           INSPECT WS-BG-INCIDENT REPLACING ALL "|" BY "/"
           INSPECT WS-BG-INCIDENT REPLACING ALL ":" BY "-"
           INSPECT WS-BG-JUSTIFICATION REPLACING ALL "|" BY "/"
           MOVE "Y" TO WS-BG-ACTIVE

           MOVE SPACES TO WS-BG-LOG-LINE
           STRING "GRANT|" DELIMITED BY SIZE
                  WS-BG-SESSION DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-BG-INCIDENT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-BG-START-TS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-BG-EXPIRY-TS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-BG-JUSTIFICATION DELIMITED BY "  "
                  INTO WS-BG-LOG-LINE
           PERFORM WRITE-BREAKGLASS-LOG

      *    The grant itself is an audited console action
           MOVE SPACES TO WS-ATTRIB-URL
           STRING "console:" DELIMITED BY SIZE
                  WS-BG-GRANT-LABEL DELIMITED BY SPACE
                  ":" DELIMITED BY SIZE
                  WS-BG-INCIDENT DELIMITED BY SPACE
                  ":operator=" DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
                  ":breakglass=" DELIMITED BY SIZE
                  WS-BG-SESSION DELIMITED BY SPACE
                  INTO WS-ATTRIB-URL
           MOVE 200 TO WS-AUDIT-STATUS
           MOVE 0 TO WS-AUDIT-RC
           MOVE "Y" TO WS-AUDIT-OK
           MOVE SPACES TO WS-RESULT-CORRELATION-ID
           MOVE WS-BG-SESSION TO WS-RESULT-CORRELATION-ID
           CALL "AUDIT-LOG-CALL-FULL" USING WS-AUDIT-METHOD
                                       WS-ATTRIB-URL
                                       WS-AUDIT-STATUS
                                       WS-AUDIT-RC
                                       WS-AUDIT-OK
                                       WS-AUDIT-ELAPSED
                                       WS-RESULT-CORRELATION-ID
                                       WS-TENANT-ENV

           MOVE SPACES TO WS-ATTRIB-SUMMARY
           STRING "BREAK-GLASS granted to " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
                  INTO WS-ATTRIB-SUMMARY
           MOVE SPACES TO WS-ATTRIB-DETAIL
           STRING "session " DELIMITED BY SIZE
                  WS-BG-SESSION DELIMITED BY SPACE
                  " incident " DELIMITED BY SIZE
                  WS-BG-INCIDENT DELIMITED BY SPACE
                  " until " DELIMITED BY SIZE
                  WS-BG-EXPIRY-TS DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-BG-JUSTIFICATION DELIMITED BY "  "
                  INTO WS-ATTRIB-DETAIL
           CALL "NOTIFY-SPOOL-WRITE" USING WS-BG-SEVERITY
                                           WS-CONSOLE-JOB-NAME
                                           WS-ATTRIB-SUMMARY
                                           WS-ATTRIB-DETAIL
                                           WS-BG-SESSION
           DISPLAY "Break-glass " WS-BG-SESSION " granted until "
                   WS-BG-EXPIRY-TS " - security has been notified".

      ******************************************************************
      * BREAK-GLASS-END: The grant is over - expired or the console
      * closed
      ******************************************************************
       BREAK-GLASS-END.
           PERFORM BREAK-GLASS-CLOCK
           MOVE SPACES TO WS-BG-LOG-LINE
           STRING "END|" DELIMITED BY SIZE
                  WS-BG-SESSION DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-BG-NOW-TS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-BG-END-REASON DELIMITED BY SPACE
                  INTO WS-BG-LOG-LINE
           PERFORM WRITE-BREAKGLASS-LOG
           MOVE "N" TO WS-BG-ACTIVE.

      *    The moment as a timestamp and as minutes on the day count
       BREAK-GLASS-CLOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-BG-NOW
           MOVE SPACES TO WS-BG-NOW-TS
           STRING WS-BG-NOW(1:4) "-" WS-BG-NOW(5:2) "-" WS-BG-NOW(7:2)
                  "T" WS-BG-NOW(9:2) ":" WS-BG-NOW(11:2) ":"
                  WS-BG-NOW(13:2)
               DELIMITED BY SIZE INTO WS-BG-NOW-TS
           COMPUTE WS-BG-NOW-MIN =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-BG-NOW(1:8))) * 1440
               + FUNCTION NUMVAL(WS-BG-NOW(9:2)) * 60
               + FUNCTION NUMVAL(WS-BG-NOW(11:2)).

       WRITE-BREAKGLASS-LOG.
           OPEN EXTEND BREAKGLASS-LOG-FILE
           IF WS-BG-LOG-STATUS = "35"
               OPEN OUTPUT BREAKGLASS-LOG-FILE
           END-IF
           MOVE WS-BG-LOG-LINE TO BREAKGLASS-LOG-RECORD
           WRITE BREAKGLASS-LOG-RECORD
           CLOSE BREAKGLASS-LOG-FILE.

      ******************************************************************
      * BATCH-OPS-PANEL: Watch the window without a shell, and take
      * the operator's batch controls with attribution
      ******************************************************************
       BATCH-OPS-PANEL.
           MOVE "N" TO WS-OPS-DONE
           PERFORM UNTIL WS-OPS-DONE = "Y"
               PERFORM SHOW-BATCH-STATUS
               DISPLAY " "
               DISPLAY "S - place stop request  W - withdraw stop "
                       "request"
               DISPLAY "R - release report hold P - refresh  X - back"
               DISPLAY "panel choice: " WITH NO ADVANCING
               ACCEPT WS-OPS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-OPS-CHOICE)
                   TO WS-OPS-CHOICE
               EVALUATE WS-OPS-CHOICE
                   WHEN "S"
                   WHEN "W"
                   WHEN "R"
                       MOVE "7" TO WS-MENU-CHOICE
                       PERFORM CHECK-OPERATOR-AUTHORITY
                       IF WS-ACTION-ALLOWED NOT = "Y"
                           DISPLAY "Operator " WS-OPERATOR-ID
                                   " is not authorized for batch "
                                   "controls (action 7) - see the "
                                   "authority file"
                       ELSE
                           EVALUATE WS-OPS-CHOICE
                               WHEN "S"
                                   PERFORM PLACE-STOP-REQUEST
                               WHEN "W"
                                   PERFORM WITHDRAW-STOP-REQUEST
                               WHEN "R"
                                   PERFORM RELEASE-REPORT-HOLD
                           END-EVALUATE
                       END-IF
                   WHEN "P"
                       CONTINUE
                   WHEN "X"
                   WHEN SPACE
                       MOVE "Y" TO WS-OPS-DONE
                   WHEN OTHER
                       DISPLAY "Unknown choice"
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
      * SHOW-BATCH-STATUS: Every job with a lock or a run on file,
      * then the projection, the stop requests and the report hold
      ******************************************************************
       SHOW-BATCH-STATUS.
           PERFORM OPS-CLOCK
           MOVE 0 TO WS-OPS-JOB-COUNT
           PERFORM LOAD-JOB-LOCKS
           PERFORM LOAD-JOB-HISTORY
           PERFORM LOAD-STOP-REQUESTS
           PERFORM VARYING WS-OS FROM 1 BY 1
                   UNTIL WS-OS > WS-OPS-STOP-COUNT
               PERFORM SPLIT-STOP-LINE
               IF WS-OPS-STOP-JOB NOT = "ALL"
                   MOVE WS-OPS-STOP-JOB TO WS-OPS-JOB-KEY
                   PERFORM FIND-OPS-JOB
                   IF WS-OPS-JOB-FOUND = "Y"
                       MOVE "Y" TO WS-OJ-STOP(WS-OJ)
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY " "
           DISPLAY "--- Batch operations at " WS-OPS-NOW-TS " ---"
           IF WS-OPS-JOB-COUNT = 0
               DISPLAY "No run locks or run history on file"
           END-IF
           PERFORM VARYING WS-OJ FROM 1 BY 1
                   UNTIL WS-OJ > WS-OPS-JOB-COUNT
               PERFORM SHOW-JOB-LINE
           END-PERFORM

           DISPLAY " "
           DISPLAY "Stop requests:"
           IF WS-OPS-STOP-COUNT = 0
               DISPLAY "  none"
           END-IF
           PERFORM VARYING WS-OS FROM 1 BY 1
                   UNTIL WS-OS > WS-OPS-STOP-COUNT
               PERFORM SPLIT-STOP-LINE
               DISPLAY "  " FUNCTION TRIM(WS-OPS-STOP-JOB)
                       " by " FUNCTION TRIM(WS-OPS-STOP-BY)
                       " at " FUNCTION TRIM(WS-OPS-STOP-TS)
                       " - " FUNCTION TRIM(WS-OPS-STOP-WHY)
           END-PERFORM

           DISPLAY " "
           DISPLAY "Window projection (WINDOW-OVERRUN-MONITOR):"
           MOVE WS-OPS-PROJECTION-NAME TO WS-OPS-IN-NAME
           OPEN INPUT OPS-IN-FILE
           IF WS-OPS-IN-STATUS NOT = "00"
               DISPLAY "  no projection on file"
           ELSE
               MOVE "N" TO WS-OPS-EOF
               PERFORM UNTIL WS-OPS-EOF = "Y"
                   READ OPS-IN-FILE
                       AT END MOVE "Y" TO WS-OPS-EOF
                       NOT AT END
                           DISPLAY "  " FUNCTION TRIM(OPS-IN-RECORD)
                   END-READ
               END-PERFORM
               CLOSE OPS-IN-FILE
           END-IF

           DISPLAY " "
           PERFORM LOAD-REPORT-HOLD
           IF WS-OPS-HOLD-LINE = SPACES
               DISPLAY "Report hold: none"
           ELSE
               DISPLAY "Report hold: " FUNCTION TRIM(WS-OPS-HOLD-LINE)
           END-IF.

      *    One job: its lock, its last run and any stop request
       SHOW-JOB-LINE.
           MOVE SPACES TO WS-OPS-LINE
           MOVE 1 TO WS-OPS-PTR
           STRING WS-OJ-NAME(WS-OJ) DELIMITED BY SIZE
                  INTO WS-OPS-LINE WITH POINTER WS-OPS-PTR
           IF WS-OJ-LOCK-TS(WS-OJ) = SPACES
               STRING " no lock" DELIMITED BY SIZE
                      INTO WS-OPS-LINE WITH POINTER WS-OPS-PTR
           ELSE
               MOVE WS-OJ-LOCK-TS(WS-OJ) TO WS-OPS-DIGITS
               PERFORM OPS-TS-SECONDS
               MOVE 0 TO WS-OPS-AGE-MIN
               IF WS-OPS-SECS > 0 AND WS-OPS-SECS-NOW > WS-OPS-SECS
                   COMPUTE WS-OPS-AGE-MIN =
                       (WS-OPS-SECS-NOW - WS-OPS-SECS) / 60
               END-IF
               STRING " LOCKED since " DELIMITED BY SIZE
                      WS-OJ-LOCK-TS(WS-OJ)(9:2) ":"
                      WS-OJ-LOCK-TS(WS-OJ)(11:2) ":"
                      WS-OJ-LOCK-TS(WS-OJ)(13:2) " ("
                          DELIMITED BY SIZE
                      WS-OJ-LOCK-TS(WS-OJ)(1:8) DELIMITED BY SIZE
                      ") age " DELIMITED BY SIZE
                      WS-OPS-AGE-MIN DELIMITED BY SIZE
                      "m holder " DELIMITED BY SIZE
                      WS-OJ-LOCK-PID(WS-OJ) DELIMITED BY SPACE
                      INTO WS-OPS-LINE WITH POINTER WS-OPS-PTR
           END-IF
           IF WS-OJ-LAST-END(WS-OJ) = SPACES
               STRING " | no runs on file" DELIMITED BY SIZE
                      INTO WS-OPS-LINE WITH POINTER WS-OPS-PTR
           ELSE
               MOVE SPACES TO WS-OPS-DIGITS
               STRING WS-OJ-LAST-START(WS-OJ)(1:4)
                      WS-OJ-LAST-START(WS-OJ)(6:2)
                      WS-OJ-LAST-START(WS-OJ)(9:2)
                      WS-OJ-LAST-START(WS-OJ)(12:2)
                      WS-OJ-LAST-START(WS-OJ)(15:2)
                      WS-OJ-LAST-START(WS-OJ)(18:2)
                   DELIMITED BY SIZE INTO WS-OPS-DIGITS
               PERFORM OPS-TS-SECONDS
               MOVE WS-OPS-SECS TO WS-OPS-SECS-START
               MOVE SPACES TO WS-OPS-DIGITS
               STRING WS-OJ-LAST-END(WS-OJ)(1:4)
                      WS-OJ-LAST-END(WS-OJ)(6:2)
                      WS-OJ-LAST-END(WS-OJ)(9:2)
                      WS-OJ-LAST-END(WS-OJ)(12:2)
                      WS-OJ-LAST-END(WS-OJ)(15:2)
                      WS-OJ-LAST-END(WS-OJ)(18:2)
                   DELIMITED BY SIZE INTO WS-OPS-DIGITS
               PERFORM OPS-TS-SECONDS
               MOVE 0 TO WS-OPS-ELAPSED
               IF WS-OPS-SECS-START > 0
                   AND WS-OPS-SECS >= WS-OPS-SECS-START
                   COMPUTE WS-OPS-ELAPSED =
                       WS-OPS-SECS - WS-OPS-SECS-START
               END-IF
               STRING " | last run ended " DELIMITED BY SIZE
                      WS-OJ-LAST-END(WS-OJ) DELIMITED BY SPACE
                      " rc=" DELIMITED BY SIZE
                      WS-OJ-LAST-RC(WS-OJ) DELIMITED BY SPACE
                      " failed=" DELIMITED BY SIZE
                      WS-OJ-LAST-FAIL(WS-OJ) DELIMITED BY SPACE
                      " elapsed " DELIMITED BY SIZE
                      WS-OPS-ELAPSED DELIMITED BY SIZE
                      "s" DELIMITED BY SIZE
                      INTO WS-OPS-LINE WITH POINTER WS-OPS-PTR
           END-IF
           IF WS-OJ-STOP(WS-OJ) = "Y"
               STRING " | STOP REQUESTED" DELIMITED BY SIZE
                      INTO WS-OPS-LINE WITH POINTER WS-OPS-PTR
           END-IF
           DISPLAY FUNCTION TRIM(WS-OPS-LINE TRAILING).

      ******************************************************************
      * LOAD-JOB-LOCKS: Every /tmp/grey_lock_<job>.lck on disk -
      * "job|start" and the holder's "pid=" line (RUN-LOCK)
      ******************************************************************
       LOAD-JOB-LOCKS.
           MOVE SPACES TO WS-OPS-COMMAND
           STRING "ls /tmp/grey_lock_*.lck > " DELIMITED BY SIZE
                  WS-OPS-LIST-NAME DELIMITED BY SPACE
                  " 2>/dev/null" DELIMITED BY SIZE
                  INTO WS-OPS-COMMAND
           CALL "SYSTEM" USING WS-OPS-COMMAND
           MOVE 0 TO RETURN-CODE
           OPEN INPUT OPS-LIST-FILE
           IF WS-OPS-LIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-OPS-LIST-EOF
           PERFORM UNTIL WS-OPS-LIST-EOF = "Y"
               READ OPS-LIST-FILE
                   AT END MOVE "Y" TO WS-OPS-LIST-EOF
                   NOT AT END
                       IF OPS-LIST-RECORD NOT = SPACES
                           PERFORM LOAD-ONE-LOCK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPS-LIST-FILE.

       LOAD-ONE-LOCK.
           MOVE OPS-LIST-RECORD TO WS-OPS-IN-NAME
           OPEN INPUT OPS-IN-FILE
           IF WS-OPS-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OPS-F1 WS-OPS-F2 WS-OPS-F3
           READ OPS-IN-FILE
               NOT AT END
                   UNSTRING OPS-IN-RECORD DELIMITED BY "|"
                       INTO WS-OPS-F1 WS-OPS-F2
           END-READ
           READ OPS-IN-FILE
               NOT AT END
                   MOVE OPS-IN-RECORD(1:24) TO WS-OPS-F3
           END-READ
           CLOSE OPS-IN-FILE
           IF WS-OPS-F1 = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPS-F1 TO WS-OPS-JOB-KEY
           PERFORM FIND-OPS-JOB
           IF WS-OPS-JOB-FOUND = "Y"
               MOVE WS-OPS-F2 TO WS-OJ-LOCK-TS(WS-OJ)
               MOVE WS-OPS-F3 TO WS-OJ-LOCK-PID(WS-OJ)
           END-IF.

      ******************************************************************
      * LOAD-JOB-HISTORY: The last run of every job in the run
      * history ("job|run-id|start|end|read|ok|fail|rc|cid") - the
      * file is appended in time order, so the last line read wins
      ******************************************************************
       LOAD-JOB-HISTORY.
           MOVE WS-OPS-HISTORY-NAME TO WS-OPS-IN-NAME
           OPEN INPUT OPS-IN-FILE
           IF WS-OPS-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-OPS-EOF
           PERFORM UNTIL WS-OPS-EOF = "Y"
               READ OPS-IN-FILE
                   AT END MOVE "Y" TO WS-OPS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-RUN
               END-READ
           END-PERFORM
           CLOSE OPS-IN-FILE.

       LOAD-ONE-RUN.
           IF OPS-IN-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OPS-F1 WS-OPS-F2 WS-OPS-F3 WS-OPS-F4
                          WS-OPS-F5 WS-OPS-F6 WS-OPS-F7 WS-OPS-F8
           UNSTRING OPS-IN-RECORD DELIMITED BY "|"
               INTO WS-OPS-F1 WS-OPS-F2 WS-OPS-F3 WS-OPS-F4
                    WS-OPS-F5 WS-OPS-F6 WS-OPS-F7 WS-OPS-F8
           IF WS-OPS-F1 = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPS-F1 TO WS-OPS-JOB-KEY
           PERFORM FIND-OPS-JOB
           IF WS-OPS-JOB-FOUND = "Y"
               MOVE WS-OPS-F3 TO WS-OJ-LAST-START(WS-OJ)
               MOVE WS-OPS-F4 TO WS-OJ-LAST-END(WS-OJ)
               MOVE WS-OPS-F7 TO WS-OJ-LAST-FAIL(WS-OJ)
               MOVE WS-OPS-F8 TO WS-OJ-LAST-RC(WS-OJ)
           END-IF.

      *    The job's slot in the panel table, added when new; not
      *    found only when the table is full
       FIND-OPS-JOB.
           MOVE "N" TO WS-OPS-JOB-FOUND
           PERFORM VARYING WS-OJ FROM 1 BY 1
                   UNTIL WS-OJ > WS-OPS-JOB-COUNT
                      OR WS-OPS-JOB-FOUND = "Y"
               IF WS-OJ-NAME(WS-OJ) = WS-OPS-JOB-KEY
                   MOVE "Y" TO WS-OPS-JOB-FOUND
               END-IF
           END-PERFORM
           IF WS-OPS-JOB-FOUND = "Y"
               SET WS-OJ DOWN BY 1
               EXIT PARAGRAPH
           END-IF
           IF WS-OPS-JOB-COUNT >= 100
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPS-JOB-COUNT
           SET WS-OJ TO WS-OPS-JOB-COUNT
           MOVE SPACES TO WS-OPS-JOB(WS-OJ)
           MOVE WS-OPS-JOB-KEY TO WS-OJ-NAME(WS-OJ)
           MOVE "N" TO WS-OJ-STOP(WS-OJ)
           MOVE "Y" TO WS-OPS-JOB-FOUND.

      ******************************************************************
      * LOAD-STOP-REQUESTS: The stop file's lines. A file touched by
      * hand (empty, or lines not in "STOP|job|operator|ts|reason"
      * form) stops every job, so it is carried as an ALL request
      ******************************************************************
       LOAD-STOP-REQUESTS.
           MOVE 0 TO WS-OPS-STOP-COUNT
           MOVE "N" TO WS-OPS-STOP-PRESENT
           MOVE WS-OPS-STOP-NAME TO WS-OPS-IN-NAME
           OPEN INPUT OPS-IN-FILE
           IF WS-OPS-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-OPS-STOP-PRESENT
           MOVE "N" TO WS-OPS-EOF
           PERFORM UNTIL WS-OPS-EOF = "Y"
               READ OPS-IN-FILE
                   AT END MOVE "Y" TO WS-OPS-EOF
                   NOT AT END
                       IF OPS-IN-RECORD NOT = SPACES
                           AND WS-OPS-STOP-COUNT < 50
                           ADD 1 TO WS-OPS-STOP-COUNT
                           SET WS-OS TO WS-OPS-STOP-COUNT
                           IF OPS-IN-RECORD(1:5) = "STOP|"
                               MOVE OPS-IN-RECORD
                                   TO WS-OPS-STOP-LINE(WS-OS)
                           ELSE
                               MOVE SPACES TO WS-OPS-STOP-LINE(WS-OS)
                               STRING "STOP|ALL|(by hand)||"
                                          DELIMITED BY SIZE
                                      OPS-IN-RECORD(1:120)
                                          DELIMITED BY "  "
                                      INTO WS-OPS-STOP-LINE(WS-OS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPS-IN-FILE
           IF WS-OPS-STOP-COUNT = 0
               MOVE 1 TO WS-OPS-STOP-COUNT
               MOVE "STOP|ALL|(by hand)||stop file touched by hand"
                   TO WS-OPS-STOP-LINE(1)
           END-IF.

       SPLIT-STOP-LINE.
           MOVE SPACES TO WS-OPS-STOP-TAG WS-OPS-STOP-JOB
                          WS-OPS-STOP-BY WS-OPS-STOP-TS
                          WS-OPS-STOP-WHY
           UNSTRING WS-OPS-STOP-LINE(WS-OS) DELIMITED BY "|"
               INTO WS-OPS-STOP-TAG WS-OPS-STOP-JOB WS-OPS-STOP-BY
                    WS-OPS-STOP-TS WS-OPS-STOP-WHY.

      *    The stop file as the table now stands - removed once no
      *    request is left in it
       REWRITE-STOP-FILE.
           IF WS-OPS-STOP-COUNT = 0
               MOVE SPACES TO WS-OPS-COMMAND
               STRING "rm -f " DELIMITED BY SIZE
                      WS-OPS-STOP-NAME DELIMITED BY SPACE
                      INTO WS-OPS-COMMAND
               CALL "SYSTEM" USING WS-OPS-COMMAND
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPS-STOP-NAME TO WS-OPS-OUT-NAME
           OPEN OUTPUT OPS-OUT-FILE
           PERFORM VARYING WS-OS FROM 1 BY 1
                   UNTIL WS-OS > WS-OPS-STOP-COUNT
               MOVE WS-OPS-STOP-LINE(WS-OS) TO OPS-OUT-RECORD
               WRITE OPS-OUT-RECORD
           END-PERFORM
           CLOSE OPS-OUT-FILE.

      ******************************************************************
      * PLACE-STOP-REQUEST: Ask one job (or ALL) to secure its work
      * and exit 16 at its next check point
      ******************************************************************
       PLACE-STOP-REQUEST.
           DISPLAY "job to stop (or ALL): " WITH NO ADVANCING
           ACCEPT WS-IN-ID
           MOVE FUNCTION UPPER-CASE(WS-IN-ID) TO WS-IN-ID
           IF WS-IN-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-STOP-REQUESTS
           PERFORM VARYING WS-OS FROM 1 BY 1
                   UNTIL WS-OS > WS-OPS-STOP-COUNT
               PERFORM SPLIT-STOP-LINE
               IF WS-OPS-STOP-JOB = WS-IN-ID
                   OR WS-OPS-STOP-JOB = "ALL"
                   DISPLAY "A stop request covering "
                           FUNCTION TRIM(WS-IN-ID)
                           " is already in force"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-OPS-STOP-COUNT >= 50
               DISPLAY "The stop file is full - withdraw a request "
                       "first"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "reason: " WITH NO ADVANCING
           ACCEPT WS-OPS-REASON
           IF WS-OPS-REASON = SPACES
               DISPLAY "A reason is required - nothing done"
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-OPS-REASON REPLACING ALL "|" BY "/"
           DISPLAY "stop " FUNCTION TRIM(WS-IN-ID)
                   " - confirm (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Not confirmed - nothing done"
               EXIT PARAGRAPH
           END-IF

           PERFORM OPS-CLOCK
           ADD 1 TO WS-OPS-STOP-COUNT
           SET WS-OS TO WS-OPS-STOP-COUNT
           MOVE SPACES TO WS-OPS-STOP-LINE(WS-OS)
           STRING "STOP|" DELIMITED BY SIZE
                  WS-IN-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-OPS-NOW-TS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-OPS-REASON DELIMITED BY "  "
                  INTO WS-OPS-STOP-LINE(WS-OS)
           PERFORM REWRITE-STOP-FILE
           MOVE "Y" TO WS-RESULT-OK
           MOVE SPACES TO WS-RESULT-CORRELATION-ID
           MOVE "STOP-JOB" TO WS-ACTION-LABEL
           PERFORM RECORD-OPERATOR-ACTION
           DISPLAY "Stop request placed for " FUNCTION TRIM(WS-IN-ID)
                   " - honored at the job's next check point".

      ******************************************************************
      * WITHDRAW-STOP-REQUEST: Take a job's stop request (or the ALL
      * request) back out of the stop file
      ******************************************************************
       WITHDRAW-STOP-REQUEST.
           DISPLAY "job whose stop request to withdraw (or ALL): "
               WITH NO ADVANCING
           ACCEPT WS-IN-ID
           MOVE FUNCTION UPPER-CASE(WS-IN-ID) TO WS-IN-ID
           IF WS-IN-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-STOP-REQUESTS
           MOVE 0 TO WS-OPS-STOP-KEEP
           PERFORM VARYING WS-OS FROM 1 BY 1
                   UNTIL WS-OS > WS-OPS-STOP-COUNT
               PERFORM SPLIT-STOP-LINE
               IF WS-OPS-STOP-JOB NOT = WS-IN-ID
                   ADD 1 TO WS-OPS-STOP-KEEP
                   MOVE WS-OPS-STOP-LINE(WS-OS)
                       TO WS-OPS-STOP-LINE(WS-OPS-STOP-KEEP)
               END-IF
           END-PERFORM
           IF WS-OPS-STOP-KEEP = WS-OPS-STOP-COUNT
               DISPLAY "No stop request for " FUNCTION TRIM(WS-IN-ID)
               EXIT PARAGRAPH
           END-IF
           DISPLAY "withdraw the stop request for "
                   FUNCTION TRIM(WS-IN-ID) " - confirm (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Not confirmed - nothing done"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OPS-STOP-KEEP TO WS-OPS-STOP-COUNT
           PERFORM REWRITE-STOP-FILE
           MOVE "Y" TO WS-RESULT-OK
           MOVE SPACES TO WS-RESULT-CORRELATION-ID
           MOVE "WITHDRAW-STOP" TO WS-ACTION-LABEL
           PERFORM RECORD-OPERATOR-ACTION
           DISPLAY "Stop request for " FUNCTION TRIM(WS-IN-ID)
                   " withdrawn".

      ******************************************************************
      * LOAD-REPORT-HOLD: VARIANCE-GATE's hold marker - the "HELD|"
      * line and the "TOTALS|" line of the totals it held
      ******************************************************************
       LOAD-REPORT-HOLD.
           MOVE SPACES TO WS-OPS-HOLD-LINE WS-OPS-HOLD-TOTALS
           MOVE WS-OPS-HOLD-NAME TO WS-OPS-IN-NAME
           OPEN INPUT OPS-IN-FILE
           IF WS-OPS-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-OPS-EOF
           PERFORM UNTIL WS-OPS-EOF = "Y"
               READ OPS-IN-FILE
                   AT END MOVE "Y" TO WS-OPS-EOF
                   NOT AT END
                       IF OPS-IN-RECORD(1:7) = "TOTALS|"
                           MOVE OPS-IN-RECORD(8:80)
                               TO WS-OPS-HOLD-TOTALS
                       ELSE
                           IF WS-OPS-HOLD-LINE = SPACES
                               MOVE OPS-IN-RECORD
                                   TO WS-OPS-HOLD-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPS-IN-FILE
           IF WS-OPS-HOLD-LINE = SPACES
               MOVE "HELD (marker has no detail)" TO WS-OPS-HOLD-LINE
           END-IF.

      ******************************************************************
      * RELEASE-REPORT-HOLD: Lift the VARIANCE-GATE hold with a
      * recorded reason - the decision is written as the gate writes
      * a release, and the held totals become the new baseline
      ******************************************************************
       RELEASE-REPORT-HOLD.
           PERFORM LOAD-REPORT-HOLD
           IF WS-OPS-HOLD-LINE = SPACES
               DISPLAY "No report hold in place"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Hold: " FUNCTION TRIM(WS-OPS-HOLD-LINE)
           DISPLAY "reason for release: " WITH NO ADVANCING
           ACCEPT WS-OPS-REASON
           IF WS-OPS-REASON = SPACES
               DISPLAY "A reason is required - nothing done"
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-OPS-REASON REPLACING ALL "|" BY "/"
           DISPLAY "release the report hold - confirm (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Not confirmed - nothing done"
               EXIT PARAGRAPH
           END-IF

           PERFORM OPS-CLOCK
           MOVE WS-OPS-DECISION-NAME TO WS-OPS-OUT-NAME
           OPEN EXTEND OPS-OUT-FILE
           IF WS-OPS-OUT-STATUS = "35"
               OPEN OUTPUT OPS-OUT-FILE
           END-IF
           MOVE SPACES TO OPS-OUT-RECORD
           STRING WS-OPS-NOW(1:8) DELIMITED BY SIZE
                  "|RELEASED|" DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-OPS-REASON DELIMITED BY "  "
                  INTO OPS-OUT-RECORD
           WRITE OPS-OUT-RECORD
           CLOSE OPS-OUT-FILE

           IF WS-OPS-HOLD-TOTALS NOT = SPACES
               MOVE WS-OPS-BASELINE-NAME TO WS-OPS-OUT-NAME
               OPEN OUTPUT OPS-OUT-FILE
               MOVE WS-OPS-HOLD-TOTALS TO OPS-OUT-RECORD
               WRITE OPS-OUT-RECORD
               CLOSE OPS-OUT-FILE
           END-IF

           MOVE SPACES TO WS-OPS-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  WS-OPS-HOLD-NAME DELIMITED BY SPACE
                  INTO WS-OPS-COMMAND
           CALL "SYSTEM" USING WS-OPS-COMMAND
           MOVE 0 TO RETURN-CODE

           MOVE "VARIANCE-GATE" TO WS-IN-ID
           MOVE "Y" TO WS-RESULT-OK
           MOVE SPACES TO WS-RESULT-CORRELATION-ID
           MOVE "RELEASE-HOLD" TO WS-ACTION-LABEL
           PERFORM RECORD-OPERATOR-ACTION
           DISPLAY "Report hold released - reports may distribute"
           IF WS-OPS-HOLD-TOTALS = SPACES
               DISPLAY "The hold carried no totals - the baseline is "
                       "unchanged, so rerun VARIANCE-GATE with "
                       "GREY_VARIANCE_RELEASE before the next cycle"
           END-IF.

      *    The moment, as a timestamp and as seconds on the day count
       OPS-CLOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-OPS-NOW
           MOVE SPACES TO WS-OPS-NOW-TS
           STRING WS-OPS-NOW(1:4) "-" WS-OPS-NOW(5:2) "-"
                  WS-OPS-NOW(7:2) "T" WS-OPS-NOW(9:2) ":"
                  WS-OPS-NOW(11:2) ":" WS-OPS-NOW(13:2)
               DELIMITED BY SIZE INTO WS-OPS-NOW-TS
           MOVE WS-OPS-NOW(1:14) TO WS-OPS-DIGITS
           PERFORM OPS-TS-SECONDS
           MOVE WS-OPS-SECS TO WS-OPS-SECS-NOW.

      *    YYYYMMDDhhmmss in WS-OPS-DIGITS to seconds; zero when it is
      *    not a timestamp
       OPS-TS-SECONDS.
           MOVE 0 TO WS-OPS-SECS
           IF WS-OPS-DIGITS IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPS-DIGITS(1:8) TO WS-OPS-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-OPS-DATE-NUM) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OPS-SECS =
               FUNCTION INTEGER-OF-DATE(WS-OPS-DATE-NUM) * 86400
               + FUNCTION NUMVAL(WS-OPS-DIGITS(9:2)) * 3600
               + FUNCTION NUMVAL(WS-OPS-DIGITS(11:2)) * 60
               + FUNCTION NUMVAL(WS-OPS-DIGITS(13:2)).

      ******************************************************************
      * RECORD-OPERATOR-ACTION: Stamp the human into the audit trail
      * and the notify spool, not just the service account
                  ":operator=" DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
                  INTO WS-ATTRIB-URL
           IF WS-BG-USED = "Y"
               COMPUTE WS-BG-PTR = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-ATTRIB-URL TRAILING)) + 1
               STRING ":breakglass=" DELIMITED BY SIZE
                      WS-BG-SESSION DELIMITED BY SPACE
                      INTO WS-ATTRIB-URL WITH POINTER WS-BG-PTR
           END-IF
           MOVE 0 TO WS-AUDIT-RC
           IF WS-RESULT-OK = "Y"
               MOVE 200 TO WS-AUDIT-STATUS
               MOVE 0 TO WS-AUDIT-STATUS
               MOVE "N" TO WS-AUDIT-OK
           END-IF
           CALL "AUDIT-LOG-CALL-FULL" USING WS-AUDIT-METHOD
                                       WS-ATTRIB-URL
                                       WS-AUDIT-STATUS
                                       WS-AUDIT-RC
                                       WS-AUDIT-OK
                                       WS-AUDIT-ELAPSED
                                       WS-RESULT-CORRELATION-ID
                                       WS-TENANT-ENV

           MOVE SPACES TO WS-ATTRIB-SUMMARY
           STRING "Console action " DELIMITED BY SIZE
                  " result=" DELIMITED BY SIZE
                  WS-RESULT-OK DELIMITED BY SIZE
                  INTO WS-ATTRIB-DETAIL
           IF WS-BG-USED NOT = "Y"
               CALL "NOTIFY-SPOOL-WRITE" USING WS-ATTRIB-SEVERITY
                                               WS-CONSOLE-JOB-NAME
                                               WS-ATTRIB-SUMMARY
                                               WS-ATTRIB-DETAIL
                                               WS-RESULT-CORRELATION-ID
               EXIT PARAGRAPH
           END-IF

      *    Taken under break-glass - marked in the notify entry and
      *    logged against the session for the morning sign-off
           MOVE SPACES TO WS-ATTRIB-SUMMARY
           STRING "BREAK-GLASS console action " DELIMITED BY SIZE
                  WS-ACTION-LABEL DELIMITED BY SPACE
                  INTO WS-ATTRIB-SUMMARY
           COMPUTE WS-BG-PTR = FUNCTION LENGTH(
               FUNCTION TRIM(WS-ATTRIB-DETAIL TRAILING)) + 1
           STRING " breakglass=" DELIMITED BY SIZE
                  WS-BG-SESSION DELIMITED BY SPACE
                  " incident=" DELIMITED BY SIZE
                  WS-BG-INCIDENT DELIMITED BY SPACE
                  INTO WS-ATTRIB-DETAIL WITH POINTER WS-BG-PTR
           CALL "NOTIFY-SPOOL-WRITE" USING WS-BG-ACTION-SEVERITY
                                           WS-CONSOLE-JOB-NAME
                                           WS-ATTRIB-SUMMARY
                                           WS-ATTRIB-DETAIL
                                           WS-RESULT-CORRELATION-ID
           PERFORM BREAK-GLASS-CLOCK
           MOVE SPACES TO WS-BG-LOG-LINE
           STRING "ACTION|" DELIMITED BY SIZE
                  WS-BG-SESSION DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-BG-NOW-TS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-ACTION-LABEL DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-IN-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-RESULT-OK DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-RESULT-CORRELATION-ID DELIMITED BY SPACE
                  INTO WS-BG-LOG-LINE
           PERFORM WRITE-BREAKGLASS-LOG.

      ******************************************************************
      * SHOW-ACTION-RESULT: The outcome of an action, with the
               DISPLAY "Failed: " WS-RES-ERR-MSG
                       " (correlation id: " WS-RESULT-CORRELATION-ID
                       ")"
               PERFORM SHOW-RUNBOOK
           END-IF.

      ******************************************************************
                                          WS-PROXY-ENV
           END-IF.

      ******************************************************************
      * SHOW-RUNBOOK: The runbook catalog's entry for the error code
      * of the call that just failed
      ******************************************************************
       SHOW-RUNBOOK.
           IF WS-RES-ERR-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RES-ERR-CODE TO WS-RUNBOOK-CODE
           MOVE "GREY-CONSOLE" TO WS-RUNBOOK-JOB
           CALL "RUNBOOK-LOOKUP" USING WS-RUNBOOK-CODE WS-RUNBOOK-JOB
                                       WS-RUNBOOK
           IF NOT WS-RUNBOOK-IS-FOUND
               DISPLAY "  Runbook: no entry for "
                       FUNCTION TRIM(WS-RUNBOOK-CODE)
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  Runbook " FUNCTION TRIM(WS-RUNBOOK-CODE)
           DISPLAY "    Meaning:      "
                   FUNCTION TRIM(WS-RUNBOOK-MEANING)
           DISPLAY "    First action: "
                   FUNCTION TRIM(WS-RUNBOOK-ACTION)
           DISPLAY "    Escalate to:  "
                   FUNCTION TRIM(WS-RUNBOOK-CONTACT)
           EVALUATE WS-RUNBOOK-RERUN
               WHEN "Y"
                   DISPLAY "    Retry safe:   YES"
               WHEN "N"
                   DISPLAY "    Retry safe:   NO"
               WHEN OTHER
                   DISPLAY "    Retry safe:   NOT STATED"
           END-EVALUATE.

      ******************************************************************
      * AUTHENTICATE: The credential store first, then the operator's
      * environment credentials
