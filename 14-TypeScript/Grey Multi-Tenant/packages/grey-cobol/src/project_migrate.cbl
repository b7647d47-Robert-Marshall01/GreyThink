      ******************************************************************
      * project_migrate.cbl - Grey Cross-Tenant Project Migration
      * Reorganizations move groups of projects from one tenant to
      * another, and PROJECT-PROMOTE only carries a project from
      * staging to production inside one tenant. This driver moves a
      * list of projects from the source tenant
      * (GREY_MIGRATE_SOURCE) to the target tenant
      * (GREY_MIGRATE_TARGET) on the same Grey host, each tenant
      * logged in with its own credential-store entry
      * (GREY_USERNAME/GREY_PASSWORD when the store has none).
      *
      * Inputs:
      *   /tmp/grey_migrate_ids.txt       one source project ID a line
      *   /tmp/grey_migrate_user_map.txt  "source-user-id|target-
      *                                   user-id"
      *
      * The run is in three phases:
      *   PLAN     every source project is fetched with its metadata
      *            and members, and every owner and member is mapped
      *            to a target-tenant user - through the user map
      *            file, else by matching the source user's email
      *            against the target tenant's users. A user that
      *            maps to nobody is reported UNMAPPED and the run
      *            stops before anything is written, as does a
      *            project that cannot be fetched whole.
      *   MIGRATE  each project is created in the target tenant
      *            (PROJECTS-CREATE carries the idempotency key), its
      *            owner set to the mapped owner, and every mapped
      *            member added with the role it held - members the
      *            target project already has are left alone.
      *   ARCHIVE  the source projects are archived only when every
      *            project in the batch migrated cleanly; otherwise
      *            they all stay active for the rerun.
      * A source project under legal hold (HOLD-CHECK, action
      * ARCHIVE, on the project or its owner) is found at planning
      * and reported LEGAL-HOLD; it is neither copied nor archived,
      * and the rest of the batch goes ahead.
      *
      * The migration map /tmp/grey_migrate_map.txt
      * ("source-tenant|source-id|target-tenant|target-id") is
      * append-only, like PROJECT-PROMOTE's pair file: a rerun finds
      * the projects already created and completes them instead of
      * creating twins.
      *
      * Report: /tmp/grey_migrate_report.txt
      *   "USERMAP|source-user|target-user|MAP-or-EMAIL"
      *   "UNMAPPED|source-user|email|first-project-seen-on"
      *   "source-id|target-id|action|OK-or-FAILED|detail"
      *   "ARCHIVE|source-id|OK-FAILED-or-SKIPPED|detail"
      *   "source-id||PLAN|LEGAL-HOLD|matter"
      * RETURN-CODE 0 migrated and archived, 4 some projects failed
      * (nothing archived) or an archive failed, 8 unmapped users, a
      * plan failure or bad parameters - nothing written, 12 a
      * project was refused under legal hold, or another instance
      * holds the run lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT-MIGRATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ID-LIST-FILE ASSIGN TO WS-ID-LIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ID-LIST-STATUS.

           SELECT USER-MAP-FILE ASSIGN TO WS-USER-MAP-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-USER-MAP-STATUS.

           SELECT PAIR-FILE ASSIGN TO WS-PAIR-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PAIR-FILE-STATUS.

           SELECT MIGRATE-REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ID-LIST-FILE.
       01  ID-LIST-RECORD              PIC X(80).

       FD  USER-MAP-FILE.
       01  USER-MAP-RECORD             PIC X(140).

       FD  PAIR-FILE.
       01  PAIR-RECORD                 PIC X(280).

       FD  MIGRATE-REPORT-FILE.
       01  MIGRATE-REPORT-RECORD       PIC X(400).

       WORKING-STORAGE SECTION.
       COPY GREYCONF.
       COPY GREYERR.
       COPY GREYRES.
       COPY GREYAUTH.
       COPY GREYCRED.
       COPY GREYPROJ.
       COPY GREYMBR.
       COPY GREYUSER.

      ******************************************************************
      * The source-tenant configuration (the 01 in GREYCONF is the
      * target side)
      ******************************************************************
       01  WS-SRC-CONFIG.
           05  WS-SRC-HOST             PIC X(256) VALUE SPACES.
           05  WS-SRC-PORT             PIC 9(5)   VALUE 8080.
           05  WS-SRC-USE-TLS          PIC X      VALUE "N".
           05  WS-SRC-TIMEOUT          PIC 9(3)   VALUE 30.
           05  WS-SRC-AUTH-TOKEN       PIC X(2048) VALUE SPACES.
           05  WS-SRC-BASE-URL         PIC X(512) VALUE SPACES.
           05  WS-SRC-CUSTOM-HEADERS.
               10  WS-SRC-HEADER-COUNT PIC 9(2)   VALUE 0.
               10  WS-SRC-HEADERS OCCURS 10 TIMES.
                   15  WS-SRC-HEADER-NAME  PIC X(64).
                   15  WS-SRC-HEADER-VALUE PIC X(256).
           05  WS-SRC-REFRESH-TOKEN    PIC X(2048) VALUE SPACES.
           05  WS-SRC-TENANT-ID        PIC X(64)  VALUE SPACES.
           05  WS-SRC-API-KEY          PIC X(256) VALUE SPACES.
           05  WS-SRC-CONNECT-TIMEOUT  PIC 9(3)   VALUE 10.
           05  WS-SRC-DRY-RUN          PIC X      VALUE "N".
           05  WS-SRC-PROXY-URL        PIC X(512) VALUE SPACES.
      *    The trailing fields GREYCONF grew - the callees map the
      *    full layout, so this mirror must carry them too or their
      *    reads and writes land on the fields that follow
           05  WS-SRC-TOKEN-URL        PIC X(512)
               VALUE "/oauth/token".
           05  WS-SRC-OAUTH-SCOPES     PIC X(256) VALUE SPACES.
           05  WS-SRC-TLS-CERT-FILE    PIC X(256) VALUE SPACES.
           05  WS-SRC-TLS-KEY-FILE     PIC X(256) VALUE SPACES.
           05  WS-SRC-TLS-PASS-REF     PIC X(64)  VALUE SPACES.
           05  WS-SRC-ALT-HOST         PIC X(256) VALUE SPACES.
           05  WS-SRC-ALT-PORT         PIC 9(5)   VALUE 0.
           05  WS-SRC-SIGN-REQUESTS    PIC X      VALUE "N".
           05  WS-SRC-API-VERSION      PIC X(16)  VALUE SPACES.

       01  WS-ID-LIST-NAME             PIC X(64)
               VALUE "/tmp/grey_migrate_ids.txt".
       01  WS-ID-LIST-STATUS           PIC XX     VALUE SPACES.
       01  WS-USER-MAP-NAME            PIC X(64)
               VALUE "/tmp/grey_migrate_user_map.txt".
       01  WS-USER-MAP-STATUS          PIC XX     VALUE SPACES.
       01  WS-PAIR-FILE-NAME           PIC X(64)
               VALUE "/tmp/grey_migrate_map.txt".
       01  WS-PAIR-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-REPORT-FILE-NAME         PIC X(64)
               VALUE "/tmp/grey_migrate_report.txt".
       01  WS-REPORT-LINE              PIC X(400) VALUE SPACES.
       01  WS-PAIR-LINE                PIC X(280) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".

       01  WS-HOST-ENV                 PIC X(256) VALUE SPACES.
       01  WS-PORT-ENV                 PIC X(5)   VALUE SPACES.
       01  WS-PORT-NUM                 PIC 9(5)   VALUE 0.
       01  WS-USER-ENV                 PIC X(256) VALUE SPACES.
       01  WS-PASS-ENV                 PIC X(256) VALUE SPACES.
       01  WS-PROXY-ENV                PIC X(512) VALUE SPACES.
       01  WS-SOURCE-TENANT            PIC X(64)  VALUE SPACES.
       01  WS-TARGET-TENANT            PIC X(64)  VALUE SPACES.
       01  WS-LOGIN-TENANT             PIC X(64)  VALUE SPACES.
       01  WS-LOGIN-OK                 PIC X      VALUE "N".

      ******************************************************************
      * The batch - one row per source project
      ******************************************************************
       01  WS-MIGRATE-TABLE.
           05  WS-MG-COUNT              PIC 9(3)  VALUE 0.
           05  WS-MG-ENTRY OCCURS 500 TIMES.
               10  WS-MG-SRC-ID         PIC X(64).
               10  WS-MG-TGT-ID         PIC X(64).
               10  WS-MG-SRC-ARCHIVED   PIC X.
               10  WS-MG-RESULT         PIC X(8).
               10  WS-MG-HELD           PIC X.
       01  WS-MG-IDX                   PIC 9(3)   VALUE 0.
       01  WS-MG-OVERFLOW              PIC X      VALUE "N".

      ******************************************************************
      * Every source user an owner or member - and where they map to
      ******************************************************************
       01  WS-USER-TABLE.
           05  WS-UM-COUNT              PIC 9(4)  VALUE 0.
           05  WS-UM-ENTRY OCCURS 2000 TIMES.
               10  WS-UM-SRC-ID         PIC X(64).
               10  WS-UM-TGT-ID         PIC X(64).
               10  WS-UM-EMAIL          PIC X(256).
               10  WS-UM-HOW            PIC X(5).
               10  WS-UM-FIRST-PROJ     PIC X(64).
       01  WS-UM-IDX                   PIC 9(4)   VALUE 0.
       01  WS-UM-FOUND-IDX             PIC 9(4)   VALUE 0.
       01  WS-UM-OVERFLOW              PIC X      VALUE "N".
       01  WS-NOTE-USER-ID             PIC X(64)  VALUE SPACES.
       01  WS-NOTE-PROJ-ID             PIC X(64)  VALUE SPACES.
       01  WS-UNMAPPED-COUNT           PIC 9(4)   VALUE 0.

      ******************************************************************
      * The user map file and the target tenant's users by email
      ******************************************************************
       01  WS-USER-MAP-TABLE.
           05  WS-UF-COUNT              PIC 9(4)  VALUE 0.
           05  WS-UF-ENTRY OCCURS 2000 TIMES.
               10  WS-UF-SRC-ID         PIC X(64).
               10  WS-UF-TGT-ID         PIC X(64).
       01  WS-UF-IDX                   PIC 9(4)   VALUE 0.

       01  WS-TARGET-USER-TABLE.
           05  WS-TU-COUNT              PIC 9(4)  VALUE 0.
           05  WS-TU-LOADED             PIC X     VALUE "N".
           05  WS-TU-ENTRY OCCURS 5000 TIMES.
               10  WS-TU-ID             PIC X(64).
               10  WS-TU-EMAIL          PIC X(256).
       01  WS-TU-IDX                   PIC 9(4)   VALUE 0.
       01  WS-TU-PAGE                  PIC 9(5)   VALUE 0.
       01  WS-TU-MORE                  PIC X      VALUE "Y".
       01  WS-ITEM-IDX                 PIC 9(3)   VALUE 0.
       01  WS-EMAIL-LOWER              PIC X(256) VALUE SPACES.

      ******************************************************************
      * One project on its way across
      ******************************************************************
       01  WS-SRC-PROJ-ID              PIC X(64)  VALUE SPACES.
       01  WS-TGT-PROJ-ID              PIC X(64)  VALUE SPACES.
       01  WS-SRC-OWNER-ID             PIC X(64)  VALUE SPACES.
       01  WS-MIGRATE-ACTION           PIC X(8)   VALUE SPACES.
       01  WS-MIGRATE-DETAIL           PIC X(200) VALUE SPACES.
       01  WS-PAIR-FOUND               PIC X      VALUE "N".
       01  WS-PAIR-EOF                 PIC X      VALUE "N".
       01  WS-PAIR-SRC-TENANT          PIC X(64)  VALUE SPACES.
       01  WS-PAIR-SRC-ID              PIC X(64)  VALUE SPACES.
       01  WS-PAIR-TGT-TENANT          PIC X(64)  VALUE SPACES.
       01  WS-PAIR-TGT-ID              PIC X(64)  VALUE SPACES.
       01  WS-PROJ-FAILED              PIC X      VALUE "N".

       01  WS-SRC-MEMBERS.
           05  WS-SM-COUNT              PIC 9(3)  VALUE 0.
           05  WS-SM-ENTRY OCCURS 100 TIMES.
               10  WS-SM-USER-ID        PIC X(64).
               10  WS-SM-ROLE           PIC X(32).
       01  WS-SM-IDX                   PIC 9(3)   VALUE 0.
       01  WS-MBR-IDX                  PIC 9(3)   VALUE 0.
       01  WS-ALREADY-MEMBER           PIC X      VALUE "N".
       01  WS-ADDED-COUNT              PIC 9(3)   VALUE 0.
       01  WS-KEPT-COUNT               PIC 9(3)   VALUE 0.

       01  WS-PLAN-FAIL-COUNT          PIC 9(5)   VALUE 0.
       01  WS-MIGRATED-COUNT           PIC 9(5)   VALUE 0.
       01  WS-FAIL-COUNT               PIC 9(5)   VALUE 0.
       01  WS-ARCHIVED-COUNT           PIC 9(5)   VALUE 0.
       01  WS-ARCHIVE-FAIL-COUNT       PIC 9(5)   VALUE 0.
       01  WS-HELD-COUNT               PIC 9(5)   VALUE 0.

      ******************************************************************
      * Legal hold check on each source project
      ******************************************************************
       01  WS-HOLD-ACTION              PIC X(16)  VALUE "ARCHIVE".
       01  WS-HOLD-FLAG                PIC X      VALUE "N".
       01  WS-HOLD-MATTER              PIC X(32)  VALUE SPACES.
       01  WS-HOLD-ERROR.
           05  WS-HOLD-ERR-CODE        PIC X(32)  VALUE SPACES.
           05  WS-HOLD-ERR-MSG         PIC X(256) VALUE SPACES.
           05  WS-HOLD-ERR-DETAILS     PIC X(1024) VALUE SPACES.
           05  WS-HOLD-ERR-RETRYABLE   PIC X      VALUE "N".

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "PROJECT-MIGRATE".
       01  WS-HIST-RUN-ID              PIC X(24)  VALUE SPACES.
       01  WS-HIST-READ                PIC 9(8)   VALUE 0.
       01  WS-HIST-OK                  PIC 9(8)   VALUE 0.
       01  WS-HIST-FAIL                PIC 9(8)   VALUE 0.
       01  WS-HIST-CID                 PIC X(40)  VALUE SPACES.

      ******************************************************************
      * Notification spool fields - abnormal events append to the
      * spool the mailer daemon drains
      ******************************************************************
       01  WS-NOTIFY-SEVERITY          PIC X(8)   VALUE SPACES.
       01  WS-NOTIFY-SUMMARY           PIC X(64)  VALUE SPACES.
       01  WS-NOTIFY-DETAIL            PIC X(256) VALUE SPACES.
       01  WS-LOCK-ACQUIRED            PIC X      VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Cross-Tenant Project Migration ==="
           MOVE 0 TO RETURN-CODE

           CALL "RUN-HISTORY-START" USING WS-HIST-JOB-NAME
                                          WS-HIST-RUN-ID

      *    One instance per job - two instances would both find a
      *    project unmapped and create it twice
           CALL "RUN-LOCK-ACQUIRE" USING WS-HIST-JOB-NAME
                                         WS-LOCK-ACQUIRED
           IF WS-LOCK-ACQUIRED NOT = "Y"
               MOVE 12 TO RETURN-CODE
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF

           ACCEPT WS-SOURCE-TENANT FROM ENVIRONMENT
               "GREY_MIGRATE_SOURCE"
           ACCEPT WS-TARGET-TENANT FROM ENVIRONMENT
               "GREY_MIGRATE_TARGET"
           IF WS-SOURCE-TENANT = SPACES
               OR WS-TARGET-TENANT = SPACES
               OR WS-SOURCE-TENANT = WS-TARGET-TENANT
               DISPLAY "GREY_MIGRATE_SOURCE and GREY_MIGRATE_TARGET "
                       "must name two different tenants"
               PERFORM END-WITH-SETUP-FAILURE
           END-IF

           PERFORM INITIALIZE-CONFIG
           PERFORM LOGIN-BOTH-TENANTS
           IF WS-LOGIN-OK NOT = "Y"
               PERFORM END-WITH-SETUP-FAILURE
           END-IF

           PERFORM LOAD-ID-LIST
           IF WS-MG-COUNT = 0
               DISPLAY "No source project IDs in " WS-ID-LIST-NAME
               PERFORM END-WITH-SETUP-FAILURE
           END-IF
           PERFORM LOAD-USER-MAP

           OPEN OUTPUT MIGRATE-REPORT-FILE
           MOVE "SOURCE_ID|TARGET_ID|ACTION|RESULT|DETAIL"
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

      *    Phase 1 - fetch and map everything before writing anything
           PERFORM VARYING WS-MG-IDX FROM 1 BY 1
                   UNTIL WS-MG-IDX > WS-MG-COUNT
               PERFORM PLAN-ONE-PROJECT
           END-PERFORM
           PERFORM VARYING WS-UM-IDX FROM 1 BY 1
                   UNTIL WS-UM-IDX > WS-UM-COUNT
               PERFORM MAP-ONE-USER
           END-PERFORM

           IF WS-UNMAPPED-COUNT > 0 OR WS-PLAN-FAIL-COUNT > 0
               OR WS-UM-OVERFLOW = "Y" OR WS-MG-OVERFLOW = "Y"
               PERFORM END-WITH-PLAN-FAILURE
           END-IF

      *    Phase 2 - create, set owner, add members
           PERFORM VARYING WS-MG-IDX FROM 1 BY 1
                   UNTIL WS-MG-IDX > WS-MG-COUNT
               PERFORM MIGRATE-ONE-PROJECT
           END-PERFORM

      *    Phase 3 - the source goes only when the whole batch landed
           IF WS-FAIL-COUNT = 0
               PERFORM VARYING WS-MG-IDX FROM 1 BY 1
                       UNTIL WS-MG-IDX > WS-MG-COUNT
                   PERFORM ARCHIVE-ONE-SOURCE
               END-PERFORM
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ARCHIVE||SKIPPED|" DELIMITED BY SIZE
                      WS-FAIL-COUNT DELIMITED BY SIZE
                      " project(s) failed - source projects left "
                          DELIMITED BY SIZE
                      "active for the rerun" DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUMMARY|PROJECTS=" DELIMITED BY SIZE
                  WS-MG-COUNT DELIMITED BY SIZE
                  "|MIGRATED=" DELIMITED BY SIZE
                  WS-MIGRATED-COUNT DELIMITED BY SIZE
                  "|FAILED=" DELIMITED BY SIZE
                  WS-FAIL-COUNT DELIMITED BY SIZE
                  "|ARCHIVED=" DELIMITED BY SIZE
                  WS-ARCHIVED-COUNT DELIMITED BY SIZE
                  "|HELD=" DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE MIGRATE-REPORT-FILE
           CALL "SDK-SHUTDOWN"

           MOVE WS-MG-COUNT TO WS-HIST-READ
           MOVE WS-MIGRATED-COUNT TO WS-HIST-OK
           MOVE WS-FAIL-COUNT TO WS-HIST-FAIL
           IF WS-FAIL-COUNT > 0 OR WS-ARCHIVE-FAIL-COUNT > 0
               MOVE 4 TO RETURN-CODE
               MOVE "WARNING" TO WS-NOTIFY-SEVERITY
               MOVE "Project migration incomplete"
                   TO WS-NOTIFY-SUMMARY
               MOVE SPACES TO WS-NOTIFY-DETAIL
               STRING WS-FAIL-COUNT DELIMITED BY SIZE
                      " project(s) failed, " DELIMITED BY SIZE
                      WS-ARCHIVE-FAIL-COUNT DELIMITED BY SIZE
                      " archive(s) failed - rerun completes them; see "
                          DELIMITED BY SIZE
                      WS-REPORT-FILE-NAME DELIMITED BY SPACE
                      INTO WS-NOTIFY-DETAIL
               CALL "NOTIFY-SPOOL-WRITE" USING WS-NOTIFY-SEVERITY
                                               WS-HIST-JOB-NAME
                                               WS-NOTIFY-SUMMARY
                                               WS-NOTIFY-DETAIL
                                               WS-HIST-CID
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           IF WS-HELD-COUNT > 0
               DISPLAY WS-HELD-COUNT " project(s) refused under "
                       "legal hold - not migrated"
               MOVE 12 TO RETURN-CODE
           END-IF

           DISPLAY "Migration complete. Migrated: " WS-MIGRATED-COUNT
                   " Failed: " WS-FAIL-COUNT
                   " Archived: " WS-ARCHIVED-COUNT
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           STOP RUN.

      ******************************************************************
      * END-WITH-SETUP-FAILURE: Bad parameters or no login - nothing
      * has been read or written
      ******************************************************************
       END-WITH-SETUP-FAILURE.
           CALL "SDK-SHUTDOWN"
           MOVE 8 TO RETURN-CODE
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           STOP RUN.

      ******************************************************************
      * END-WITH-PLAN-FAILURE: Unmapped users or unfetchable projects
      * stop the run before anything is written to either tenant
      ******************************************************************
       END-WITH-PLAN-FAILURE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUMMARY|PROJECTS=" DELIMITED BY SIZE
                  WS-MG-COUNT DELIMITED BY SIZE
                  "|PLAN-FAILED=" DELIMITED BY SIZE
                  WS-PLAN-FAIL-COUNT DELIMITED BY SIZE
                  "|UNMAPPED=" DELIMITED BY SIZE
                  WS-UNMAPPED-COUNT DELIMITED BY SIZE
                  "|nothing written" DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE MIGRATE-REPORT-FILE
           CALL "SDK-SHUTDOWN"

           MOVE "ERROR" TO WS-NOTIFY-SEVERITY
           MOVE "Project migration stopped at planning"
               TO WS-NOTIFY-SUMMARY
           MOVE SPACES TO WS-NOTIFY-DETAIL
           STRING WS-UNMAPPED-COUNT DELIMITED BY SIZE
                  " unmapped user(s), " DELIMITED BY SIZE
                  WS-PLAN-FAIL-COUNT DELIMITED BY SIZE
                  " project(s) not fetched - nothing written; see "
                      DELIMITED BY SIZE
                  WS-REPORT-FILE-NAME DELIMITED BY SPACE
                  INTO WS-NOTIFY-DETAIL
           IF WS-UM-OVERFLOW = "Y" OR WS-MG-OVERFLOW = "Y"
               MOVE SPACES TO WS-NOTIFY-DETAIL
               STRING "batch exceeds the 500 project / 2000 user limit"
                          DELIMITED BY SIZE
                      " - split the ID list" DELIMITED BY SIZE
                      INTO WS-NOTIFY-DETAIL
           END-IF
           CALL "NOTIFY-SPOOL-WRITE" USING WS-NOTIFY-SEVERITY
                                           WS-HIST-JOB-NAME
                                           WS-NOTIFY-SUMMARY
                                           WS-NOTIFY-DETAIL
                                           WS-HIST-CID
           DISPLAY "Migration stopped before writing: "
                   FUNCTION TRIM(WS-NOTIFY-DETAIL)

           MOVE WS-MG-COUNT TO WS-HIST-READ
           MOVE WS-PLAN-FAIL-COUNT TO WS-HIST-FAIL
           MOVE 8 TO RETURN-CODE
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           STOP RUN.

      ******************************************************************
      * INITIALIZE-CONFIG: Host, port and proxy from the job's
      * environment - both tenants live on the same host
      ******************************************************************
       INITIALIZE-CONFIG.
           ACCEPT WS-HOST-ENV FROM ENVIRONMENT "GREY_HOST"
           ACCEPT WS-PORT-ENV FROM ENVIRONMENT "GREY_PORT"
           ACCEPT WS-USER-ENV FROM ENVIRONMENT "GREY_USERNAME"
           ACCEPT WS-PASS-ENV FROM ENVIRONMENT "GREY_PASSWORD"
           ACCEPT WS-PROXY-ENV FROM ENVIRONMENT "GREY_HTTP_PROXY"

           IF WS-HOST-ENV = SPACES
               MOVE "localhost" TO WS-HOST-ENV
           END-IF
           IF WS-PORT-ENV = SPACES
               MOVE 8080 TO WS-PORT-NUM
           ELSE
               MOVE WS-PORT-ENV TO WS-PORT-NUM
           END-IF
           CALL "SDK-INIT-PRODUCTION" USING WS-HOST-ENV WS-PORT-NUM
                                            WS-GREY-CONFIG
           IF WS-PROXY-ENV NOT = SPACES
               CALL "SDK-SET-PROXY" USING WS-GREY-CONFIG
                                          WS-PROXY-ENV
           END-IF.

      ******************************************************************
      * LOGIN-BOTH-TENANTS: The source session is established first
      * and copied aside into the source config; the target session
      * then takes the main config
      ******************************************************************
       LOGIN-BOTH-TENANTS.
           MOVE WS-SOURCE-TENANT TO WS-LOGIN-TENANT
           PERFORM LOGIN-TENANT
           IF WS-LOGIN-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GREY-CONFIG TO WS-SRC-CONFIG

           MOVE WS-TARGET-TENANT TO WS-LOGIN-TENANT
           PERFORM LOGIN-TENANT.

      ******************************************************************
      * LOGIN-TENANT: Log WS-GREY-CONFIG in to WS-LOGIN-TENANT with
      * the tenant's credential-store entry, or the job's own
      * GREY_USERNAME/GREY_PASSWORD when the store has none
      ******************************************************************
       LOGIN-TENANT.
           MOVE "N" TO WS-LOGIN-OK
           CALL "SDK-SET-TENANT-ID" USING WS-GREY-CONFIG
                                          WS-LOGIN-TENANT
           CALL "SDK-CLEAR-AUTH-TOKEN" USING WS-GREY-CONFIG
           CALL "SDK-CLEAR-API-KEY" USING WS-GREY-CONFIG
           MOVE SPACES TO WS-AUTH-REFRESH-TOKEN

           CALL "CRED-RESOLVE" USING WS-LOGIN-TENANT WS-CREDENTIAL
           EVALUATE TRUE
               WHEN WS-CRED-IS-FOUND AND WS-CRED-APIKEY
                   CALL "SDK-SET-API-KEY" USING WS-GREY-CONFIG
                                                WS-CRED-SECRET
                   MOVE "Y" TO WS-RESULT-OK
               WHEN WS-CRED-IS-FOUND AND WS-CRED-OAUTH2
                   MOVE WS-CRED-USERNAME TO WS-AUTH-USERNAME
                   MOVE WS-CRED-SECRET TO WS-AUTH-PASSWORD
                   CALL "AUTH-CLIENT-CREDENTIALS" USING WS-GREY-CONFIG
                                                        WS-AUTH-REQUEST
                                                       WS-AUTH-RESPONSE
                                                        WS-GREY-RESULT
               WHEN WS-CRED-IS-FOUND
                   MOVE WS-CRED-USERNAME TO WS-AUTH-USERNAME
                   MOVE WS-CRED-SECRET TO WS-AUTH-PASSWORD
                   CALL "AUTH-LOGIN" USING WS-GREY-CONFIG
                                           WS-AUTH-REQUEST
                                           WS-AUTH-RESPONSE
                                           WS-GREY-RESULT
               WHEN OTHER
                   MOVE WS-USER-ENV TO WS-AUTH-USERNAME
                   MOVE WS-PASS-ENV TO WS-AUTH-PASSWORD
                   CALL "AUTH-LOGIN" USING WS-GREY-CONFIG
                                           WS-AUTH-REQUEST
                                           WS-AUTH-RESPONSE
                                           WS-GREY-RESULT
           END-EVALUATE

           IF WS-RESULT-OK NOT = "Y"
               DISPLAY "Login to tenant "
                       FUNCTION TRIM(WS-LOGIN-TENANT)
                       " failed: " WS-RES-ERR-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-LOGIN-OK.

      ******************************************************************
      * LOAD-ID-LIST: The source project IDs, one a line
      ******************************************************************
       LOAD-ID-LIST.
           MOVE 0 TO WS-MG-COUNT
           OPEN INPUT ID-LIST-FILE
           IF WS-ID-LIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ ID-LIST-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF ID-LIST-RECORD NOT = SPACES
                           AND ID-LIST-RECORD(1:1) NOT = "#"
                           IF WS-MG-COUNT >= 500
                               MOVE "Y" TO WS-MG-OVERFLOW
                           ELSE
                               ADD 1 TO WS-MG-COUNT
                               MOVE ID-LIST-RECORD(1:64)
                                   TO WS-MG-SRC-ID(WS-MG-COUNT)
                               MOVE SPACES
                                   TO WS-MG-TGT-ID(WS-MG-COUNT)
                               MOVE "N"
                                 TO WS-MG-SRC-ARCHIVED(WS-MG-COUNT)
                               MOVE SPACES
                                   TO WS-MG-RESULT(WS-MG-COUNT)
                               MOVE "N"
                                   TO WS-MG-HELD(WS-MG-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ID-LIST-FILE.

      ******************************************************************
      * LOAD-USER-MAP: "source-user-id|target-user-id" - explicit
      * mappings win over email matching
      ******************************************************************
       LOAD-USER-MAP.
           MOVE 0 TO WS-UF-COUNT
           OPEN INPUT USER-MAP-FILE
           IF WS-USER-MAP-STATUS NOT = "00"
               DISPLAY "No user map file - users matched by email"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ USER-MAP-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF USER-MAP-RECORD NOT = SPACES
                           AND USER-MAP-RECORD(1:1) NOT = "#"
                           AND WS-UF-COUNT < 2000
                           ADD 1 TO WS-UF-COUNT
                           MOVE SPACES TO WS-UF-SRC-ID(WS-UF-COUNT)
                                          WS-UF-TGT-ID(WS-UF-COUNT)
                           UNSTRING USER-MAP-RECORD DELIMITED BY "|"
                               INTO WS-UF-SRC-ID(WS-UF-COUNT)
                                    WS-UF-TGT-ID(WS-UF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-MAP-FILE.

      ******************************************************************
      * PLAN-ONE-PROJECT: Fetch the source project whole and note its
      * owner and members for mapping
      ******************************************************************
       PLAN-ONE-PROJECT.
           MOVE WS-MG-SRC-ID(WS-MG-IDX) TO WS-SRC-PROJ-ID
           PERFORM FETCH-SOURCE-PROJECT
           IF WS-PROJ-FAILED = "Y"
               ADD 1 TO WS-PLAN-FAIL-COUNT
               MOVE SPACES TO WS-TGT-PROJ-ID
               MOVE "PLAN" TO WS-MIGRATE-ACTION
               PERFORM WRITE-PROJECT-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-PROJ-ARCHIVED
               MOVE "Y" TO WS-MG-SRC-ARCHIVED(WS-MG-IDX)
           END-IF

      *    A project under legal hold, or owned by a held user, is
      *    not moved out of its tenant
           CALL "HOLD-CHECK" USING WS-HIST-JOB-NAME WS-HOLD-ACTION
                                   WS-SRC-PROJ-ID WS-SRC-OWNER-ID
                                   WS-HOLD-FLAG WS-HOLD-MATTER
                                   WS-HOLD-ERROR
           IF WS-HOLD-FLAG = "Y"
               MOVE "Y" TO WS-MG-HELD(WS-MG-IDX)
               ADD 1 TO WS-HELD-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-SRC-PROJ-ID DELIMITED BY SPACE
                      "||PLAN|" DELIMITED BY SIZE
                      WS-HOLD-ERR-CODE DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-HOLD-MATTER DELIMITED BY SPACE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SRC-PROJ-ID TO WS-NOTE-PROJ-ID
           MOVE WS-SRC-OWNER-ID TO WS-NOTE-USER-ID
           PERFORM NOTE-SOURCE-USER
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-SM-COUNT
               MOVE WS-SM-USER-ID(WS-SM-IDX) TO WS-NOTE-USER-ID
               PERFORM NOTE-SOURCE-USER
           END-PERFORM.

      ******************************************************************
      * FETCH-SOURCE-PROJECT: PROJECTS-GET and PROJECT-MEMBERS-LIST
      * against the source tenant. A project whose metadata came back
      * truncated, or whose member list is longer than one page, is
      * not fetched whole and must not be migrated.
      ******************************************************************
       FETCH-SOURCE-PROJECT.
           MOVE "N" TO WS-PROJ-FAILED
           MOVE SPACES TO WS-MIGRATE-DETAIL
           MOVE SPACES TO WS-PROJECT-REQUEST
           MOVE WS-SRC-PROJ-ID TO WS-PROJ-ID-REQ
           CALL "PROJECTS-GET" USING WS-SRC-CONFIG
                                     WS-PROJECT-REQUEST
                                     WS-PROJECT-RESPONSE
                                     WS-GREY-RESULT
           IF WS-RESULT-OK NOT = "Y"
               MOVE "Y" TO WS-PROJ-FAILED
               STRING "PROJECTS-GET: " DELIMITED BY SIZE
                      WS-RES-ERR-MSG DELIMITED BY "  "
                      INTO WS-MIGRATE-DETAIL
               EXIT PARAGRAPH
           END-IF
           IF WS-PROJ-META-IS-TRUNC
               MOVE "Y" TO WS-PROJ-FAILED
               MOVE SPACES TO WS-MIGRATE-DETAIL
               STRING "metadata larger than the SDK carries - migrate "
                          DELIMITED BY SIZE
                      "by hand" DELIMITED BY SIZE
                      INTO WS-MIGRATE-DETAIL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROJ-OWNER-ID TO WS-SRC-OWNER-ID

           MOVE SPACES TO WS-MEMBER-REQUEST
           MOVE WS-SRC-PROJ-ID TO WS-MBR-PROJ-ID-REQ
           CALL "PROJECT-MEMBERS-LIST" USING WS-SRC-CONFIG
                                             WS-MEMBER-REQUEST
                                             WS-MEMBER-LIST-RESPONSE
                                             WS-GREY-RESULT
           IF WS-RESULT-OK NOT = "Y"
               MOVE "Y" TO WS-PROJ-FAILED
               STRING "PROJECT-MEMBERS-LIST: " DELIMITED BY SIZE
                      WS-RES-ERR-MSG DELIMITED BY "  "
                      INTO WS-MIGRATE-DETAIL
               EXIT PARAGRAPH
           END-IF
           IF WS-MBR-TOTAL-COUNT > WS-MEMBER-COUNT
               MOVE "Y" TO WS-PROJ-FAILED
               STRING "member list longer than one page ("
                          DELIMITED BY SIZE
                      WS-MBR-TOTAL-COUNT DELIMITED BY SIZE
                      ") - migrate by hand" DELIMITED BY SIZE
                      INTO WS-MIGRATE-DETAIL
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MEMBER-COUNT TO WS-SM-COUNT
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-SM-COUNT
               MOVE WS-MBR-ITEM-USER-ID(WS-SM-IDX)
                   TO WS-SM-USER-ID(WS-SM-IDX)
               MOVE WS-MBR-ITEM-ROLE(WS-SM-IDX)
                   TO WS-SM-ROLE(WS-SM-IDX)
           END-PERFORM.

      *    WS-NOTE-USER-ID added to the user table once
       NOTE-SOURCE-USER.
           IF WS-NOTE-USER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SOURCE-USER
           IF WS-UM-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-UM-COUNT >= 2000
               MOVE "Y" TO WS-UM-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UM-COUNT
           MOVE WS-NOTE-USER-ID TO WS-UM-SRC-ID(WS-UM-COUNT)
           MOVE SPACES TO WS-UM-TGT-ID(WS-UM-COUNT)
           MOVE SPACES TO WS-UM-EMAIL(WS-UM-COUNT)
           MOVE SPACES TO WS-UM-HOW(WS-UM-COUNT)
           MOVE WS-NOTE-PROJ-ID TO WS-UM-FIRST-PROJ(WS-UM-COUNT).

       FIND-SOURCE-USER.
           MOVE 0 TO WS-UM-FOUND-IDX
           PERFORM VARYING WS-UM-IDX FROM 1 BY 1
                   UNTIL WS-UM-IDX > WS-UM-COUNT
                      OR WS-UM-FOUND-IDX > 0
               IF WS-UM-SRC-ID(WS-UM-IDX) = WS-NOTE-USER-ID
                   MOVE WS-UM-IDX TO WS-UM-FOUND-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      * MAP-ONE-USER: The user map file first; otherwise the source
      * user's email looked up among the target tenant's users
      ******************************************************************
       MAP-ONE-USER.
           PERFORM VARYING WS-UF-IDX FROM 1 BY 1
                   UNTIL WS-UF-IDX > WS-UF-COUNT
               IF WS-UF-SRC-ID(WS-UF-IDX) = WS-UM-SRC-ID(WS-UM-IDX)
                   AND WS-UF-TGT-ID(WS-UF-IDX) NOT = SPACES
                   MOVE WS-UF-TGT-ID(WS-UF-IDX)
                       TO WS-UM-TGT-ID(WS-UM-IDX)
                   MOVE "MAP" TO WS-UM-HOW(WS-UM-IDX)
               END-IF
           END-PERFORM

           IF WS-UM-TGT-ID(WS-UM-IDX) = SPACES
               CALL "USER-GET" USING WS-SRC-CONFIG
                                     WS-UM-SRC-ID(WS-UM-IDX)
                                     WS-USER-RESPONSE
                                     WS-GREY-RESULT
               IF WS-RESULT-OK = "Y" AND WS-USER-EMAIL NOT = SPACES
                   MOVE WS-USER-EMAIL TO WS-UM-EMAIL(WS-UM-IDX)
                   PERFORM LOAD-TARGET-USERS
                   MOVE FUNCTION LOWER-CASE(WS-USER-EMAIL)
                       TO WS-EMAIL-LOWER
                   PERFORM VARYING WS-TU-IDX FROM 1 BY 1
                           UNTIL WS-TU-IDX > WS-TU-COUNT
                              OR WS-UM-TGT-ID(WS-UM-IDX) NOT = SPACES
                       IF WS-TU-EMAIL(WS-TU-IDX) = WS-EMAIL-LOWER
                           MOVE WS-TU-ID(WS-TU-IDX)
                               TO WS-UM-TGT-ID(WS-UM-IDX)
                           MOVE "EMAIL" TO WS-UM-HOW(WS-UM-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-UM-TGT-ID(WS-UM-IDX) = SPACES
               ADD 1 TO WS-UNMAPPED-COUNT
               STRING "UNMAPPED|" DELIMITED BY SIZE
                      WS-UM-SRC-ID(WS-UM-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-UM-EMAIL(WS-UM-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-UM-FIRST-PROJ(WS-UM-IDX) DELIMITED BY SPACE
                      INTO WS-REPORT-LINE
           ELSE
               STRING "USERMAP|" DELIMITED BY SIZE
                      WS-UM-SRC-ID(WS-UM-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-UM-TGT-ID(WS-UM-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-UM-HOW(WS-UM-IDX) DELIMITED BY SPACE
                      INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * LOAD-TARGET-USERS: Every target-tenant user's email, walked
      * once on first need
      ******************************************************************
       LOAD-TARGET-USERS.
           IF WS-TU-LOADED = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-TU-LOADED
           MOVE 0 TO WS-TU-COUNT
           MOVE 0 TO WS-TU-PAGE
           MOVE "Y" TO WS-TU-MORE
           PERFORM UNTIL WS-TU-MORE = "N"
               ADD 1 TO WS-TU-PAGE
               MOVE WS-TU-PAGE TO WS-USER-PAGE
               MOVE 100 TO WS-USER-PER-PAGE
               CALL "USER-LIST" USING WS-GREY-CONFIG
                                      WS-USER-LIST-REQUEST
                                      WS-USER-LIST-RESPONSE
                                      WS-GREY-RESULT
               IF WS-RESULT-OK NOT = "Y"
                   DISPLAY "Target user list page " WS-TU-PAGE
                           " failed: " WS-RES-ERR-MSG
                   MOVE "N" TO WS-TU-MORE
               ELSE
                   PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                           UNTIL WS-ITEM-IDX > WS-USER-COUNT
                              OR WS-TU-COUNT >= 5000
                       ADD 1 TO WS-TU-COUNT
                       MOVE WS-USER-ITEM-ID(WS-ITEM-IDX)
                           TO WS-TU-ID(WS-TU-COUNT)
                       MOVE FUNCTION LOWER-CASE
                               (WS-USER-ITEM-EMAIL(WS-ITEM-IDX))
                           TO WS-TU-EMAIL(WS-TU-COUNT)
                   END-PERFORM
                   IF WS-USER-COUNT = 0
                       OR WS-TU-PAGE >= WS-USER-PAGE-COUNT
                       OR WS-TU-COUNT >= 5000
                       MOVE "N" TO WS-TU-MORE
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * MIGRATE-ONE-PROJECT: Create (or find, on a rerun) the target
      * project, set its owner and add the missing members
      ******************************************************************
       MIGRATE-ONE-PROJECT.
           IF WS-MG-HELD(WS-MG-IDX) = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MG-SRC-ID(WS-MG-IDX) TO WS-SRC-PROJ-ID
           MOVE SPACES TO WS-TGT-PROJ-ID
           PERFORM FETCH-SOURCE-PROJECT
           IF WS-PROJ-FAILED = "Y"
               MOVE "FETCH" TO WS-MIGRATE-ACTION
               PERFORM RECORD-PROJECT-FAILURE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-MIGRATION-PAIR
           IF WS-PAIR-FOUND = "Y"
               MOVE "EXISTS" TO WS-MIGRATE-ACTION
           ELSE
               MOVE "CREATE" TO WS-MIGRATE-ACTION
               MOVE SPACES TO WS-PROJECT-REQUEST
               MOVE WS-PROJ-NAME TO WS-PROJ-NAME-REQ
               MOVE WS-PROJ-DESCRIPTION TO WS-PROJ-DESC-REQ
               MOVE WS-PROJ-METADATA TO WS-PROJ-METADATA-REQ
               CALL "PROJECTS-CREATE" USING WS-GREY-CONFIG
                                            WS-PROJECT-REQUEST
                                            WS-PROJECT-RESPONSE
                                            WS-GREY-RESULT
               IF WS-RESULT-OK NOT = "Y"
                   STRING "PROJECTS-CREATE: " DELIMITED BY SIZE
                          WS-RES-ERR-MSG DELIMITED BY "  "
                          INTO WS-MIGRATE-DETAIL
                   PERFORM RECORD-PROJECT-FAILURE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PROJ-ID TO WS-TGT-PROJ-ID
               PERFORM APPEND-MIGRATION-PAIR
           END-IF
           MOVE WS-TGT-PROJ-ID TO WS-MG-TGT-ID(WS-MG-IDX)

      *    The owner the source project had, mapped
           MOVE WS-SRC-OWNER-ID TO WS-NOTE-USER-ID
           PERFORM FIND-SOURCE-USER
           IF WS-UM-FOUND-IDX > 0
               MOVE SPACES TO WS-PROJECT-REQUEST
               MOVE WS-TGT-PROJ-ID TO WS-PROJ-ID-REQ
               MOVE WS-UM-TGT-ID(WS-UM-FOUND-IDX) TO WS-PROJ-OWNER-REQ
               CALL "PROJECTS-UPDATE" USING WS-GREY-CONFIG
                                            WS-PROJECT-REQUEST
                                            WS-PROJECT-RESPONSE
                                            WS-GREY-RESULT
               IF WS-RESULT-OK NOT = "Y"
                   STRING "owner not set: " DELIMITED BY SIZE
                          WS-RES-ERR-MSG DELIMITED BY "  "
                          INTO WS-MIGRATE-DETAIL
                   PERFORM RECORD-PROJECT-FAILURE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM ADD-TARGET-MEMBERS
           IF WS-PROJ-FAILED = "Y"
               PERFORM RECORD-PROJECT-FAILURE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MIGRATED-COUNT
           MOVE "OK" TO WS-MG-RESULT(WS-MG-IDX)
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-SRC-PROJ-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-TGT-PROJ-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-MIGRATE-ACTION DELIMITED BY SPACE
                  "|OK|members added " DELIMITED BY SIZE
                  WS-ADDED-COUNT DELIMITED BY SIZE
                  ", already present " DELIMITED BY SIZE
                  WS-KEPT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       RECORD-PROJECT-FAILURE.
           ADD 1 TO WS-FAIL-COUNT
           MOVE "FAILED" TO WS-MG-RESULT(WS-MG-IDX)
           PERFORM WRITE-PROJECT-LINE.

      ******************************************************************
      * ADD-TARGET-MEMBERS: Every source member, mapped, added with
      * the role it held - a member the target project already has
      * (a rerun, or the creator) is left as it is
      ******************************************************************
       ADD-TARGET-MEMBERS.
           MOVE 0 TO WS-ADDED-COUNT
           MOVE 0 TO WS-KEPT-COUNT
           MOVE SPACES TO WS-MEMBER-REQUEST
           MOVE WS-TGT-PROJ-ID TO WS-MBR-PROJ-ID-REQ
           CALL "PROJECT-MEMBERS-LIST" USING WS-GREY-CONFIG
                                             WS-MEMBER-REQUEST
                                             WS-MEMBER-LIST-RESPONSE
                                             WS-GREY-RESULT
           IF WS-RESULT-OK NOT = "Y"
               MOVE "Y" TO WS-PROJ-FAILED
               STRING "target PROJECT-MEMBERS-LIST: " DELIMITED BY SIZE
                      WS-RES-ERR-MSG DELIMITED BY "  "
                      INTO WS-MIGRATE-DETAIL
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-SM-COUNT
                      OR WS-PROJ-FAILED = "Y"
               PERFORM ADD-ONE-TARGET-MEMBER
           END-PERFORM.

       ADD-ONE-TARGET-MEMBER.
           MOVE WS-SM-USER-ID(WS-SM-IDX) TO WS-NOTE-USER-ID
           PERFORM FIND-SOURCE-USER
           IF WS-UM-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-ALREADY-MEMBER
           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                   UNTIL WS-MBR-IDX > WS-MEMBER-COUNT
               IF WS-MBR-ITEM-USER-ID(WS-MBR-IDX)
                   = WS-UM-TGT-ID(WS-UM-FOUND-IDX)
                   MOVE "Y" TO WS-ALREADY-MEMBER
               END-IF
           END-PERFORM
           IF WS-ALREADY-MEMBER = "Y"
               ADD 1 TO WS-KEPT-COUNT
               EXIT PARAGRAPH
           END-IF

      *    The list response is still needed for the checks above, so
      *    the add goes through its own request
           MOVE WS-TGT-PROJ-ID TO WS-MBR-PROJ-ID-REQ
           MOVE WS-UM-TGT-ID(WS-UM-FOUND-IDX) TO WS-MBR-USER-ID-REQ
           MOVE WS-SM-ROLE(WS-SM-IDX) TO WS-MBR-ROLE-REQ
           CALL "PROJECT-MEMBERS-ADD" USING WS-GREY-CONFIG
                                            WS-MEMBER-REQUEST
                                            WS-GREY-RESULT
           IF WS-RESULT-OK = "Y"
               ADD 1 TO WS-ADDED-COUNT
           ELSE
               MOVE "Y" TO WS-PROJ-FAILED
               STRING "member " DELIMITED BY SIZE
                      WS-MBR-USER-ID-REQ DELIMITED BY SPACE
                      " not added: " DELIMITED BY SIZE
                      WS-RES-ERR-MSG DELIMITED BY "  "
                      INTO WS-MIGRATE-DETAIL
           END-IF.

      ******************************************************************
      * FIND-MIGRATION-PAIR: Has this source project already been
      * created in this target tenant? The map file is append-only,
      * so the scan sees every migration ever made
      ******************************************************************
       FIND-MIGRATION-PAIR.
           MOVE "N" TO WS-PAIR-FOUND
           MOVE "N" TO WS-PAIR-EOF
           OPEN INPUT PAIR-FILE
           IF WS-PAIR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PAIR-EOF = "Y"
               READ PAIR-FILE
                   AT END MOVE "Y" TO WS-PAIR-EOF
                   NOT AT END
                       IF PAIR-RECORD NOT = SPACES
                           MOVE SPACES TO WS-PAIR-SRC-TENANT
                                          WS-PAIR-SRC-ID
                                          WS-PAIR-TGT-TENANT
                                          WS-PAIR-TGT-ID
                           UNSTRING PAIR-RECORD DELIMITED BY "|"
                               INTO WS-PAIR-SRC-TENANT
                                    WS-PAIR-SRC-ID
                                    WS-PAIR-TGT-TENANT
                                    WS-PAIR-TGT-ID
                           IF WS-PAIR-SRC-TENANT = WS-SOURCE-TENANT
                               AND WS-PAIR-SRC-ID = WS-SRC-PROJ-ID
                               AND WS-PAIR-TGT-TENANT
                                   = WS-TARGET-TENANT
                               MOVE "Y" TO WS-PAIR-FOUND
                               MOVE WS-PAIR-TGT-ID TO WS-TGT-PROJ-ID
                               MOVE "Y" TO WS-PAIR-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAIR-FILE.

       APPEND-MIGRATION-PAIR.
           OPEN EXTEND PAIR-FILE
           IF WS-PAIR-FILE-STATUS = "35"
               OPEN OUTPUT PAIR-FILE
           END-IF
           IF WS-PAIR-FILE-STATUS NOT = "00"
               DISPLAY "Cannot record migration of " WS-SRC-PROJ-ID
                       " (status " WS-PAIR-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PAIR-LINE
           STRING WS-SOURCE-TENANT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SRC-PROJ-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-TARGET-TENANT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-TGT-PROJ-ID DELIMITED BY SPACE
                  INTO WS-PAIR-LINE
           MOVE WS-PAIR-LINE TO PAIR-RECORD
           WRITE PAIR-RECORD
           CLOSE PAIR-FILE.

      ******************************************************************
      * ARCHIVE-ONE-SOURCE: Archive a migrated source project - one a
      * rerun finds already archived is left alone
      ******************************************************************
       ARCHIVE-ONE-SOURCE.
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-MG-HELD(WS-MG-IDX) = "Y"
               STRING "ARCHIVE|" DELIMITED BY SIZE
                      WS-MG-SRC-ID(WS-MG-IDX) DELIMITED BY SPACE
                      "|SKIPPED|under legal hold - not migrated"
                          DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-MG-SRC-ARCHIVED(WS-MG-IDX) = "Y"
               ADD 1 TO WS-ARCHIVED-COUNT
               STRING "ARCHIVE|" DELIMITED BY SIZE
                      WS-MG-SRC-ID(WS-MG-IDX) DELIMITED BY SPACE
                      "|OK|already archived" DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PROJECT-REQUEST
           MOVE WS-MG-SRC-ID(WS-MG-IDX) TO WS-PROJ-ID-REQ
           CALL "PROJECTS-ARCHIVE" USING WS-SRC-CONFIG
                                         WS-PROJECT-REQUEST
                                         WS-PROJECT-RESPONSE
                                         WS-GREY-RESULT
           IF WS-RESULT-OK = "Y"
               ADD 1 TO WS-ARCHIVED-COUNT
               STRING "ARCHIVE|" DELIMITED BY SIZE
                      WS-MG-SRC-ID(WS-MG-IDX) DELIMITED BY SPACE
                      "|OK|migrated to " DELIMITED BY SIZE
                      WS-MG-TGT-ID(WS-MG-IDX) DELIMITED BY SPACE
                      INTO WS-REPORT-LINE
           ELSE
               ADD 1 TO WS-ARCHIVE-FAIL-COUNT
               STRING "ARCHIVE|" DELIMITED BY SIZE
                      WS-MG-SRC-ID(WS-MG-IDX) DELIMITED BY SPACE
                      "|FAILED|" DELIMITED BY SIZE
                      WS-RES-ERR-MSG DELIMITED BY "  "
                      INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * WRITE-PROJECT-LINE / WRITE-REPORT-LINE: Report rows
      ******************************************************************
       WRITE-PROJECT-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-SRC-PROJ-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-TGT-PROJ-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-MIGRATE-ACTION DELIMITED BY SPACE
                  "|FAILED|" DELIMITED BY SIZE
                  WS-MIGRATE-DETAIL DELIMITED BY "  "
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO MIGRATE-REPORT-RECORD
           WRITE MIGRATE-REPORT-RECORD.

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

       END PROGRAM PROJECT-MIGRATE.
