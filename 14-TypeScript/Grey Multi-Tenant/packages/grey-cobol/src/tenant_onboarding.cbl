      ******************************************************************
      * tenant_onboarding.cbl - Grey New-Tenant Onboarding Driver
      * TENANT-ROSTER-REFRESH stages a newly discovered tenant onto
      * the roster disabled; enabling it used to start a manual
      * checklist that was routinely left half-done - a tenant
      * syncing with no rate budget, no webhooks, or a credential
      * nobody had actually tried. This driver runs the checklist
      * for a newly enabled roster entry, in order:
      *
      *   ROSTER             the entry is on the roster and enabled
      *   CREDENTIAL         the tenant's credential (store first,
      *                      cred-ref environment prefix as fallback,
      *                      as TENANT-FANOUT resolves it) logs in
      *                      and a one-project PROJECTS-LIST answers
      *   RATE-BUDGET        the template's default hourly quota is
      *                      added to the rate budget file, unless
      *                      the tenant already carries one
      *   WEBHOOK-DESIRED    the template's webhook subscriptions are
      *                      written to the tenant's own desired-state
      *                      file (/tmp/grey_webhook_desired_<tenant>
      *                      .txt), unless one is already there
      *   WEBHOOK-RECONCILE  WEBHOOK-RECONCILE run for the tenant
      *   PROJECT-SYNC       the first full PROJECT-SYNC-BATCH
      *   USER-SYNC          the first full USER-SYNC-BATCH
      *   VARIANCE-BASELINE  VARIANCE-GATE run over the first sync with
      *                      a recorded release, and its totals kept
      *                      as the tenant's own baseline
      *                      (/tmp/grey_variance_baseline_<tenant>
      *                      .txt) instead of tripping a hold
      *
      * A step that fails skips the steps that depend on it: nothing
      * runs past a failed ROSTER or CREDENTIAL step, WEBHOOK-RECONCILE
      * needs WEBHOOK-DESIRED, VARIANCE-BASELINE needs PROJECT-SYNC.
      * A rerun repeats the whole checklist - every step is safe to
      * repeat.
      *
      * GREY_ONBOARD_TENANT names the tenant to onboard. Left blank,
      * every enabled roster entry without a complete certificate is
      * onboarded.
      *
      * Tenant template (GREY_TENANT_TEMPLATE, default
      * /tmp/grey_tenant_template.txt):
      *   "BUDGET|calls-per-hour"
      *   "WEBHOOK|event_type|url|enabled"  ({tenant} in the url is
      *                                      replaced by the tenant id)
      * The rate budget file is a controlled file (CONTROL-BASELINE
      * key RATE-BUDGET); adding the new tenant's line is a
      * sanctioned automatic edit, so a file still matching its
      * approved baseline is re-baselined after the append.
      *
      * The batch jobs are run from GREY_BIN_DIR (default the current
      * directory) with GREY_TENANT_ID pointed at the tenant. The
      * sync files are shared with the live nightly run, so the
      * project master and metadata store, last-sync marker,
      * checkpoints, generations, delta feed, delta night catalog and
      * nights, user master and variance baseline are moved aside
      * (/tmp/grey_live_sync_hold/) before the syncs and put back
      * after the baseline step, and the change journal is pointed
      * at the tenant's own file (/tmp/grey_master_journal_<tenant>
      * .txt) meanwhile - the tenant's syncs start from an empty
      * master, never sweep the live one or move its marker, and put
      * nothing in the live journal or delta feed. The checkpoints
      * and marker are cleared so the syncs are full ones, and the
      * session this driver's credential check logged in with is
      * saved for them to reuse - and removed again once the tenant
      * is done, so no later job inherits the tenant's session.
      *
      * Onboarding certificate, one per tenant
      * (/tmp/grey_onboarding_certificate_<tenant>.txt):
      *   "TENANT|tenant-id|onboarded-at"
      *   "STEP|name|DONE-FAILED-or-SKIPPED|detail"  one per step
      *   "RESULT|COMPLETE" or "RESULT|INCOMPLETE|failed-steps"
      * RETURN-CODE 0 every tenant complete, 4 a tenant incomplete
      * (rerun once the failed step is fixed), 8 no roster, no
      * template, or the named tenant is not on the roster, 12
      * another instance holds the run lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TENANT-ONBOARDING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TENANT-ROSTER-FILE ASSIGN TO WS-TENANT-ROSTER-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TENANT-ROSTER-STATUS.

           SELECT TEMPLATE-FILE ASSIGN TO WS-TEMPLATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-STATUS.

           SELECT BUDGET-FILE ASSIGN TO WS-BUDGET-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-FILE-STATUS.

           SELECT DESIRED-FILE ASSIGN TO WS-DESIRED-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DESIRED-FILE-STATUS.

           SELECT CERTIFICATE-FILE ASSIGN TO WS-CERTIFICATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CERTIFICATE-STATUS.

           SELECT TENANT-BASELINE-FILE
               ASSIGN TO WS-TENANT-BASELINE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TENANT-BASELINE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TENANT-ROSTER-FILE.
       01  TENANT-ROSTER-RECORD        PIC X(200).

       FD  TEMPLATE-FILE.
       01  TEMPLATE-RECORD             PIC X(600).

       FD  BUDGET-FILE.
       01  BUDGET-RECORD               PIC X(120).

       FD  DESIRED-FILE.
       01  DESIRED-RECORD              PIC X(1200).

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-RECORD          PIC X(300).

       FD  TENANT-BASELINE-FILE.
       01  TENANT-BASELINE-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       COPY GREYCONF.
       COPY GREYERR.
       COPY GREYRES.
       COPY GREYAUTH.
       COPY GREYCRED.
       COPY GREYPROJ.

       01  WS-TENANT-ROSTER-NAME       PIC X(64)
               VALUE "/tmp/grey_tenant_roster.txt".
       01  WS-TENANT-ROSTER-STATUS     PIC XX     VALUE SPACES.
       01  WS-TEMPLATE-NAME            PIC X(64)
               VALUE "/tmp/grey_tenant_template.txt".
       01  WS-TEMPLATE-ENV             PIC X(64)  VALUE SPACES.
       01  WS-TEMPLATE-STATUS          PIC XX     VALUE SPACES.
       01  WS-BUDGET-FILE-NAME         PIC X(64)
               VALUE "/tmp/grey_rate_budget.txt".
       01  WS-BUDGET-FILE-ENV          PIC X(64)  VALUE SPACES.
       01  WS-BUDGET-FILE-STATUS       PIC XX     VALUE SPACES.
       01  WS-DESIRED-FILE-NAME        PIC X(64)  VALUE SPACES.
       01  WS-DESIRED-FILE-STATUS      PIC XX     VALUE SPACES.
       01  WS-CERTIFICATE-NAME         PIC X(64)  VALUE SPACES.
       01  WS-CERTIFICATE-STATUS       PIC XX     VALUE SPACES.
       01  WS-SESSION-FILE-NAME        PIC X(64)
               VALUE "/tmp/grey_session.dat".
       01  WS-CERT-LINE                PIC X(300) VALUE SPACES.
       01  WS-COMMAND                  PIC X(256) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".

      *    The live sync's shared files, set aside while the tenant's
      *    own syncs run and put back afterwards
       01  WS-SYNC-HOLD-DIR            PIC X(64)
               VALUE "/tmp/grey_live_sync_hold".
       01  WS-SYNC-HOLD-FILES          PIC X(640) VALUE SPACES.
       01  WS-SYNC-HOLD-COMMAND        PIC X(1500) VALUE SPACES.
       01  WS-LIVE-JOURNAL-ENV         PIC X(128) VALUE SPACES.
       01  WS-TENANT-BASELINE-NAME     PIC X(128) VALUE SPACES.
       01  WS-TENANT-BASELINE-STATUS   PIC XX     VALUE SPACES.
       01  WS-TENANT-JOURNAL-NAME      PIC X(128) VALUE SPACES.

       01  WS-HOST-ENV                 PIC X(256) VALUE SPACES.
       01  WS-PORT-ENV                 PIC X(5)   VALUE SPACES.
       01  WS-PORT-NUM                 PIC 9(5)   VALUE 0.
       01  WS-PROXY-ENV                PIC X(512) VALUE SPACES.
       01  WS-PROFILE-ENV              PIC X(32)  VALUE SPACES.
       01  WS-PROFILE-LOADED           PIC X      VALUE "N".
       01  WS-ONBOARD-TENANT-ENV       PIC X(64)  VALUE SPACES.
       01  WS-BIN-DIR                  PIC X(128) VALUE ".".
       01  WS-BIN-DIR-ENV              PIC X(128) VALUE SPACES.

      ******************************************************************
      * The roster as loaded - "tenant-id|cred-ref|enabled"
      ******************************************************************
       01  WS-ROSTER-TABLE.
           05  WS-ROSTER-COUNT         PIC 9(3)   VALUE 0.
           05  WS-ROSTER-ENTRY OCCURS 200 TIMES.
               10  WS-RS-TENANT        PIC X(64).
               10  WS-RS-CRED-REF      PIC X(32).
               10  WS-RS-ENABLED       PIC X(8).
       01  WS-ROSTER-IDX               PIC 9(3)   VALUE 0.
       01  WS-ROSTER-FOUND             PIC 9(3)   VALUE 0.

      ******************************************************************
      * The tenant template - default budget and webhook lines
      ******************************************************************
       01  WS-TPL-BUDGET               PIC X(10)  VALUE SPACES.
       01  WS-TPL-TAG                  PIC X(10)  VALUE SPACES.
       01  WS-TPL-F2                   PIC X(64)  VALUE SPACES.
       01  WS-TPL-F3                   PIC X(512) VALUE SPACES.
       01  WS-TPL-F4                   PIC X(8)   VALUE SPACES.
       01  WS-TPL-TABLE.
           05  WS-TPL-WEBHOOK-COUNT    PIC 9(2)   VALUE 0.
           05  WS-TPL-WEBHOOK OCCURS 50 TIMES.
               10  WS-TPL-EVENT-TYPE   PIC X(64).
               10  WS-TPL-URL          PIC X(512).
               10  WS-TPL-ENABLED      PIC X(1).
       01  WS-TPL-IDX                  PIC 9(2)   VALUE 0.
       01  WS-URL-HEAD                 PIC X(512) VALUE SPACES.
       01  WS-URL-TAIL                 PIC X(512) VALUE SPACES.
       01  WS-URL-OUT                  PIC X(512) VALUE SPACES.

      ******************************************************************
      * Current tenant and its resolved credentials
      ******************************************************************
       01  WS-TEN-ID                   PIC X(64)  VALUE SPACES.
       01  WS-TEN-CRED-REF             PIC X(32)  VALUE SPACES.
       01  WS-TEN-ENABLED              PIC X(8)   VALUE SPACES.
       01  WS-CRED-ENV-NAME            PIC X(64)  VALUE SPACES.
       01  WS-TEN-USERNAME             PIC X(256) VALUE SPACES.
       01  WS-TEN-PASSWORD             PIC X(256) VALUE SPACES.
       01  WS-TEN-CRED-KIND            PIC X(8)   VALUE SPACES.
       01  WS-ONBOARD-TS               PIC X(19)  VALUE SPACES.
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-BGT-REC-TENANT           PIC X(64)  VALUE SPACES.
       01  WS-BGT-PRESENT              PIC X      VALUE "N".
       01  WS-VARIANCE-RELEASE         PIC X(200) VALUE SPACES.
       01  WS-CERT-COMPLETE            PIC X      VALUE "N".

      ******************************************************************
      * The checklist for the current tenant
      ******************************************************************
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 8 TIMES.
               10  WS-STEP-NAME        PIC X(20).
               10  WS-STEP-STATUS      PIC X(8).
               10  WS-STEP-DETAIL      PIC X(160).
       01  WS-STEP-IDX                 PIC 9(2)   VALUE 0.
       01  WS-SKIP-IDX                 PIC 9(2)   VALUE 0.
       01  WS-STEP-FAILED-COUNT        PIC 9(2)   VALUE 0.
       01  WS-FAILED-LIST              PIC X(200) VALUE SPACES.
       01  WS-FAILED-PTR               PIC 9(3)   VALUE 1.

      ******************************************************************
      * Child job run - the exe name and its decoded exit code
      ******************************************************************
       01  WS-JOB-EXE                  PIC X(40)  VALUE SPACES.
       01  WS-SHELL-RC                 PIC S9(9)  VALUE 0.
       01  WS-JOB-EXIT                 PIC 9(2)   VALUE 0.

      ******************************************************************
      * Control baseline fields - the rate budget file
      ******************************************************************
       01  WS-CTL-KEY                  PIC X(16)  VALUE "RATE-BUDGET".
       01  WS-CTL-CHECKSUM             PIC X(24)  VALUE SPACES.
       01  WS-CTL-APPROVED             PIC X(24)  VALUE SPACES.
       01  WS-CTL-CHANGE-ID            PIC X(24)  VALUE SPACES.
       01  WS-CTL-ONBOARD-ID           PIC X(24)
               VALUE "TENANT-ONBOARDING".

       01  WS-TENANT-TOTAL             PIC 9(3)   VALUE 0.
       01  WS-TENANT-COMPLETE-COUNT    PIC 9(3)   VALUE 0.
       01  WS-TENANT-INCOMPLETE-COUNT  PIC 9(3)   VALUE 0.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "TENANT-ONBOARDING".
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
           DISPLAY "=== Grey New-Tenant Onboarding ==="
           MOVE 0 TO RETURN-CODE

           CALL "RUN-HISTORY-START" USING WS-HIST-JOB-NAME
                                          WS-HIST-RUN-ID

      *    One instance per job - two instances would share the
      *    saved session and the sync checkpoints
           CALL "RUN-LOCK-ACQUIRE" USING WS-HIST-JOB-NAME
                                         WS-LOCK-ACQUIRED
           IF WS-LOCK-ACQUIRED NOT = "Y"
               MOVE 12 TO RETURN-CODE
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF

           PERFORM INITIALIZE-CONFIG
           ACCEPT WS-ONBOARD-TENANT-ENV
               FROM ENVIRONMENT "GREY_ONBOARD_TENANT"
           ACCEPT WS-BIN-DIR-ENV FROM ENVIRONMENT "GREY_BIN_DIR"
           IF WS-BIN-DIR-ENV NOT = SPACES
               MOVE WS-BIN-DIR-ENV TO WS-BIN-DIR
           END-IF
           ACCEPT WS-BUDGET-FILE-ENV
               FROM ENVIRONMENT "GREY_RATE_BUDGET_FILE"
           IF WS-BUDGET-FILE-ENV NOT = SPACES
               MOVE WS-BUDGET-FILE-ENV TO WS-BUDGET-FILE-NAME
           END-IF

           PERFORM LOAD-ROSTER
           IF RETURN-CODE NOT = 0
               PERFORM END-WITH-SETUP-FAILURE
           END-IF
           PERFORM LOAD-TENANT-TEMPLATE
           IF RETURN-CODE NOT = 0
               PERFORM END-WITH-SETUP-FAILURE
           END-IF

           IF WS-ONBOARD-TENANT-ENV NOT = SPACES
               MOVE 0 TO WS-ROSTER-FOUND
               PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                       UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
                   IF WS-RS-TENANT(WS-ROSTER-IDX)
                       = WS-ONBOARD-TENANT-ENV
                       MOVE WS-ROSTER-IDX TO WS-ROSTER-FOUND
                   END-IF
               END-PERFORM
               IF WS-ROSTER-FOUND = 0
                   DISPLAY "Tenant " WS-ONBOARD-TENANT-ENV
                           " is not on the roster - stage it with "
                           "TENANT-ROSTER-REFRESH first"
                   MOVE 8 TO RETURN-CODE
                   PERFORM END-WITH-SETUP-FAILURE
               END-IF
               MOVE WS-ROSTER-FOUND TO WS-ROSTER-IDX
               PERFORM ONBOARD-ONE-TENANT
           ELSE
               PERFORM VARYING WS-ROSTER-FOUND FROM 1 BY 1
                       UNTIL WS-ROSTER-FOUND > WS-ROSTER-COUNT
                   MOVE WS-ROSTER-FOUND TO WS-ROSTER-IDX
                   IF WS-RS-ENABLED(WS-ROSTER-IDX)(1:1) = "Y"
                       PERFORM CHECK-CERTIFICATE
                       IF WS-CERT-COMPLETE NOT = "Y"
                           PERFORM ONBOARD-ONE-TENANT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           CALL "SDK-SHUTDOWN"

           IF WS-TENANT-INCOMPLETE-COUNT > 0
               MOVE 4 TO RETURN-CODE
               MOVE "WARNING" TO WS-NOTIFY-SEVERITY
               MOVE "Tenant onboarding incomplete"
                   TO WS-NOTIFY-SUMMARY
               MOVE SPACES TO WS-NOTIFY-DETAIL
               STRING "a checklist step failed - see the tenant's "
                          DELIMITED BY SIZE
                      "/tmp/grey_onboarding_certificate_<tenant>.txt"
                          DELIMITED BY SIZE
                      INTO WS-NOTIFY-DETAIL
               CALL "NOTIFY-SPOOL-WRITE" USING WS-NOTIFY-SEVERITY
                                               WS-HIST-JOB-NAME
                                               WS-NOTIFY-SUMMARY
                                               WS-NOTIFY-DETAIL
                                               WS-HIST-CID
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           DISPLAY "Onboarding complete. Tenants: " WS-TENANT-TOTAL
                   " Complete: " WS-TENANT-COMPLETE-COUNT
                   " Incomplete: " WS-TENANT-INCOMPLETE-COUNT
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           STOP RUN.

      ******************************************************************
      * END-WITH-SETUP-FAILURE: Roster, template or named tenant
      * missing - nothing can be onboarded
      ******************************************************************
       END-WITH-SETUP-FAILURE.
           MOVE "ERROR" TO WS-NOTIFY-SEVERITY
           MOVE "Tenant onboarding could not start"
               TO WS-NOTIFY-SUMMARY
           MOVE SPACES TO WS-NOTIFY-DETAIL
           STRING "roster, tenant template or named tenant missing - "
                      DELIMITED BY SIZE
                  "see job log" DELIMITED BY SIZE
                  INTO WS-NOTIFY-DETAIL
           CALL "NOTIFY-SPOOL-WRITE" USING WS-NOTIFY-SEVERITY
                                           WS-HIST-JOB-NAME
                                           WS-NOTIFY-SUMMARY
                                           WS-NOTIFY-DETAIL
                                           WS-HIST-CID
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           STOP RUN.

      ******************************************************************
      * INITIALIZE-CONFIG: Host, port, and proxy from the job's
      * environment; the tenant id is set per roster entry
      ******************************************************************
       INITIALIZE-CONFIG.
           ACCEPT WS-HOST-ENV FROM ENVIRONMENT "GREY_HOST"
           ACCEPT WS-PORT-ENV FROM ENVIRONMENT "GREY_PORT"
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

           IF WS-PROXY-ENV NOT = SPACES
               CALL "SDK-SET-PROXY" USING WS-GREY-CONFIG
                                          WS-PROXY-ENV
           END-IF.

      ******************************************************************
      * LOAD-ROSTER: The roster entries into the roster table
      ******************************************************************
       LOAD-ROSTER.
           OPEN INPUT TENANT-ROSTER-FILE
           IF WS-TENANT-ROSTER-STATUS NOT = "00"
               DISPLAY "Cannot open tenant roster: "
                       WS-TENANT-ROSTER-NAME
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ TENANT-ROSTER-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-ROSTER-ENTRY
               END-READ
           END-PERFORM
           CLOSE TENANT-ROSTER-FILE.

       LOAD-ONE-ROSTER-ENTRY.
           IF TENANT-ROSTER-RECORD = SPACES
               OR TENANT-ROSTER-RECORD(1:1) = "#"
               OR WS-ROSTER-COUNT >= 200
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-TEN-ID WS-TEN-CRED-REF WS-TEN-ENABLED
           UNSTRING TENANT-ROSTER-RECORD DELIMITED BY "|"
               INTO WS-TEN-ID WS-TEN-CRED-REF WS-TEN-ENABLED
           IF WS-TEN-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ROSTER-COUNT
           MOVE WS-TEN-ID TO WS-RS-TENANT(WS-ROSTER-COUNT)
           MOVE WS-TEN-CRED-REF TO WS-RS-CRED-REF(WS-ROSTER-COUNT)
           MOVE WS-TEN-ENABLED TO WS-RS-ENABLED(WS-ROSTER-COUNT).

      ******************************************************************
      * LOAD-TENANT-TEMPLATE: The default budget and webhook lines
      * every new tenant starts from
      ******************************************************************
       LOAD-TENANT-TEMPLATE.
           ACCEPT WS-TEMPLATE-ENV
               FROM ENVIRONMENT "GREY_TENANT_TEMPLATE"
           IF WS-TEMPLATE-ENV NOT = SPACES
               MOVE WS-TEMPLATE-ENV TO WS-TEMPLATE-NAME
           END-IF

           OPEN INPUT TEMPLATE-FILE
           IF WS-TEMPLATE-STATUS NOT = "00"
               DISPLAY "Cannot open tenant template: "
                       WS-TEMPLATE-NAME
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ TEMPLATE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-TEMPLATE-LINE
               END-READ
           END-PERFORM
           CLOSE TEMPLATE-FILE.

       LOAD-ONE-TEMPLATE-LINE.
           IF TEMPLATE-RECORD = SPACES OR TEMPLATE-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-TPL-TAG WS-TPL-F2 WS-TPL-F3 WS-TPL-F4
           UNSTRING TEMPLATE-RECORD DELIMITED BY "|"
               INTO WS-TPL-TAG WS-TPL-F2 WS-TPL-F3 WS-TPL-F4

           EVALUATE WS-TPL-TAG
               WHEN "BUDGET"
                   IF WS-TPL-F2(1:1) IS NUMERIC
                       MOVE WS-TPL-F2 TO WS-TPL-BUDGET
                   END-IF
               WHEN "WEBHOOK"
                   IF WS-TPL-F2 NOT = SPACES
                       AND WS-TPL-F3 NOT = SPACES
                       AND WS-TPL-WEBHOOK-COUNT < 50
                       ADD 1 TO WS-TPL-WEBHOOK-COUNT
                       MOVE WS-TPL-F2
                           TO WS-TPL-EVENT-TYPE(WS-TPL-WEBHOOK-COUNT)
                       MOVE WS-TPL-F3
                           TO WS-TPL-URL(WS-TPL-WEBHOOK-COUNT)
                       IF WS-TPL-F4(1:1) = "N"
                           MOVE "N"
                               TO WS-TPL-ENABLED(WS-TPL-WEBHOOK-COUNT)
                       ELSE
                           MOVE "Y"
                               TO WS-TPL-ENABLED(WS-TPL-WEBHOOK-COUNT)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * CHECK-CERTIFICATE: Whether the tenant already holds a
      * certificate ending RESULT|COMPLETE
      ******************************************************************
       CHECK-CERTIFICATE.
           MOVE "N" TO WS-CERT-COMPLETE
           MOVE WS-RS-TENANT(WS-ROSTER-IDX) TO WS-TEN-ID
           PERFORM BUILD-CERTIFICATE-NAME

           OPEN INPUT CERTIFICATE-FILE
           IF WS-CERTIFICATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ CERTIFICATE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CERTIFICATE-RECORD(1:15) = "RESULT|COMPLETE"
                           MOVE "Y" TO WS-CERT-COMPLETE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CERTIFICATE-FILE.

       BUILD-CERTIFICATE-NAME.
           MOVE SPACES TO WS-CERTIFICATE-NAME
           STRING "/tmp/grey_onboarding_certificate_" DELIMITED BY SIZE
                  WS-TEN-ID DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-CERTIFICATE-NAME.

      ******************************************************************
      * ONBOARD-ONE-TENANT: The checklist for one roster entry, then
      * its certificate
      ******************************************************************
       ONBOARD-ONE-TENANT.
           ADD 1 TO WS-TENANT-TOTAL
           MOVE WS-RS-TENANT(WS-ROSTER-IDX) TO WS-TEN-ID
           MOVE WS-RS-CRED-REF(WS-ROSTER-IDX) TO WS-TEN-CRED-REF
           MOVE WS-RS-ENABLED(WS-ROSTER-IDX) TO WS-TEN-ENABLED
           DISPLAY "Tenant " WS-TEN-ID ": onboarding"

           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE SPACES TO WS-ONBOARD-TS
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) "T"
                  WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2)
                  DELIMITED BY SIZE INTO WS-ONBOARD-TS

           MOVE "ROSTER"            TO WS-STEP-NAME(1)
           MOVE "CREDENTIAL"        TO WS-STEP-NAME(2)
           MOVE "RATE-BUDGET"       TO WS-STEP-NAME(3)
           MOVE "WEBHOOK-DESIRED"   TO WS-STEP-NAME(4)
           MOVE "WEBHOOK-RECONCILE" TO WS-STEP-NAME(5)
           MOVE "PROJECT-SYNC"      TO WS-STEP-NAME(6)
           MOVE "USER-SYNC"         TO WS-STEP-NAME(7)
           MOVE "VARIANCE-BASELINE" TO WS-STEP-NAME(8)
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 8
               MOVE "SKIPPED" TO WS-STEP-STATUS(WS-STEP-IDX)
               MOVE SPACES TO WS-STEP-DETAIL(WS-STEP-IDX)
           END-PERFORM

           PERFORM RUN-CHECKLIST
           PERFORM REMOVE-SAVED-SESSION
           PERFORM WRITE-CERTIFICATE

           IF WS-STEP-FAILED-COUNT = 0
               ADD 1 TO WS-TENANT-COMPLETE-COUNT
               DISPLAY "Tenant " WS-TEN-ID ": onboarding COMPLETE"
           ELSE
               ADD 1 TO WS-TENANT-INCOMPLETE-COUNT
               DISPLAY "Tenant " WS-TEN-ID ": onboarding INCOMPLETE - "
                       WS-STEP-FAILED-COUNT " step(s) failed"
           END-IF.

      ******************************************************************
      * RUN-CHECKLIST: Each step in order; a failed step leaves the
      * steps depending on it SKIPPED
      ******************************************************************
       RUN-CHECKLIST.
           MOVE 1 TO WS-STEP-IDX
           IF WS-TEN-ENABLED(1:1) NOT = "Y"
               MOVE "FAILED" TO WS-STEP-STATUS(1)
               MOVE "roster entry is not enabled - approve it first"
                   TO WS-STEP-DETAIL(1)
               PERFORM SKIP-LATER-STEPS
               EXIT PARAGRAPH
           END-IF
           MOVE "DONE" TO WS-STEP-STATUS(1)
           MOVE "enabled on the roster" TO WS-STEP-DETAIL(1)

           MOVE 2 TO WS-STEP-IDX
           PERFORM REMOVE-SAVED-SESSION
           PERFORM STEP-CREDENTIAL
           IF WS-STEP-STATUS(2) NOT = "DONE"
               PERFORM SKIP-LATER-STEPS
               EXIT PARAGRAPH
           END-IF

           MOVE 3 TO WS-STEP-IDX
           PERFORM STEP-RATE-BUDGET
           MOVE 4 TO WS-STEP-IDX
           PERFORM STEP-WEBHOOK-DESIRED

      *    The batch jobs run as the tenant, with the credential the
      *    check above proved
           SET ENVIRONMENT "GREY_TENANT_ID" TO WS-TEN-ID
           SET ENVIRONMENT "GREY_USERNAME" TO WS-TEN-USERNAME
           SET ENVIRONMENT "GREY_PASSWORD" TO WS-TEN-PASSWORD

           MOVE 5 TO WS-STEP-IDX
           IF WS-STEP-STATUS(4) = "DONE"
               MOVE "webhook_reconcile" TO WS-JOB-EXE
               PERFORM RUN-CHILD-JOB
           ELSE
               MOVE "no tenant desired-state file to reconcile"
                   TO WS-STEP-DETAIL(5)
           END-IF

      *    First syncs are full ones - no checkpoint to resume from
      *    and no last-sync marker to pull a delta against. They run
      *    over the live tenant's shared sync files, so those are held
      *    aside first and put back once the baseline step is done
           PERFORM HOLD-LIVE-SYNC-FILES
           MOVE SPACES TO WS-COMMAND
           STRING "rm -f /tmp/grey_project_sync.ckpt "
                      DELIMITED BY SIZE
                  "/tmp/grey_project_sync.lastsync "
                      DELIMITED BY SIZE
                  "/tmp/grey_user_sync.ckpt" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE 0 TO RETURN-CODE

           MOVE 6 TO WS-STEP-IDX
           MOVE "project_sync_batch" TO WS-JOB-EXE
           PERFORM RUN-CHILD-JOB
           MOVE 7 TO WS-STEP-IDX
           MOVE "user_sync_batch" TO WS-JOB-EXE
           PERFORM RUN-CHILD-JOB

           MOVE 8 TO WS-STEP-IDX
           IF WS-STEP-STATUS(6) = "DONE"
               MOVE SPACES TO WS-VARIANCE-RELEASE
               STRING WS-HIST-JOB-NAME DELIMITED BY SPACE
                      "|first full sync of tenant " DELIMITED BY SIZE
                      WS-TEN-ID DELIMITED BY SPACE
                      INTO WS-VARIANCE-RELEASE
               SET ENVIRONMENT "GREY_VARIANCE_RELEASE"
                   TO WS-VARIANCE-RELEASE
               MOVE "variance_gate" TO WS-JOB-EXE
               PERFORM RUN-CHILD-JOB
               SET ENVIRONMENT "GREY_VARIANCE_RELEASE" TO SPACES
               IF WS-STEP-STATUS(8) = "DONE"
                   PERFORM SEED-TENANT-BASELINE
               END-IF
           ELSE
               MOVE "no first project sync to baseline"
                   TO WS-STEP-DETAIL(8)
           END-IF
           PERFORM RESTORE-LIVE-SYNC-FILES

           SET ENVIRONMENT "GREY_USERNAME" TO SPACES
           SET ENVIRONMENT "GREY_PASSWORD" TO SPACES.

       SKIP-LATER-STEPS.
           PERFORM VARYING WS-SKIP-IDX FROM WS-STEP-IDX BY 1
                   UNTIL WS-SKIP-IDX >= 8
               MOVE "SKIPPED" TO WS-STEP-STATUS(WS-SKIP-IDX + 1)
               MOVE SPACES TO WS-STEP-DETAIL(WS-SKIP-IDX + 1)
               STRING WS-STEP-NAME(WS-STEP-IDX) DELIMITED BY SPACE
                      " failed" DELIMITED BY SIZE
                      INTO WS-STEP-DETAIL(WS-SKIP-IDX + 1)
           END-PERFORM.

      ******************************************************************
      * STEP-CREDENTIAL: Resolve the tenant's credential the way
      * TENANT-FANOUT does, log in, and prove the tenant answers with
      * a one-project list call
      ******************************************************************
       STEP-CREDENTIAL.
           MOVE "FAILED" TO WS-STEP-STATUS(2)
           CALL "SDK-SET-TENANT-ID" USING WS-GREY-CONFIG WS-TEN-ID
           CALL "SDK-CLEAR-AUTH-TOKEN" USING WS-GREY-CONFIG
           CALL "SDK-CLEAR-API-KEY" USING WS-GREY-CONFIG

           PERFORM RESOLVE-TENANT-CREDENTIALS

           EVALUATE TRUE
               WHEN WS-CRED-IS-FOUND AND WS-CRED-APIKEY
                   MOVE "APIKEY" TO WS-TEN-CRED-KIND
                   CALL "SDK-SET-API-KEY" USING WS-GREY-CONFIG
                                                WS-CRED-SECRET
                   MOVE SPACES TO WS-TEN-USERNAME WS-TEN-PASSWORD
               WHEN WS-CRED-IS-FOUND AND WS-CRED-OAUTH2
                   MOVE "OAUTH2" TO WS-TEN-CRED-KIND
                   PERFORM TENANT-CLIENT-CREDENTIALS
                   MOVE SPACES TO WS-TEN-USERNAME WS-TEN-PASSWORD
               WHEN WS-TEN-USERNAME = SPACES
                   MOVE SPACES TO WS-STEP-DETAIL(2)
                   STRING "no credential in the store or under prefix "
                              DELIMITED BY SIZE
                          WS-TEN-CRED-REF DELIMITED BY SPACE
                          INTO WS-STEP-DETAIL(2)
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE "PASSWORD" TO WS-TEN-CRED-KIND
                   PERFORM TENANT-PASSWORD-LOGIN
           END-EVALUATE

           IF WS-TEN-CRED-KIND NOT = "APIKEY"
               AND WS-RESULT-OK NOT = "Y"
               MOVE SPACES TO WS-STEP-DETAIL(2)
               STRING WS-TEN-CRED-KIND DELIMITED BY SPACE
                      " login failed: " DELIMITED BY SIZE
                      WS-RES-ERR-MSG DELIMITED BY "  "
                      INTO WS-STEP-DETAIL(2)
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-PROJ-PAGE
           MOVE 1 TO WS-PROJ-PER-PAGE
           MOVE SPACES TO WS-PROJ-OWNER-FILTER
           MOVE SPACES TO WS-PROJ-STATUS-FILTER
           MOVE SPACES TO WS-PROJ-UPDATED-SINCE
           CALL "PROJECTS-LIST" USING WS-GREY-CONFIG
                                      WS-PROJECT-LIST-REQUEST
                                      WS-PROJECT-LIST-RESPONSE
                                      WS-GREY-RESULT
           IF WS-RESULT-OK NOT = "Y"
               MOVE SPACES TO WS-STEP-DETAIL(2)
               STRING WS-TEN-CRED-KIND DELIMITED BY SPACE
                      " accepted but the project list was refused: "
                          DELIMITED BY SIZE
                      WS-RES-ERR-MSG DELIMITED BY "  "
                      INTO WS-STEP-DETAIL(2)
               EXIT PARAGRAPH
           END-IF

      *    The proven session is handed on to the batch jobs
           IF WS-TEN-CRED-KIND NOT = "APIKEY"
               CALL "SDK-SAVE-SESSION" USING WS-GREY-CONFIG
           END-IF
           MOVE "DONE" TO WS-STEP-STATUS(2)
           MOVE SPACES TO WS-STEP-DETAIL(2)
           STRING WS-TEN-CRED-KIND DELIMITED BY SPACE
                  " credential authenticated, project list answered"
                      DELIMITED BY SIZE
                  INTO WS-STEP-DETAIL(2).

      ******************************************************************
      * TENANT-PASSWORD-LOGIN: AUTH-LOGIN, with the staged rotation
      * secret tried when the current one is refused
      ******************************************************************
       TENANT-PASSWORD-LOGIN.
           MOVE WS-TEN-USERNAME TO WS-AUTH-USERNAME
           MOVE WS-TEN-PASSWORD TO WS-AUTH-PASSWORD
           MOVE SPACES TO WS-AUTH-REFRESH-TOKEN
           CALL "AUTH-LOGIN" USING WS-GREY-CONFIG WS-AUTH-REQUEST
                                   WS-AUTH-RESPONSE WS-GREY-RESULT

           IF WS-RESULT-OK NOT = "Y"
               AND WS-CRED-IS-FOUND
               AND WS-CRED-SECRET-NEXT NOT = SPACES
               DISPLAY "Tenant " WS-TEN-ID ": login with current "
                       "secret failed - trying the staged rotation "
                       "secret"
               MOVE WS-CRED-SECRET-NEXT TO WS-AUTH-PASSWORD
               CALL "AUTH-LOGIN" USING WS-GREY-CONFIG WS-AUTH-REQUEST
                                       WS-AUTH-RESPONSE WS-GREY-RESULT
               IF WS-RESULT-OK = "Y"
                   MOVE WS-CRED-SECRET-NEXT TO WS-TEN-PASSWORD
               END-IF
           END-IF.

      ******************************************************************
      * TENANT-CLIENT-CREDENTIALS: The OAuth2 grant for a tenant
      * whose store entry is an OAUTH2 client id/secret, with the
      * same staged-rotation fallback the password path carries
      ******************************************************************
       TENANT-CLIENT-CREDENTIALS.
           MOVE WS-CRED-USERNAME TO WS-AUTH-USERNAME
           MOVE WS-CRED-SECRET TO WS-AUTH-PASSWORD
           MOVE SPACES TO WS-AUTH-REFRESH-TOKEN
           CALL "AUTH-CLIENT-CREDENTIALS" USING WS-GREY-CONFIG
                                                WS-AUTH-REQUEST
                                                WS-AUTH-RESPONSE
                                                WS-GREY-RESULT

           IF WS-RESULT-OK NOT = "Y"
               AND WS-CRED-SECRET-NEXT NOT = SPACES
               DISPLAY "Tenant " WS-TEN-ID ": grant with current "
                       "client secret failed - trying the staged "
                       "rotation secret"
               MOVE WS-CRED-SECRET-NEXT TO WS-AUTH-PASSWORD
               CALL "AUTH-CLIENT-CREDENTIALS" USING WS-GREY-CONFIG
                                                    WS-AUTH-REQUEST
                                                    WS-AUTH-RESPONSE
                                                    WS-GREY-RESULT
           END-IF.

      ******************************************************************
      * RESOLVE-TENANT-CREDENTIALS: The credential store first, keyed
      * by tenant; the cred-ref environment prefix as the fallback
      ******************************************************************
       RESOLVE-TENANT-CREDENTIALS.
           MOVE SPACES TO WS-TEN-USERNAME
           MOVE SPACES TO WS-TEN-PASSWORD
           MOVE SPACES TO WS-TEN-CRED-KIND

           CALL "CRED-RESOLVE" USING WS-TEN-ID WS-CREDENTIAL
           IF WS-CRED-IS-FOUND
               MOVE WS-CRED-USERNAME TO WS-TEN-USERNAME
               MOVE WS-CRED-SECRET TO WS-TEN-PASSWORD
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CRED-ENV-NAME
           STRING WS-TEN-CRED-REF DELIMITED BY SPACE
                  "_USERNAME" DELIMITED BY SIZE
                  INTO WS-CRED-ENV-NAME
           ACCEPT WS-TEN-USERNAME FROM ENVIRONMENT WS-CRED-ENV-NAME

           MOVE SPACES TO WS-CRED-ENV-NAME
           STRING WS-TEN-CRED-REF DELIMITED BY SPACE
                  "_PASSWORD" DELIMITED BY SIZE
                  INTO WS-CRED-ENV-NAME
           ACCEPT WS-TEN-PASSWORD FROM ENVIRONMENT WS-CRED-ENV-NAME.

      ******************************************************************
      * STEP-RATE-BUDGET: The template's default quota appended to the
      * rate budget file for a tenant that carries none
      ******************************************************************
       STEP-RATE-BUDGET.
           IF WS-TPL-BUDGET = SPACES
               MOVE "SKIPPED" TO WS-STEP-STATUS(3)
               MOVE "template carries no default budget"
                   TO WS-STEP-DETAIL(3)
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-BGT-PRESENT
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ BUDGET-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-BGT-REC-TENANT
                           UNSTRING BUDGET-RECORD DELIMITED BY "|"
                               INTO WS-BGT-REC-TENANT
                           IF BUDGET-RECORD(1:1) NOT = "#"
                               AND WS-BGT-REC-TENANT = WS-TEN-ID
                               MOVE "Y" TO WS-BGT-PRESENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF

           IF WS-BGT-PRESENT = "Y"
               MOVE "DONE" TO WS-STEP-STATUS(3)
               MOVE "tenant already carries a budget line - kept"
                   TO WS-STEP-DETAIL(3)
               EXIT PARAGRAPH
           END-IF

           CALL "CONTROL-BASELINE-GET" USING WS-CTL-KEY
                                             WS-CTL-APPROVED
                                             WS-CTL-CHANGE-ID
           CALL "CONTROL-CHECKSUM" USING WS-BUDGET-FILE-NAME
                                         WS-CTL-CHECKSUM

           OPEN EXTEND BUDGET-FILE
           IF WS-BUDGET-FILE-STATUS = "35"
               OPEN OUTPUT BUDGET-FILE
           END-IF
           IF WS-BUDGET-FILE-STATUS NOT = "00"
               MOVE "FAILED" TO WS-STEP-STATUS(3)
               MOVE SPACES TO WS-STEP-DETAIL(3)
               STRING "cannot write " DELIMITED BY SIZE
                      WS-BUDGET-FILE-NAME DELIMITED BY SPACE
                      " (status " DELIMITED BY SIZE
                      WS-BUDGET-FILE-STATUS DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-STEP-DETAIL(3)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO BUDGET-RECORD
           STRING WS-TEN-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-TPL-BUDGET DELIMITED BY SPACE
                  INTO BUDGET-RECORD
           WRITE BUDGET-RECORD
           CLOSE BUDGET-FILE

      *    The new tenant's line re-baselines a budget file that was
      *    still the approved version
           IF WS-CTL-APPROVED NOT = SPACES
               AND WS-CTL-APPROVED = WS-CTL-CHECKSUM
               CALL "CONTROL-CHECKSUM" USING WS-BUDGET-FILE-NAME
                                             WS-CTL-CHECKSUM
               CALL "CONTROL-BASELINE-SET" USING WS-CTL-KEY
                                                 WS-BUDGET-FILE-NAME
                                                 WS-CTL-CHECKSUM
                                                 WS-CTL-ONBOARD-ID
           END-IF

           MOVE "DONE" TO WS-STEP-STATUS(3)
           MOVE SPACES TO WS-STEP-DETAIL(3)
           STRING WS-TPL-BUDGET DELIMITED BY SPACE
                  " calls per hour added to " DELIMITED BY SIZE
                  WS-BUDGET-FILE-NAME DELIMITED BY SPACE
                  INTO WS-STEP-DETAIL(3).

      ******************************************************************
      * STEP-WEBHOOK-DESIRED: The template's subscriptions written to
      * the tenant's own desired-state file, never over one already
      * there
      ******************************************************************
       STEP-WEBHOOK-DESIRED.
           MOVE SPACES TO WS-DESIRED-FILE-NAME
           STRING "/tmp/grey_webhook_desired_" DELIMITED BY SIZE
                  WS-TEN-ID DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-DESIRED-FILE-NAME

           OPEN INPUT DESIRED-FILE
           IF WS-DESIRED-FILE-STATUS = "00"
               CLOSE DESIRED-FILE
               MOVE "DONE" TO WS-STEP-STATUS(4)
               MOVE SPACES TO WS-STEP-DETAIL(4)
               STRING WS-DESIRED-FILE-NAME DELIMITED BY SPACE
                      " already present - kept" DELIMITED BY SIZE
                      INTO WS-STEP-DETAIL(4)
               EXIT PARAGRAPH
           END-IF

           IF WS-TPL-WEBHOOK-COUNT = 0
               MOVE "SKIPPED" TO WS-STEP-STATUS(4)
               MOVE "template carries no webhook subscriptions"
                   TO WS-STEP-DETAIL(4)
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT DESIRED-FILE
           IF WS-DESIRED-FILE-STATUS NOT = "00"
               MOVE "FAILED" TO WS-STEP-STATUS(4)
               MOVE SPACES TO WS-STEP-DETAIL(4)
               STRING "cannot write " DELIMITED BY SIZE
                      WS-DESIRED-FILE-NAME DELIMITED BY SPACE
                      INTO WS-STEP-DETAIL(4)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                   UNTIL WS-TPL-IDX > WS-TPL-WEBHOOK-COUNT
               PERFORM WRITE-DESIRED-LINE
           END-PERFORM
           CLOSE DESIRED-FILE

           MOVE "DONE" TO WS-STEP-STATUS(4)
           MOVE SPACES TO WS-STEP-DETAIL(4)
           STRING WS-TPL-WEBHOOK-COUNT DELIMITED BY SIZE
                  " subscription(s) written to " DELIMITED BY SIZE
                  WS-DESIRED-FILE-NAME DELIMITED BY SPACE
                  INTO WS-STEP-DETAIL(4).

      *    "event_type|url|enabled", {tenant} in the url replaced by
      *    the tenant id
       WRITE-DESIRED-LINE.
           MOVE SPACES TO WS-URL-HEAD WS-URL-TAIL WS-URL-OUT
           UNSTRING WS-TPL-URL(WS-TPL-IDX) DELIMITED BY "{tenant}"
               INTO WS-URL-HEAD WS-URL-TAIL
           IF WS-URL-HEAD = WS-TPL-URL(WS-TPL-IDX)
               MOVE WS-TPL-URL(WS-TPL-IDX) TO WS-URL-OUT
           ELSE
               STRING WS-URL-HEAD DELIMITED BY SPACE
                      WS-TEN-ID DELIMITED BY SPACE
                      WS-URL-TAIL DELIMITED BY SPACE
                      INTO WS-URL-OUT
           END-IF

           MOVE SPACES TO DESIRED-RECORD
           STRING WS-TPL-EVENT-TYPE(WS-TPL-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-URL-OUT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-TPL-ENABLED(WS-TPL-IDX) DELIMITED BY SIZE
                  INTO DESIRED-RECORD
           WRITE DESIRED-RECORD.

      ******************************************************************
      * RUN-CHILD-JOB: Run one batch job for the tenant and mark the
      * current step from its exit code - 0 and 4 are DONE, anything
      * higher FAILED
      ******************************************************************
       RUN-CHILD-JOB.
           MOVE SPACES TO WS-COMMAND
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-JOB-EXE DELIMITED BY SPACE
                  INTO WS-COMMAND
           DISPLAY "Tenant " WS-TEN-ID ": running "
                   FUNCTION TRIM(WS-COMMAND)

           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-SHELL-RC
           MOVE 0 TO RETURN-CODE

      *    system() reports the child's exit code shifted into the
      *    high byte of the wait status
           EVALUATE TRUE
               WHEN WS-SHELL-RC = 0
                   MOVE 0 TO WS-JOB-EXIT
               WHEN WS-SHELL-RC >= 256
                   COMPUTE WS-JOB-EXIT = WS-SHELL-RC / 256
               WHEN OTHER
                   MOVE 12 TO WS-JOB-EXIT
           END-EVALUATE
           IF WS-JOB-EXIT > 16
               MOVE 12 TO WS-JOB-EXIT
           END-IF

           IF WS-JOB-EXIT <= 4
               MOVE "DONE" TO WS-STEP-STATUS(WS-STEP-IDX)
           ELSE
               MOVE "FAILED" TO WS-STEP-STATUS(WS-STEP-IDX)
           END-IF
           MOVE SPACES TO WS-STEP-DETAIL(WS-STEP-IDX)
           STRING WS-JOB-EXE DELIMITED BY SPACE
                  " ended RC " DELIMITED BY SIZE
                  WS-JOB-EXIT DELIMITED BY SIZE
                  INTO WS-STEP-DETAIL(WS-STEP-IDX).

      ******************************************************************
      * SEED-TENANT-BASELINE: The totals the gate just recorded for the
      * first sync are kept as the tenant's own baseline
      * (/tmp/grey_variance_baseline_<tenant>.txt), which VARIANCE-GATE
      * reads for the tenant's runs - the shared baseline goes back
      * to the live tenant with the other held files. A rerun whose
      * gate already wrote the tenant's file keeps it
      ******************************************************************
       SEED-TENANT-BASELINE.
           MOVE SPACES TO WS-TENANT-BASELINE-NAME
           STRING "/tmp/grey_variance_baseline_" DELIMITED BY SIZE
                  WS-TEN-ID DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-TENANT-BASELINE-NAME
           MOVE SPACES TO WS-COMMAND
           STRING "[ -f " DELIMITED BY SIZE
                  WS-TENANT-BASELINE-NAME DELIMITED BY SPACE
                  " ] || cp -p /tmp/grey_variance_baseline.txt "
                      DELIMITED BY SIZE
                  WS-TENANT-BASELINE-NAME DELIMITED BY SPACE
                  " 2>/dev/null" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE 0 TO RETURN-CODE

           OPEN INPUT TENANT-BASELINE-FILE
           IF WS-TENANT-BASELINE-STATUS NOT = "00"
               MOVE "FAILED" TO WS-STEP-STATUS(8)
               MOVE SPACES TO WS-STEP-DETAIL(8)
               STRING "variance_gate wrote no baseline - "
                          DELIMITED BY SIZE
                      WS-TENANT-BASELINE-NAME DELIMITED BY SPACE
                      " not seeded" DELIMITED BY SIZE
                      INTO WS-STEP-DETAIL(8)
               EXIT PARAGRAPH
           END-IF
           CLOSE TENANT-BASELINE-FILE
           MOVE SPACES TO WS-STEP-DETAIL(8)
           STRING "baseline seeded in " DELIMITED BY SIZE
                  WS-TENANT-BASELINE-NAME DELIMITED BY SPACE
                  INTO WS-STEP-DETAIL(8).

      ******************************************************************
      * HOLD-LIVE-SYNC-FILES: The project master (with its index) and
      * metadata store, the last-sync marker, checkpoints,
      * generations, delta feed and delta night catalog and nights,
      * user master, JSONL extract and variance baseline the nightly
      * jobs work from are moved aside, so the tenant's syncs start
      * from an empty master and sweep nothing of the live one. The
      * change journal is pointed at the tenant's own file
      * (/tmp/grey_master_journal_<tenant>.txt) for the child jobs.
      * A hold left by a run that died before putting its files back
      * is kept - it is the live state - and whatever that run left
      * in the live names is cleared instead
      ******************************************************************
       HOLD-LIVE-SYNC-FILES.
           PERFORM LIST-LIVE-SYNC-FILES
           MOVE SPACES TO WS-SYNC-HOLD-COMMAND
           STRING "if [ -d " DELIMITED BY SIZE
                  WS-SYNC-HOLD-DIR DELIMITED BY SPACE
                  " ]; then rm -f " DELIMITED BY SIZE
                  WS-SYNC-HOLD-FILES DELIMITED BY "  "
                  "; else mkdir -p " DELIMITED BY SIZE
                  WS-SYNC-HOLD-DIR DELIMITED BY SPACE
                  " && mv " DELIMITED BY SIZE
                  WS-SYNC-HOLD-FILES DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WS-SYNC-HOLD-DIR DELIMITED BY SPACE
                  "/ 2>/dev/null; fi" DELIMITED BY SIZE
                  INTO WS-SYNC-HOLD-COMMAND
           CALL "SYSTEM" USING WS-SYNC-HOLD-COMMAND
           MOVE 0 TO RETURN-CODE

           ACCEPT WS-LIVE-JOURNAL-ENV
               FROM ENVIRONMENT "GREY_JOURNAL_FILE"
           MOVE SPACES TO WS-TENANT-JOURNAL-NAME
           STRING "/tmp/grey_master_journal_" DELIMITED BY SIZE
                  WS-TEN-ID DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-TENANT-JOURNAL-NAME
           SET ENVIRONMENT "GREY_JOURNAL_FILE"
               TO WS-TENANT-JOURNAL-NAME.

      ******************************************************************
      * RESTORE-LIVE-SYNC-FILES: Whatever the tenant's syncs left is
      * removed and the held live files put back in its place (a file
      * that did not exist before is gone again), and the journal
      * setting is put back; nothing is touched when no hold was
      * taken
      ******************************************************************
       RESTORE-LIVE-SYNC-FILES.
           IF WS-TENANT-JOURNAL-NAME NOT = SPACES
               SET ENVIRONMENT "GREY_JOURNAL_FILE"
                   TO WS-LIVE-JOURNAL-ENV
               MOVE SPACES TO WS-TENANT-JOURNAL-NAME
           END-IF
           PERFORM LIST-LIVE-SYNC-FILES
           MOVE SPACES TO WS-SYNC-HOLD-COMMAND
           STRING "if [ -d " DELIMITED BY SIZE
                  WS-SYNC-HOLD-DIR DELIMITED BY SPACE
                  " ]; then rm -f " DELIMITED BY SIZE
                  WS-SYNC-HOLD-FILES DELIMITED BY "  "
                  "; mv " DELIMITED BY SIZE
                  WS-SYNC-HOLD-DIR DELIMITED BY SPACE
                  "/* /tmp/ 2>/dev/null; rm -rf " DELIMITED BY SIZE
                  WS-SYNC-HOLD-DIR DELIMITED BY SPACE
                  "; fi" DELIMITED BY SIZE
                  INTO WS-SYNC-HOLD-COMMAND
           CALL "SYSTEM" USING WS-SYNC-HOLD-COMMAND
           MOVE 0 TO RETURN-CODE.

       LIST-LIVE-SYNC-FILES.
           MOVE SPACES TO WS-SYNC-HOLD-FILES
           STRING "/tmp/grey_project_master.dat* " DELIMITED BY SIZE
                  "/tmp/grey_project_metadata.dat* " DELIMITED BY SIZE
                  "/tmp/grey_project_sync.ckpt " DELIMITED BY SIZE
                  "/tmp/grey_project_sync.lastsync " DELIMITED BY SIZE
                  "/tmp/grey_project_sync_gen_*.txt " DELIMITED BY SIZE
                  "/tmp/grey_project_sync_gens.txt " DELIMITED BY SIZE
                  "/tmp/grey_project_delta.txt " DELIMITED BY SIZE
                  "/tmp/grey_project_delta_*.txt " DELIMITED BY SIZE
                  "/tmp/grey_delta_nights.txt " DELIMITED BY SIZE
                  "/tmp/grey_user_sync.ckpt " DELIMITED BY SIZE
                  "/tmp/grey_user_sync.txt " DELIMITED BY SIZE
                  "/tmp/grey_projects.jsonl " DELIMITED BY SIZE
                  "/tmp/grey_users.jsonl " DELIMITED BY SIZE
                  "/tmp/grey_jsonl_manifest.txt " DELIMITED BY SIZE
                  "/tmp/grey_variance_baseline.txt " DELIMITED BY SIZE
                  "/tmp/grey_report_holds.txt" DELIMITED BY SIZE
                  INTO WS-SYNC-HOLD-FILES.

       REMOVE-SAVED-SESSION.
           MOVE SPACES TO WS-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  WS-SESSION-FILE-NAME DELIMITED BY SPACE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE 0 TO RETURN-CODE.

      ******************************************************************
      * WRITE-CERTIFICATE: The tenant's onboarding certificate - one
      * line per step and the overall result
      ******************************************************************
       WRITE-CERTIFICATE.
           MOVE 0 TO WS-STEP-FAILED-COUNT
           MOVE SPACES TO WS-FAILED-LIST
           MOVE 1 TO WS-FAILED-PTR
           PERFORM BUILD-CERTIFICATE-NAME
           OPEN OUTPUT CERTIFICATE-FILE

           MOVE SPACES TO WS-CERT-LINE
           STRING "TENANT|" DELIMITED BY SIZE
                  WS-TEN-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-ONBOARD-TS DELIMITED BY SIZE
                  INTO WS-CERT-LINE
           MOVE WS-CERT-LINE TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 8
               MOVE SPACES TO WS-CERT-LINE
               STRING "STEP|" DELIMITED BY SIZE
                      WS-STEP-NAME(WS-STEP-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-STEP-STATUS(WS-STEP-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-STEP-DETAIL(WS-STEP-IDX) DELIMITED BY "  "
                      INTO WS-CERT-LINE
               MOVE WS-CERT-LINE TO CERTIFICATE-RECORD
               WRITE CERTIFICATE-RECORD
               IF WS-STEP-STATUS(WS-STEP-IDX) = "FAILED"
                   ADD 1 TO WS-STEP-FAILED-COUNT
                   ADD 1 TO WS-HIST-FAIL
                   IF WS-FAILED-PTR > 1
                       STRING "," DELIMITED BY SIZE
                           INTO WS-FAILED-LIST
                           WITH POINTER WS-FAILED-PTR
                   END-IF
                   STRING WS-STEP-NAME(WS-STEP-IDX) DELIMITED BY SPACE
                       INTO WS-FAILED-LIST WITH POINTER WS-FAILED-PTR
               END-IF
               IF WS-STEP-STATUS(WS-STEP-IDX) = "DONE"
                   ADD 1 TO WS-HIST-OK
               END-IF
           END-PERFORM

           IF WS-STEP-FAILED-COUNT = 0
               MOVE "RESULT|COMPLETE" TO WS-CERT-LINE
           ELSE
               MOVE SPACES TO WS-CERT-LINE
               STRING "RESULT|INCOMPLETE|" DELIMITED BY SIZE
                      WS-FAILED-LIST DELIMITED BY SPACE
                      INTO WS-CERT-LINE
           END-IF
           MOVE WS-CERT-LINE TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           CLOSE CERTIFICATE-FILE.

      ******************************************************************
      * RECORD-RUN-HISTORY: Append this run's standard history record
      * (performed on every exit path)
      ******************************************************************
       RECORD-RUN-HISTORY.
           MOVE WS-TENANT-TOTAL TO WS-HIST-READ
           MOVE SPACES TO WS-HIST-CID
           CALL "RUN-HISTORY-END" USING WS-HIST-JOB-NAME
                                        WS-HIST-READ
                                        WS-HIST-OK
                                        WS-HIST-FAIL
                                        RETURN-CODE
                                        WS-HIST-CID.

       END PROGRAM TENANT-ONBOARDING.
