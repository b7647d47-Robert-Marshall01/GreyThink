      ******************************************************************
      * tenant_decommission.cbl - Grey Tenant Decommission Driver
      * Winding down a tenant when its subsidiary is sold used to be
      * two weeks of ad-hoc steps, and left webhook subscriptions
      * firing into a receiver nobody ran any more. This driver takes
      * one tenant (GREY_DECOM_TENANT, required) through the whole
      * wind-down, in order:
      *
      *   1  FINAL-SYNC       a last full PROJECT-SYNC-BATCH and
      *                       USER-SYNC-BATCH as the tenant
      *   2  SNAPSHOT         the sync's dated project generation and
      *                       the user master copied into the
      *                       tenant's archive directory
      *   3  ARCHIVE          a full JSONL-EXPORT of the tenant's
      *                       projects and users copied alongside,
      *                       with a manifest of record counts and
      *                       checksums
      *   4  WEBHOOKS         every subscription unsubscribed
      *                       (WEBHOOK-LIST / WEBHOOK-UNSUBSCRIBE) and
      *                       the tenant's webhook desired-state file
      *                       removed, so no reconcile puts them back
      *   5  REVOKE-SESSIONS  AUTH-REVOKE-ALL for our service account
      *   6  CREDENTIAL       the tenant's records removed from the
      *                       credential store (an encrypted store
      *                       stays encrypted)
      *   7  RATE-BUDGET      the tenant's rate budget lines removed
      *   8  ROSTER           the roster entry marked retired
      *                       ("tenant-id|cred-ref|N|retired")
      *
      * Each completed step is recorded in the state file
      * (/tmp/grey_decommission_state.txt,
      * "tenant|step-no|step|detail"), so a rerun after a failure
      * resumes at the step that failed instead of repeating the ones
      * that worked. A step that fails stops the run there. The one
      * exception is FINAL-SYNC: the snapshot and the archive copy
      * the shared master files, which another tenant's sync may have
      * rewritten since, so while either is still to do a resumed run
      * takes the final sync again first.
      *
      * Those shared files belong to the live nightly run. Before the
      * final sync the project master and metadata store, last-sync
      * marker, checkpoints, generations, delta feed, delta night
      * catalog and nights, user master and JSONL extract are moved
      * aside (/tmp/grey_live_sync_hold/), and the change journal is
      * pointed at the tenant's own file
      * (/tmp/grey_master_journal_<tenant>.txt). They are put back
      * when the run ends, after the snapshot and archive have copied
      * the tenant's data - so the tenant's sync starts from an empty
      * master, never sweeps the live one or moves its marker, and
      * puts nothing in the live journal or delta feed, however often
      * the run is resumed.
      *
      * The rate budget and roster are controlled files
      * (CONTROL-BASELINE keys RATE-BUDGET and TENANT-ROSTER); these
      * removals are sanctioned automatic edits, so a file still
      * matching its approved baseline is re-baselined afterwards.
      *
      * The batch jobs are run from GREY_BIN_DIR (default the current
      * directory) with GREY_TENANT_ID pointed at the tenant, reusing
      * the session this driver logs in with; the session file is
      * removed when the run ends.
      *
      * Archive directory: /tmp/grey_decommission_<tenant>/
      *   projects_<yyyymmdd>.txt  users_<yyyymmdd>.txt
      *   projects.jsonl  users.jsonl
      *   manifest.txt  "file|records|checksum"
      * Closing certificate
      * (/tmp/grey_decommission_certificate_<tenant>.txt):
      *   "TENANT|tenant-id|written-at"
      *   "STEP|n|step|DONE-FAILED-or-PENDING|detail"  one per step
      *   "FILE|path|records|checksum"  one per archive file retained
      *   "RESULT|RETIRED" or "RESULT|INCOMPLETE|step"
      * RETURN-CODE 0 retired, 4 a step failed (rerun resumes it),
      * 8 no tenant named or the tenant is not on the roster, 12
      * another instance holds the run lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TENANT-DECOMMISSION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TENANT-ROSTER-FILE ASSIGN TO WS-TENANT-ROSTER-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TENANT-ROSTER-STATUS.

           SELECT STATE-FILE ASSIGN TO WS-STATE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-FILE-STATUS.

           SELECT WORK-IN-FILE ASSIGN TO WS-WORK-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-IN-STATUS.

           SELECT WORK-OUT-FILE ASSIGN TO WS-WORK-OUT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-OUT-STATUS.

           SELECT CERTIFICATE-FILE ASSIGN TO WS-CERTIFICATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CERTIFICATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TENANT-ROSTER-FILE.
       01  TENANT-ROSTER-RECORD        PIC X(200).

       FD  STATE-FILE.
       01  STATE-RECORD                PIC X(300).

       FD  WORK-IN-FILE.
       01  WORK-IN-RECORD              PIC X(8000).

       FD  WORK-OUT-FILE.
       01  WORK-OUT-RECORD             PIC X(1400).

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-RECORD          PIC X(300).

       WORKING-STORAGE SECTION.
       COPY GREYCONF.
       COPY GREYERR.
       COPY GREYRES.
       COPY GREYAUTH.
       COPY GREYCRED.
       COPY GREYWHK.

       01  WS-TENANT-ROSTER-NAME       PIC X(64)
               VALUE "/tmp/grey_tenant_roster.txt".
       01  WS-TENANT-ROSTER-STATUS     PIC XX     VALUE SPACES.
       01  WS-STATE-FILE-NAME          PIC X(64)
               VALUE "/tmp/grey_decommission_state.txt".
       01  WS-STATE-FILE-STATUS        PIC XX     VALUE SPACES.
       01  WS-WORK-IN-NAME             PIC X(64)  VALUE SPACES.
       01  WS-WORK-IN-STATUS           PIC XX     VALUE SPACES.
       01  WS-WORK-OUT-NAME            PIC X(64)  VALUE SPACES.
       01  WS-WORK-OUT-STATUS          PIC XX     VALUE SPACES.
       01  WS-CERTIFICATE-NAME         PIC X(64)  VALUE SPACES.
       01  WS-CERTIFICATE-STATUS       PIC XX     VALUE SPACES.
       01  WS-SESSION-FILE-NAME        PIC X(64)
               VALUE "/tmp/grey_session.dat".
       01  WS-GEN-CATALOG-NAME         PIC X(64)
               VALUE "/tmp/grey_project_sync_gens.txt".
       01  WS-USER-MASTER-NAME         PIC X(64)
               VALUE "/tmp/grey_user_sync.txt".
       01  WS-CRED-FILE-NAME           PIC X(64)
               VALUE "/tmp/grey_credentials.dat".
       01  WS-CRED-FILE-ENV            PIC X(64)  VALUE SPACES.
       01  WS-BUDGET-FILE-NAME         PIC X(64)
               VALUE "/tmp/grey_rate_budget.txt".
       01  WS-BUDGET-FILE-ENV          PIC X(64)  VALUE SPACES.
       01  WS-ARCHIVE-DIR              PIC X(64)  VALUE SPACES.
       01  WS-MANIFEST-NAME            PIC X(64)  VALUE SPACES.
       01  WS-CERT-LINE                PIC X(300) VALUE SPACES.
       01  WS-STATE-LINE               PIC X(300) VALUE SPACES.
       01  WS-COMMAND                  PIC X(256) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".

      *    The live sync's shared files, set aside while the tenant's
      *    own syncs run and put back afterwards
       01  WS-SYNC-HOLD-DIR            PIC X(64)
               VALUE "/tmp/grey_live_sync_hold".
       01  WS-SYNC-HOLD-FILES          PIC X(640) VALUE SPACES.
       01  WS-SYNC-HOLD-COMMAND        PIC X(1500) VALUE SPACES.
       01  WS-LIVE-JOURNAL-ENV         PIC X(128) VALUE SPACES.
       01  WS-TENANT-JOURNAL-NAME      PIC X(128) VALUE SPACES.

       01  WS-HOST-ENV                 PIC X(256) VALUE SPACES.
       01  WS-PORT-ENV                 PIC X(5)   VALUE SPACES.
       01  WS-PORT-NUM                 PIC 9(5)   VALUE 0.
       01  WS-PROXY-ENV                PIC X(512) VALUE SPACES.
       01  WS-PROFILE-ENV              PIC X(32)  VALUE SPACES.
       01  WS-PROFILE-LOADED           PIC X      VALUE "N".
       01  WS-BIN-DIR                  PIC X(128) VALUE ".".
       01  WS-BIN-DIR-ENV              PIC X(128) VALUE SPACES.

      ******************************************************************
      * The tenant being wound down and its credentials
      ******************************************************************
       01  WS-TEN-ID                   PIC X(64)  VALUE SPACES.
       01  WS-TEN-CRED-REF             PIC X(32)  VALUE SPACES.
       01  WS-TEN-ON-ROSTER            PIC X      VALUE "N".
       01  WS-CRED-ENV-NAME            PIC X(64)  VALUE SPACES.
       01  WS-TEN-USERNAME             PIC X(256) VALUE SPACES.
       01  WS-TEN-PASSWORD             PIC X(256) VALUE SPACES.
       01  WS-TEN-CRED-KIND            PIC X(8)   VALUE SPACES.
       01  WS-SERVICE-USER-ID          PIC X(64)  VALUE SPACES.
       01  WS-LOGGED-IN                PIC X      VALUE "N".
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-TODAY                    PIC X(8)   VALUE SPACES.
       01  WS-WRITTEN-TS               PIC X(19)  VALUE SPACES.

      ******************************************************************
      * Record fields split out of the roster, state and store lines
      ******************************************************************
       01  WS-REC-F1                   PIC X(64)  VALUE SPACES.
       01  WS-REC-F2                   PIC X(64)  VALUE SPACES.
       01  WS-REC-F3                   PIC X(32)  VALUE SPACES.
       01  WS-REC-F4                   PIC X(200) VALUE SPACES.
       01  WS-REC-STEP-NO              PIC 9(2)   VALUE 0.
       01  WS-CLEAR-LINE               PIC X(700) VALUE SPACES.
       01  WS-CODED-LINE               PIC X(1400) VALUE SPACES.
       01  WS-CRYPT-OK                 PIC X      VALUE "N".
       01  WS-STORE-ENCRYPTED          PIC X      VALUE "N".
       01  WS-FIRST-RECORD             PIC X      VALUE "Y".
       01  WS-DROP-RECORD              PIC X      VALUE "N".
       01  WS-REMOVED-COUNT            PIC 9(5)   VALUE 0.
       01  WS-KEPT-COUNT               PIC 9(5)   VALUE 0.
       01  WS-REWRITE-OK               PIC X      VALUE "N".

      ******************************************************************
      * The wind-down steps and where this run stands
      ******************************************************************
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 8 TIMES.
               10  WS-STEP-NAME        PIC X(16).
               10  WS-STEP-STATUS      PIC X(8).
               10  WS-STEP-DETAIL      PIC X(160).
       01  WS-STEP-IDX                 PIC 9(2)   VALUE 0.
       01  WS-STEP-FAILED              PIC X      VALUE "N".
       01  WS-FAILED-STEP-NAME         PIC X(16)  VALUE SPACES.

      ******************************************************************
      * Archive file counting and checksums
      ******************************************************************
       01  WS-ARCHIVE-FILE             PIC X(64)  VALUE SPACES.
       01  WS-ARCHIVE-SOURCE           PIC X(64)  VALUE SPACES.
       01  WS-FILE-RECORDS             PIC 9(8)   VALUE 0.
       01  WS-FILE-CHECKSUM            PIC X(24)  VALUE SPACES.
       01  WS-MANIFEST-COUNT           PIC 9(2)   VALUE 0.
       01  WS-MANIFEST-TABLE.
           05  WS-MANIFEST-LINE OCCURS 8 TIMES PIC X(160).
       01  WS-MAN-IDX                  PIC 9(2)   VALUE 0.
       01  WS-COPY-OK                  PIC X      VALUE "N".

      ******************************************************************
      * Webhook unsubscribe pass
      ******************************************************************
       01  WS-WHK-IDX                  PIC 9(3)   VALUE 0.
       01  WS-UNSUB-COUNT              PIC 9(5)   VALUE 0.
       01  WS-UNSUB-FAILED             PIC X      VALUE "N".
       01  WS-WHK-MORE                 PIC X      VALUE "Y".

      ******************************************************************
      * Child job run - the exe name and its decoded exit code
      ******************************************************************
       01  WS-JOB-EXE                  PIC X(40)  VALUE SPACES.
       01  WS-SHELL-RC                 PIC S9(9)  VALUE 0.
       01  WS-JOB-EXIT                 PIC 9(2)   VALUE 0.

      ******************************************************************
      * Control baseline fields - rate budget and roster
      ******************************************************************
       01  WS-CTL-KEY                  PIC X(16)  VALUE SPACES.
       01  WS-CTL-PATH                 PIC X(64)  VALUE SPACES.
       01  WS-CTL-CHECKSUM             PIC X(24)  VALUE SPACES.
       01  WS-CTL-APPROVED             PIC X(24)  VALUE SPACES.
       01  WS-CTL-CHANGE-ID            PIC X(24)  VALUE SPACES.
       01  WS-CTL-DECOM-ID             PIC X(24)
               VALUE "TENANT-DECOMMISSION".

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "TENANT-DECOMMISSION".
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
           DISPLAY "=== Grey Tenant Decommission ==="
           MOVE 0 TO RETURN-CODE

           CALL "RUN-HISTORY-START" USING WS-HIST-JOB-NAME
                                          WS-HIST-RUN-ID

      *    One instance per job - two instances would advance the
      *    same state file and share the saved session
           CALL "RUN-LOCK-ACQUIRE" USING WS-HIST-JOB-NAME
                                         WS-LOCK-ACQUIRED
           IF WS-LOCK-ACQUIRED NOT = "Y"
               MOVE 12 TO RETURN-CODE
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF

           ACCEPT WS-TEN-ID FROM ENVIRONMENT "GREY_DECOM_TENANT"
           IF WS-TEN-ID = SPACES
               DISPLAY "GREY_DECOM_TENANT names the tenant to "
                       "decommission - nothing to do"
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF

           PERFORM INITIALIZE-CONFIG
           ACCEPT WS-BIN-DIR-ENV FROM ENVIRONMENT "GREY_BIN_DIR"
           IF WS-BIN-DIR-ENV NOT = SPACES
               MOVE WS-BIN-DIR-ENV TO WS-BIN-DIR
           END-IF
           ACCEPT WS-BUDGET-FILE-ENV
               FROM ENVIRONMENT "GREY_RATE_BUDGET_FILE"
           IF WS-BUDGET-FILE-ENV NOT = SPACES
               MOVE WS-BUDGET-FILE-ENV TO WS-BUDGET-FILE-NAME
           END-IF
           ACCEPT WS-CRED-FILE-ENV FROM ENVIRONMENT "GREY_CRED_FILE"
           IF WS-CRED-FILE-ENV NOT = SPACES
               MOVE WS-CRED-FILE-ENV TO WS-CRED-FILE-NAME
           END-IF

           PERFORM FIND-ROSTER-ENTRY
           IF WS-TEN-ON-ROSTER NOT = "Y"
               DISPLAY "Tenant " FUNCTION TRIM(WS-TEN-ID)
                       " is not on the roster - nothing to "
                       "decommission"
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF

           MOVE SPACES TO WS-ARCHIVE-DIR
           STRING "/tmp/grey_decommission_" DELIMITED BY SIZE
                  WS-TEN-ID DELIMITED BY SPACE
                  INTO WS-ARCHIVE-DIR
           MOVE SPACES TO WS-MANIFEST-NAME
           STRING WS-ARCHIVE-DIR DELIMITED BY SPACE
                  "/manifest.txt" DELIMITED BY SIZE
                  INTO WS-MANIFEST-NAME
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-TODAY

           PERFORM LOAD-STEP-STATE
           PERFORM RUN-PENDING-STEPS
           PERFORM RESTORE-LIVE-SYNC-FILES
           PERFORM REMOVE-SAVED-SESSION
           SET ENVIRONMENT "GREY_USERNAME" TO SPACES
           SET ENVIRONMENT "GREY_PASSWORD" TO SPACES
           PERFORM WRITE-CERTIFICATE
           CALL "SDK-SHUTDOWN"

           IF WS-STEP-FAILED = "Y"
               MOVE 4 TO RETURN-CODE
               MOVE "WARNING" TO WS-NOTIFY-SEVERITY
               MOVE "Tenant decommission stopped at a failed step"
                   TO WS-NOTIFY-SUMMARY
               MOVE SPACES TO WS-NOTIFY-DETAIL
               STRING "tenant " DELIMITED BY SIZE
                      WS-TEN-ID DELIMITED BY SPACE
                      " step " DELIMITED BY SIZE
                      WS-FAILED-STEP-NAME DELIMITED BY SPACE
                      " failed - rerun resumes there; see "
                          DELIMITED BY SIZE
                      WS-CERTIFICATE-NAME DELIMITED BY SPACE
                      INTO WS-NOTIFY-DETAIL
               CALL "NOTIFY-SPOOL-WRITE" USING WS-NOTIFY-SEVERITY
                                               WS-HIST-JOB-NAME
                                               WS-NOTIFY-SUMMARY
                                               WS-NOTIFY-DETAIL
                                               WS-HIST-CID
               DISPLAY "Decommission INCOMPLETE - stopped at "
                       WS-FAILED-STEP-NAME
           ELSE
               MOVE 0 TO RETURN-CODE
               DISPLAY "Tenant " FUNCTION TRIM(WS-TEN-ID)
                       " RETIRED - certificate " WS-CERTIFICATE-NAME
           END-IF

           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           STOP RUN.

      ******************************************************************
      * INITIALIZE-CONFIG: Host, port, and proxy from the job's
      * environment; the tenant id is set from GREY_DECOM_TENANT
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
      * FIND-ROSTER-ENTRY: The tenant's roster line and cred-ref
      ******************************************************************
       FIND-ROSTER-ENTRY.
           MOVE "N" TO WS-TEN-ON-ROSTER
           OPEN INPUT TENANT-ROSTER-FILE
           IF WS-TENANT-ROSTER-STATUS NOT = "00"
               DISPLAY "Cannot open tenant roster: "
                       WS-TENANT-ROSTER-NAME
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ TENANT-ROSTER-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TENANT-ROSTER-RECORD(1:1) NOT = "#"
                           MOVE SPACES TO WS-REC-F1 WS-REC-F2
                           UNSTRING TENANT-ROSTER-RECORD
                               DELIMITED BY "|"
                               INTO WS-REC-F1 WS-REC-F2
                           IF WS-REC-F1 = WS-TEN-ID
                               MOVE "Y" TO WS-TEN-ON-ROSTER
                               MOVE WS-REC-F2 TO WS-TEN-CRED-REF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TENANT-ROSTER-FILE.

      ******************************************************************
      * LOAD-STEP-STATE: The step table, with the steps an earlier
      * run already completed for this tenant marked DONE
      ******************************************************************
       LOAD-STEP-STATE.
           MOVE "FINAL-SYNC"      TO WS-STEP-NAME(1)
           MOVE "SNAPSHOT"        TO WS-STEP-NAME(2)
           MOVE "ARCHIVE"         TO WS-STEP-NAME(3)
           MOVE "WEBHOOKS"        TO WS-STEP-NAME(4)
           MOVE "REVOKE-SESSIONS" TO WS-STEP-NAME(5)
           MOVE "CREDENTIAL"      TO WS-STEP-NAME(6)
           MOVE "RATE-BUDGET"     TO WS-STEP-NAME(7)
           MOVE "ROSTER"          TO WS-STEP-NAME(8)
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 8
               MOVE "PENDING" TO WS-STEP-STATUS(WS-STEP-IDX)
               MOVE SPACES TO WS-STEP-DETAIL(WS-STEP-IDX)
           END-PERFORM

           OPEN INPUT STATE-FILE
           IF WS-STATE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ STATE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-REC-F1 WS-REC-F2 WS-REC-F3
                                      WS-REC-F4
                       UNSTRING STATE-RECORD DELIMITED BY "|"
                           INTO WS-REC-F1 WS-REC-F2 WS-REC-F3
                                WS-REC-F4
                       IF WS-REC-F1 = WS-TEN-ID
                           AND WS-REC-F2(1:2) IS NUMERIC
                           MOVE WS-REC-F2(1:2) TO WS-REC-STEP-NO
                           IF WS-REC-STEP-NO >= 1
                               AND WS-REC-STEP-NO <= 8
                               MOVE "DONE"
                                   TO WS-STEP-STATUS(WS-REC-STEP-NO)
                               MOVE WS-REC-F4
                                   TO WS-STEP-DETAIL(WS-REC-STEP-NO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATE-FILE

      *    The shared sync files only hold this tenant's data straight
      *    after its own sync - a snapshot or archive still to take
      *    needs that sync taken again
           IF WS-STEP-STATUS(2) NOT = "DONE"
               OR WS-STEP-STATUS(3) NOT = "DONE"
               MOVE "PENDING" TO WS-STEP-STATUS(1)
               MOVE SPACES TO WS-STEP-DETAIL(1)
           END-IF.

      ******************************************************************
      * RUN-PENDING-STEPS: Every step not yet DONE, in order, until
      * one fails
      ******************************************************************
       RUN-PENDING-STEPS.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 8 OR WS-STEP-FAILED = "Y"
               IF WS-STEP-STATUS(WS-STEP-IDX) NOT = "DONE"
                   DISPLAY "Step " WS-STEP-IDX " "
                           WS-STEP-NAME(WS-STEP-IDX)
                   MOVE "FAILED" TO WS-STEP-STATUS(WS-STEP-IDX)
                   MOVE SPACES TO WS-STEP-DETAIL(WS-STEP-IDX)
                   EVALUATE WS-STEP-IDX
                       WHEN 1 PERFORM STEP-FINAL-SYNC
                       WHEN 2 PERFORM STEP-SNAPSHOT
                       WHEN 3 PERFORM STEP-ARCHIVE
                       WHEN 4 PERFORM STEP-WEBHOOKS
                       WHEN 5 PERFORM STEP-REVOKE-SESSIONS
                       WHEN 6 PERFORM STEP-CREDENTIAL
                       WHEN 7 PERFORM STEP-RATE-BUDGET
                       WHEN 8 PERFORM STEP-ROSTER
                   END-EVALUATE
                   IF WS-STEP-STATUS(WS-STEP-IDX) = "DONE"
                       ADD 1 TO WS-HIST-OK
                       PERFORM ADVANCE-STEP-STATE
                   ELSE
                       ADD 1 TO WS-HIST-FAIL
                       MOVE "Y" TO WS-STEP-FAILED
                       MOVE WS-STEP-NAME(WS-STEP-IDX)
                           TO WS-FAILED-STEP-NAME
                       DISPLAY "  FAILED: "
                               FUNCTION TRIM(WS-STEP-DETAIL
                                   (WS-STEP-IDX))
                   END-IF
               END-IF
           END-PERFORM.

      *    "tenant|step-no|step|detail" appended once a step is DONE
       ADVANCE-STEP-STATE.
           OPEN EXTEND STATE-FILE
           IF WS-STATE-FILE-STATUS = "35"
               OPEN OUTPUT STATE-FILE
           END-IF
           MOVE SPACES TO WS-STATE-LINE
           STRING WS-TEN-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-STEP-IDX DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-STEP-NAME(WS-STEP-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-STEP-DETAIL(WS-STEP-IDX) DELIMITED BY "  "
                  INTO WS-STATE-LINE
           MOVE WS-STATE-LINE TO STATE-RECORD
           WRITE STATE-RECORD
           CLOSE STATE-FILE.

      ******************************************************************
      * ENSURE-LOGGED-IN: Log in as the tenant once per run, for the
      * steps that talk to Grey; the session is saved for the batch
      * jobs this driver runs
      ******************************************************************
       ENSURE-LOGGED-IN.
           IF WS-LOGGED-IN = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM REMOVE-SAVED-SESSION
           CALL "SDK-SET-TENANT-ID" USING WS-GREY-CONFIG WS-TEN-ID
           CALL "SDK-CLEAR-AUTH-TOKEN" USING WS-GREY-CONFIG
           CALL "SDK-CLEAR-API-KEY" USING WS-GREY-CONFIG
           MOVE SPACES TO WS-SERVICE-USER-ID
           PERFORM RESOLVE-TENANT-CREDENTIALS

           EVALUATE TRUE
               WHEN WS-CRED-IS-FOUND AND WS-CRED-APIKEY
                   MOVE "APIKEY" TO WS-TEN-CRED-KIND
                   CALL "SDK-SET-API-KEY" USING WS-GREY-CONFIG
                                                WS-CRED-SECRET
                   MOVE SPACES TO WS-TEN-USERNAME WS-TEN-PASSWORD
                   MOVE "Y" TO WS-RESULT-OK
               WHEN WS-CRED-IS-FOUND AND WS-CRED-OAUTH2
                   MOVE "OAUTH2" TO WS-TEN-CRED-KIND
                   PERFORM TENANT-CLIENT-CREDENTIALS
                   MOVE SPACES TO WS-TEN-USERNAME WS-TEN-PASSWORD
               WHEN WS-TEN-USERNAME = SPACES
                   MOVE SPACES TO WS-STEP-DETAIL(WS-STEP-IDX)
                   STRING "no credential in the store or under prefix "
                              DELIMITED BY SIZE
                          WS-TEN-CRED-REF DELIMITED BY SPACE
                          INTO WS-STEP-DETAIL(WS-STEP-IDX)
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE "PASSWORD" TO WS-TEN-CRED-KIND
                   PERFORM TENANT-PASSWORD-LOGIN
           END-EVALUATE

           IF WS-RESULT-OK NOT = "Y"
               MOVE SPACES TO WS-STEP-DETAIL(WS-STEP-IDX)
               STRING WS-TEN-CRED-KIND DELIMITED BY SPACE
                      " login failed: " DELIMITED BY SIZE
                      WS-RES-ERR-MSG DELIMITED BY "  "
                      INTO WS-STEP-DETAIL(WS-STEP-IDX)
               EXIT PARAGRAPH
           END-IF

           IF WS-TEN-CRED-KIND NOT = "APIKEY"
               MOVE WS-USER-ID TO WS-SERVICE-USER-ID
               CALL "SDK-SAVE-SESSION" USING WS-GREY-CONFIG
           END-IF
           SET ENVIRONMENT "GREY_TENANT_ID" TO WS-TEN-ID
           SET ENVIRONMENT "GREY_USERNAME" TO WS-TEN-USERNAME
           SET ENVIRONMENT "GREY_PASSWORD" TO WS-TEN-PASSWORD
           MOVE "Y" TO WS-LOGGED-IN.

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
               DISPLAY "Login with current secret failed - trying "
                       "the staged rotation secret"
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
               DISPLAY "Grant with current client secret failed - "
                       "trying the staged rotation secret"
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
      * STEP 1: A last full project and user sync as the tenant -
      * checkpoints and the last-sync marker cleared so nothing is
      * resumed or pulled as a delta
      ******************************************************************
       STEP-FINAL-SYNC.
           PERFORM ENSURE-LOGGED-IN
           IF WS-LOGGED-IN NOT = "Y"
               EXIT PARAGRAPH
           END-IF

      *    The sync runs over the live tenant's shared files; they are
      *    held aside and put back when the run ends
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

           MOVE "project_sync_batch" TO WS-JOB-EXE
           PERFORM RUN-CHILD-JOB
           IF WS-JOB-EXIT > 4
               EXIT PARAGRAPH
           END-IF
           MOVE "user_sync_batch" TO WS-JOB-EXE
           PERFORM RUN-CHILD-JOB
           IF WS-JOB-EXIT > 4
               EXIT PARAGRAPH
           END-IF

           MOVE "DONE" TO WS-STEP-STATUS(1)
           MOVE "final full project and user sync taken"
               TO WS-STEP-DETAIL(1).

      ******************************************************************
      * STEP 2: The sync's newest dated project generation (last line
      * of the generation catalog) and the user master, copied into
      * the archive directory under today's date
      ******************************************************************
       STEP-SNAPSHOT.
           MOVE SPACES TO WS-COMMAND
           STRING "mkdir -p " DELIMITED BY SIZE
                  WS-ARCHIVE-DIR DELIMITED BY SPACE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE 0 TO RETURN-CODE

           MOVE WS-GEN-CATALOG-NAME TO WS-WORK-IN-NAME
           MOVE SPACES TO WS-ARCHIVE-SOURCE
           OPEN INPUT WORK-IN-FILE
           IF WS-WORK-IN-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ WORK-IN-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WORK-IN-RECORD NOT = SPACES
                               MOVE WORK-IN-RECORD(1:64)
                                   TO WS-ARCHIVE-SOURCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-IN-FILE
           END-IF
           IF WS-ARCHIVE-SOURCE = SPACES
               MOVE "no project generation in the generation catalog"
                   TO WS-STEP-DETAIL(2)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ARCHIVE-FILE
           STRING WS-ARCHIVE-DIR DELIMITED BY SPACE
                  "/projects_" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-ARCHIVE-FILE
           PERFORM COPY-INTO-ARCHIVE
           IF WS-COPY-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-USER-MASTER-NAME TO WS-ARCHIVE-SOURCE
           MOVE SPACES TO WS-ARCHIVE-FILE
           STRING WS-ARCHIVE-DIR DELIMITED BY SPACE
                  "/users_" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-ARCHIVE-FILE
           PERFORM COPY-INTO-ARCHIVE
           IF WS-COPY-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE "DONE" TO WS-STEP-STATUS(2)
           MOVE SPACES TO WS-STEP-DETAIL(2)
           STRING "dated snapshot " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  " kept in " DELIMITED BY SIZE
                  WS-ARCHIVE-DIR DELIMITED BY SPACE
                  INTO WS-STEP-DETAIL(2).

      ******************************************************************
      * STEP 3: A full JSONL-EXPORT, its two files copied into the
      * archive directory, and the manifest of every file retained
      ******************************************************************
       STEP-ARCHIVE.
           SET ENVIRONMENT "GREY_JSONL_MODE" TO "FULL"
           SET ENVIRONMENT "GREY_JSONL_FIELDS" TO SPACES
           MOVE "jsonl_export" TO WS-JOB-EXE
           PERFORM RUN-CHILD-JOB
           IF WS-JOB-EXIT > 4
               EXIT PARAGRAPH
           END-IF

           MOVE "/tmp/grey_projects.jsonl" TO WS-ARCHIVE-SOURCE
           MOVE SPACES TO WS-ARCHIVE-FILE
           STRING WS-ARCHIVE-DIR DELIMITED BY SPACE
                  "/projects.jsonl" DELIMITED BY SIZE
                  INTO WS-ARCHIVE-FILE
           PERFORM COPY-INTO-ARCHIVE
           IF WS-COPY-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "/tmp/grey_users.jsonl" TO WS-ARCHIVE-SOURCE
           MOVE SPACES TO WS-ARCHIVE-FILE
           STRING WS-ARCHIVE-DIR DELIMITED BY SPACE
                  "/users.jsonl" DELIMITED BY SIZE
                  INTO WS-ARCHIVE-FILE
           PERFORM COPY-INTO-ARCHIVE
           IF WS-COPY-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

      *    The manifest covers the snapshot files too - the dated
      *    names are the ones step 2 wrote, whichever run that was
           MOVE 0 TO WS-MANIFEST-COUNT
           MOVE SPACES TO WS-COMMAND
           STRING "ls " DELIMITED BY SIZE
                  WS-ARCHIVE-DIR DELIMITED BY SPACE
                  "/projects_*.txt " DELIMITED BY SIZE
                  WS-ARCHIVE-DIR DELIMITED BY SPACE
                  "/users_*.txt " DELIMITED BY SIZE
                  WS-ARCHIVE-DIR DELIMITED BY SPACE
                  "/*.jsonl > " DELIMITED BY SIZE
                  WS-MANIFEST-NAME DELIMITED BY SPACE
                  ".list 2>/dev/null" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE 0 TO RETURN-CODE

           MOVE SPACES TO WS-WORK-IN-NAME
           STRING WS-MANIFEST-NAME DELIMITED BY SPACE
                  ".list" DELIMITED BY SIZE
                  INTO WS-WORK-IN-NAME
           OPEN INPUT WORK-IN-FILE
           IF WS-WORK-IN-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ WORK-IN-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WORK-IN-RECORD NOT = SPACES
                               AND WS-MANIFEST-COUNT < 8
                               ADD 1 TO WS-MANIFEST-COUNT
                               MOVE WORK-IN-RECORD(1:64)
                                   TO WS-MANIFEST-LINE
                                       (WS-MANIFEST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-IN-FILE
           END-IF
           MOVE SPACES TO WS-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  WS-WORK-IN-NAME DELIMITED BY SPACE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE 0 TO RETURN-CODE

           PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
                   UNTIL WS-MAN-IDX > WS-MANIFEST-COUNT
               MOVE WS-MANIFEST-LINE(WS-MAN-IDX) TO WS-ARCHIVE-FILE
               PERFORM MEASURE-ARCHIVE-FILE
               MOVE SPACES TO WS-MANIFEST-LINE(WS-MAN-IDX)
               STRING WS-ARCHIVE-FILE DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-FILE-RECORDS DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-FILE-CHECKSUM DELIMITED BY SPACE
                      INTO WS-MANIFEST-LINE(WS-MAN-IDX)
           END-PERFORM

           MOVE WS-MANIFEST-NAME TO WS-WORK-OUT-NAME
           OPEN OUTPUT WORK-OUT-FILE
           PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
                   UNTIL WS-MAN-IDX > WS-MANIFEST-COUNT
               MOVE WS-MANIFEST-LINE(WS-MAN-IDX) TO WORK-OUT-RECORD
               WRITE WORK-OUT-RECORD
           END-PERFORM
           CLOSE WORK-OUT-FILE

           MOVE "DONE" TO WS-STEP-STATUS(3)
           MOVE SPACES TO WS-STEP-DETAIL(3)
           STRING "JSONL archive and manifest of " DELIMITED BY SIZE
                  WS-MANIFEST-COUNT DELIMITED BY SIZE
                  " file(s) written to " DELIMITED BY SIZE
                  WS-MANIFEST-NAME DELIMITED BY SPACE
                  INTO WS-STEP-DETAIL(3).

      *    WS-ARCHIVE-SOURCE copied to WS-ARCHIVE-FILE
       COPY-INTO-ARCHIVE.
           MOVE "N" TO WS-COPY-OK
           MOVE WS-ARCHIVE-SOURCE TO WS-WORK-IN-NAME
           OPEN INPUT WORK-IN-FILE
           IF WS-WORK-IN-STATUS NOT = "00"
               MOVE SPACES TO WS-STEP-DETAIL(WS-STEP-IDX)
               STRING "cannot read " DELIMITED BY SIZE
                      WS-ARCHIVE-SOURCE DELIMITED BY SPACE
                      INTO WS-STEP-DETAIL(WS-STEP-IDX)
               EXIT PARAGRAPH
           END-IF
           CLOSE WORK-IN-FILE

           MOVE SPACES TO WS-COMMAND
           STRING "cp -f " DELIMITED BY SIZE
                  WS-ARCHIVE-SOURCE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-ARCHIVE-FILE DELIMITED BY SPACE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE SPACES TO WS-STEP-DETAIL(WS-STEP-IDX)
               STRING "cannot copy to " DELIMITED BY SIZE
                      WS-ARCHIVE-FILE DELIMITED BY SPACE
                      INTO WS-STEP-DETAIL(WS-STEP-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-COPY-OK.

      *    Record count and checksum of WS-ARCHIVE-FILE
       MEASURE-ARCHIVE-FILE.
           MOVE 0 TO WS-FILE-RECORDS
           MOVE WS-ARCHIVE-FILE TO WS-WORK-IN-NAME
           OPEN INPUT WORK-IN-FILE
           IF WS-WORK-IN-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ WORK-IN-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-FILE-RECORDS
                   END-READ
               END-PERFORM
               CLOSE WORK-IN-FILE
           END-IF
           CALL "CONTROL-CHECKSUM" USING WS-ARCHIVE-FILE
                                         WS-FILE-CHECKSUM.

      ******************************************************************
      * STEP 4: Every webhook subscription removed - page 1 is listed
      * again after each pass, since unsubscribing shifts the pages -
      * and the tenant's desired-state file with them
      ******************************************************************
       STEP-WEBHOOKS.
           PERFORM ENSURE-LOGGED-IN
           IF WS-LOGGED-IN NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-UNSUB-COUNT
           MOVE "N" TO WS-UNSUB-FAILED
           MOVE "Y" TO WS-WHK-MORE
           PERFORM UNTIL WS-WHK-MORE = "N"
               MOVE 1 TO WS-WHK-PAGE
               MOVE 100 TO WS-WHK-PER-PAGE
               CALL "WEBHOOK-LIST" USING WS-GREY-CONFIG
                                         WS-WEBHOOK-LIST-REQUEST
                                         WS-WEBHOOK-LIST-RESPONSE
                                         WS-GREY-RESULT
               IF WS-RESULT-OK NOT = "Y"
                   MOVE SPACES TO WS-STEP-DETAIL(4)
                   STRING "WEBHOOK-LIST failed: " DELIMITED BY SIZE
                          WS-RES-ERR-MSG DELIMITED BY "  "
                          INTO WS-STEP-DETAIL(4)
                   EXIT PARAGRAPH
               END-IF
               IF WS-WEBHOOK-COUNT = 0
                   MOVE "N" TO WS-WHK-MORE
               ELSE
                   PERFORM VARYING WS-WHK-IDX FROM 1 BY 1
                           UNTIL WS-WHK-IDX > WS-WEBHOOK-COUNT
                       PERFORM UNSUBSCRIBE-ONE-WEBHOOK
                   END-PERFORM
                   IF WS-UNSUB-FAILED = "Y"
                       MOVE "N" TO WS-WHK-MORE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-UNSUB-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-COMMAND
           STRING "rm -f /tmp/grey_webhook_desired_" DELIMITED BY SIZE
                  WS-TEN-ID DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE 0 TO RETURN-CODE

           MOVE "DONE" TO WS-STEP-STATUS(4)
           MOVE SPACES TO WS-STEP-DETAIL(4)
           STRING WS-UNSUB-COUNT DELIMITED BY SIZE
                  " subscription(s) unsubscribed" DELIMITED BY SIZE
                  INTO WS-STEP-DETAIL(4).

       UNSUBSCRIBE-ONE-WEBHOOK.
           MOVE WS-WHK-ITEM-ID(WS-WHK-IDX) TO WS-WHK-ID-REQ
           CALL "WEBHOOK-UNSUBSCRIBE" USING WS-GREY-CONFIG
                                            WS-WEBHOOK-REQUEST
                                            WS-GREY-RESULT
           IF WS-RESULT-OK = "Y"
               ADD 1 TO WS-UNSUB-COUNT
           ELSE
               MOVE "Y" TO WS-UNSUB-FAILED
               MOVE SPACES TO WS-STEP-DETAIL(4)
               STRING "WEBHOOK-UNSUBSCRIBE " DELIMITED BY SIZE
                      WS-WHK-ID-REQ DELIMITED BY SPACE
                      " failed: " DELIMITED BY SIZE
                      WS-RES-ERR-MSG DELIMITED BY "  "
                      INTO WS-STEP-DETAIL(4)
           END-IF.

      ******************************************************************
      * STEP 5: Every session of our service account in the tenant
      * revoked - API-key tenants hold no session to revoke
      ******************************************************************
       STEP-REVOKE-SESSIONS.
           PERFORM ENSURE-LOGGED-IN
           IF WS-LOGGED-IN NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           IF WS-SERVICE-USER-ID = SPACES
               MOVE "DONE" TO WS-STEP-STATUS(5)
               MOVE SPACES TO WS-STEP-DETAIL(5)
               STRING WS-TEN-CRED-KIND DELIMITED BY SPACE
                      " credential holds no user session to revoke"
                          DELIMITED BY SIZE
                      INTO WS-STEP-DETAIL(5)
               EXIT PARAGRAPH
           END-IF

           CALL "AUTH-REVOKE-ALL" USING WS-GREY-CONFIG
                                        WS-SERVICE-USER-ID
                                        WS-GREY-RESULT
           IF WS-RESULT-OK NOT = "Y"
               MOVE SPACES TO WS-STEP-DETAIL(5)
               STRING "AUTH-REVOKE-ALL failed: " DELIMITED BY SIZE
                      WS-RES-ERR-MSG DELIMITED BY "  "
                      INTO WS-STEP-DETAIL(5)
               EXIT PARAGRAPH
           END-IF

      *    The session just revoked is no use to anything after this
           PERFORM REMOVE-SAVED-SESSION
           MOVE "N" TO WS-LOGGED-IN
           MOVE "DONE" TO WS-STEP-STATUS(5)
           MOVE SPACES TO WS-STEP-DETAIL(5)
           STRING "sessions of service user " DELIMITED BY SIZE
                  WS-SERVICE-USER-ID DELIMITED BY SPACE
                  " revoked" DELIMITED BY SIZE
                  INTO WS-STEP-DETAIL(5).

      ******************************************************************
      * STEP 6: The tenant's records dropped from the credential
      * store. An encrypted store is read through CRED-CRYPT-DECODE
      * and the records kept are copied through unchanged, so it
      * stays encrypted. Blank-tenant fallback records are never
      * touched.
      ******************************************************************
       STEP-CREDENTIAL.
           MOVE WS-CRED-FILE-NAME TO WS-WORK-IN-NAME
           OPEN INPUT WORK-IN-FILE
           IF WS-WORK-IN-STATUS NOT = "00"
               MOVE "DONE" TO WS-STEP-STATUS(6)
               MOVE "no credential store on file - nothing to remove"
                   TO WS-STEP-DETAIL(6)
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-REWRITE-OUTPUT
           MOVE 0 TO WS-REMOVED-COUNT
           MOVE 0 TO WS-KEPT-COUNT
           MOVE "Y" TO WS-FIRST-RECORD
           MOVE "N" TO WS-STORE-ENCRYPTED
           MOVE "Y" TO WS-REWRITE-OK
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ WORK-IN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM FILTER-CRED-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-IN-FILE
           CLOSE WORK-OUT-FILE

           IF WS-REWRITE-OK NOT = "Y"
               MOVE SPACES TO WS-STEP-DETAIL(6)
               STRING "encrypted credential store but no key - "
                          DELIMITED BY SIZE
                      "store left unchanged" DELIMITED BY SIZE
                      INTO WS-STEP-DETAIL(6)
               PERFORM DISCARD-REWRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM REPLACE-WITH-REWRITE

           MOVE "DONE" TO WS-STEP-STATUS(6)
           MOVE SPACES TO WS-STEP-DETAIL(6)
           STRING WS-REMOVED-COUNT DELIMITED BY SIZE
                  " credential store record(s) removed"
                      DELIMITED BY SIZE
                  INTO WS-STEP-DETAIL(6)
           IF WS-REMOVED-COUNT = 0
               MOVE SPACES TO WS-STEP-DETAIL(6)
               STRING "no store record for the tenant - retire the "
                          DELIMITED BY SIZE
                      WS-TEN-CRED-REF DELIMITED BY SPACE
                      "_ job deck credentials by hand"
                          DELIMITED BY SIZE
                      INTO WS-STEP-DETAIL(6)
           END-IF.

       FILTER-CRED-RECORD.
           MOVE "N" TO WS-DROP-RECORD
           IF WS-FIRST-RECORD = "Y"
               MOVE "N" TO WS-FIRST-RECORD
               IF WORK-IN-RECORD(1:8) = "GREYENC1"
                   MOVE "Y" TO WS-STORE-ENCRYPTED
                   MOVE WORK-IN-RECORD(1:1400) TO WORK-OUT-RECORD
                   WRITE WORK-OUT-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-STORE-ENCRYPTED = "Y"
               MOVE WORK-IN-RECORD(1:1400) TO WS-CODED-LINE
               CALL "CRED-CRYPT-DECODE" USING WS-CODED-LINE
                                              WS-CLEAR-LINE
                                              WS-CRYPT-OK
               IF WS-CRYPT-OK NOT = "Y"
                   MOVE "N" TO WS-REWRITE-OK
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE WORK-IN-RECORD(1:700) TO WS-CLEAR-LINE
           END-IF

           IF WS-CLEAR-LINE(1:1) NOT = "#"
               MOVE SPACES TO WS-REC-F1 WS-REC-F2
               UNSTRING WS-CLEAR-LINE DELIMITED BY "|"
                   INTO WS-REC-F1 WS-REC-F2
               IF WS-REC-F2 = WS-TEN-ID
                   MOVE "Y" TO WS-DROP-RECORD
               END-IF
           END-IF

           IF WS-DROP-RECORD = "Y"
               ADD 1 TO WS-REMOVED-COUNT
           ELSE
               ADD 1 TO WS-KEPT-COUNT
               MOVE WORK-IN-RECORD(1:1400) TO WORK-OUT-RECORD
               WRITE WORK-OUT-RECORD
           END-IF.

      ******************************************************************
      * STEP 7: The tenant's rate budget lines removed
      ******************************************************************
       STEP-RATE-BUDGET.
           MOVE "RATE-BUDGET" TO WS-CTL-KEY
           MOVE WS-BUDGET-FILE-NAME TO WS-CTL-PATH
           MOVE WS-BUDGET-FILE-NAME TO WS-WORK-IN-NAME
           PERFORM REWRITE-WITHOUT-TENANT
           IF WS-REWRITE-OK NOT = "Y"
               MOVE "DONE" TO WS-STEP-STATUS(7)
               MOVE "no rate budget file - nothing to remove"
                   TO WS-STEP-DETAIL(7)
               EXIT PARAGRAPH
           END-IF

           MOVE "DONE" TO WS-STEP-STATUS(7)
           MOVE SPACES TO WS-STEP-DETAIL(7)
           STRING WS-REMOVED-COUNT DELIMITED BY SIZE
                  " rate budget line(s) removed" DELIMITED BY SIZE
                  INTO WS-STEP-DETAIL(7).

      ******************************************************************
      * STEP 8: The roster entry rewritten as retired - disabled, with
      * the fourth column saying why
      ******************************************************************
       STEP-ROSTER.
           MOVE "TENANT-ROSTER" TO WS-CTL-KEY
           MOVE WS-TENANT-ROSTER-NAME TO WS-CTL-PATH
           MOVE WS-TENANT-ROSTER-NAME TO WS-WORK-IN-NAME
           PERFORM REWRITE-WITHOUT-TENANT
           IF WS-REWRITE-OK NOT = "Y"
               MOVE SPACES TO WS-STEP-DETAIL(8)
               STRING "cannot rewrite " DELIMITED BY SIZE
                      WS-TENANT-ROSTER-NAME DELIMITED BY SPACE
                      INTO WS-STEP-DETAIL(8)
               EXIT PARAGRAPH
           END-IF

           MOVE "DONE" TO WS-STEP-STATUS(8)
           MOVE SPACES TO WS-STEP-DETAIL(8)
           STRING "roster entry for " DELIMITED BY SIZE
                  WS-TEN-ID DELIMITED BY SPACE
                  " disabled and marked retired" DELIMITED BY SIZE
                  INTO WS-STEP-DETAIL(8).

      ******************************************************************
      * REWRITE-WITHOUT-TENANT: WS-WORK-IN-NAME rewritten with the
      * tenant's "tenant|..." lines dropped - or, for the roster,
      * replaced by the retired entry - and the controlled file
      * re-baselined when it was still the approved version
      ******************************************************************
       REWRITE-WITHOUT-TENANT.
           MOVE "N" TO WS-REWRITE-OK
           MOVE 0 TO WS-REMOVED-COUNT
           CALL "CONTROL-BASELINE-GET" USING WS-CTL-KEY
                                             WS-CTL-APPROVED
                                             WS-CTL-CHANGE-ID
           CALL "CONTROL-CHECKSUM" USING WS-CTL-PATH WS-CTL-CHECKSUM

           OPEN INPUT WORK-IN-FILE
           IF WS-WORK-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-REWRITE-OUTPUT
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ WORK-IN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-REC-F1
                       UNSTRING WORK-IN-RECORD DELIMITED BY "|"
                           INTO WS-REC-F1
                       IF WORK-IN-RECORD(1:1) NOT = "#"
                           AND WS-REC-F1 = WS-TEN-ID
                           ADD 1 TO WS-REMOVED-COUNT
                           IF WS-CTL-KEY = "TENANT-ROSTER"
                               PERFORM WRITE-RETIRED-ROSTER-LINE
                           END-IF
                       ELSE
                           MOVE WORK-IN-RECORD(1:1400)
                               TO WORK-OUT-RECORD
                           WRITE WORK-OUT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORK-IN-FILE
           CLOSE WORK-OUT-FILE
           PERFORM REPLACE-WITH-REWRITE
           MOVE "Y" TO WS-REWRITE-OK

           IF WS-REMOVED-COUNT > 0
               AND WS-CTL-APPROVED NOT = SPACES
               AND WS-CTL-APPROVED = WS-CTL-CHECKSUM
               CALL "CONTROL-CHECKSUM" USING WS-CTL-PATH
                                             WS-CTL-CHECKSUM
               CALL "CONTROL-BASELINE-SET" USING WS-CTL-KEY
                                                 WS-CTL-PATH
                                                 WS-CTL-CHECKSUM
                                                 WS-CTL-DECOM-ID
           END-IF.

       WRITE-RETIRED-ROSTER-LINE.
           MOVE SPACES TO WORK-OUT-RECORD
           STRING WS-TEN-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-TEN-CRED-REF DELIMITED BY SPACE
                  "|N|retired" DELIMITED BY SIZE
                  INTO WORK-OUT-RECORD
           WRITE WORK-OUT-RECORD.

      *    The rewrite goes to "<file>.decom" beside the original and
      *    is moved over it only once complete
       OPEN-REWRITE-OUTPUT.
           MOVE SPACES TO WS-WORK-OUT-NAME
           STRING WS-WORK-IN-NAME DELIMITED BY SPACE
                  ".decom" DELIMITED BY SIZE
                  INTO WS-WORK-OUT-NAME
           OPEN OUTPUT WORK-OUT-FILE.

       REPLACE-WITH-REWRITE.
           MOVE SPACES TO WS-COMMAND
           STRING "mv -f " DELIMITED BY SIZE
                  WS-WORK-OUT-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-WORK-IN-NAME DELIMITED BY SPACE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE 0 TO RETURN-CODE.

       DISCARD-REWRITE-OUTPUT.
           MOVE SPACES TO WS-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  WS-WORK-OUT-NAME DELIMITED BY SPACE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE 0 TO RETURN-CODE.

      ******************************************************************
      * RUN-CHILD-JOB: Run one batch job as the tenant and decode its
      * exit code; above 4 fails the current step
      ******************************************************************
       RUN-CHILD-JOB.
           MOVE SPACES TO WS-COMMAND
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-JOB-EXE DELIMITED BY SPACE
                  INTO WS-COMMAND
           DISPLAY "  running " FUNCTION TRIM(WS-COMMAND)

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

           IF WS-JOB-EXIT > 4
               MOVE SPACES TO WS-STEP-DETAIL(WS-STEP-IDX)
               STRING WS-JOB-EXE DELIMITED BY SPACE
                      " ended RC " DELIMITED BY SIZE
                      WS-JOB-EXIT DELIMITED BY SIZE
                      INTO WS-STEP-DETAIL(WS-STEP-IDX)
           END-IF.

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
      * WRITE-CERTIFICATE: The closing certificate - every step with
      * its outcome, and every archive file retained with its record
      * count and checksum from the manifest
      ******************************************************************
       WRITE-CERTIFICATE.
           MOVE SPACES TO WS-CERTIFICATE-NAME
           STRING "/tmp/grey_decommission_certificate_"
                      DELIMITED BY SIZE
                  WS-TEN-ID DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-CERTIFICATE-NAME
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE SPACES TO WS-WRITTEN-TS
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) "T"
                  WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2)
                  DELIMITED BY SIZE INTO WS-WRITTEN-TS

           OPEN OUTPUT CERTIFICATE-FILE
           MOVE SPACES TO WS-CERT-LINE
           STRING "TENANT|" DELIMITED BY SIZE
                  WS-TEN-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-WRITTEN-TS DELIMITED BY SIZE
                  INTO WS-CERT-LINE
           MOVE WS-CERT-LINE TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 8
               MOVE SPACES TO WS-CERT-LINE
               STRING "STEP|" DELIMITED BY SIZE
                      WS-STEP-IDX DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-STEP-NAME(WS-STEP-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-STEP-STATUS(WS-STEP-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-STEP-DETAIL(WS-STEP-IDX) DELIMITED BY "  "
                      INTO WS-CERT-LINE
               MOVE WS-CERT-LINE TO CERTIFICATE-RECORD
               WRITE CERTIFICATE-RECORD
           END-PERFORM

           MOVE WS-MANIFEST-NAME TO WS-WORK-IN-NAME
           OPEN INPUT WORK-IN-FILE
           IF WS-WORK-IN-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ WORK-IN-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WORK-IN-RECORD NOT = SPACES
                               MOVE SPACES TO WS-CERT-LINE
                               STRING "FILE|" DELIMITED BY SIZE
                                      WORK-IN-RECORD DELIMITED BY SPACE
                                      INTO WS-CERT-LINE
                               MOVE WS-CERT-LINE TO CERTIFICATE-RECORD
                               WRITE CERTIFICATE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-IN-FILE
           END-IF

           IF WS-STEP-FAILED = "Y"
               MOVE SPACES TO WS-CERT-LINE
               STRING "RESULT|INCOMPLETE|" DELIMITED BY SIZE
                      WS-FAILED-STEP-NAME DELIMITED BY SPACE
                      INTO WS-CERT-LINE
           ELSE
               MOVE "RESULT|RETIRED" TO WS-CERT-LINE
           END-IF
           MOVE WS-CERT-LINE TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           CLOSE CERTIFICATE-FILE.

      ******************************************************************
      * RECORD-RUN-HISTORY: Append this run's standard history record
      * (performed on every exit path)
      ******************************************************************
       RECORD-RUN-HISTORY.
           MOVE 8 TO WS-HIST-READ
           MOVE SPACES TO WS-HIST-CID
           CALL "RUN-HISTORY-END" USING WS-HIST-JOB-NAME
                                        WS-HIST-READ
                                        WS-HIST-OK
                                        WS-HIST-FAIL
                                        RETURN-CODE
                                        WS-HIST-CID.

       END PROGRAM TENANT-DECOMMISSION.
