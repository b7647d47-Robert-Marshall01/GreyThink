      ******************************************************************
      * credential_usage_report.cbl - Grey Credential Usage Inventory
      * CREDENTIAL-SENTINEL proves each credential store entry still
      * authenticates; it cannot say whether anything still uses it,
      * so the store only ever grows. This report joins the store,
      * the tenant roster, the batch plan and the audit log to show,
      * per entry for the current environment, when it was last
      * used, by which jobs and how often - and which planned jobs
      * would no longer find a credential at all.
      *
      * Usage comes from the audit log (every rolled log, then the
      * live one). A call is charged to the entry CRED-RESOLVE hands
      * out for the call's tenant= stamp - the tenant's own entry,
      * else the environment-wide one - and to the job whose run (on
      * the run-history file) was in progress when it was made.
      * Calls made outside any recorded run are charged to
      * "(no batch run)"; BATCH-ORCHESTRATOR's own run is passed over
      * so the call lands on the step that made it. A store entry
      * that a later entry for the same tenant supersedes can never
      * be handed out and is reported SHADOWED.
      *
      * Credential references checked:
      *   - each enabled roster tenant, as TENANT-FANOUT resolves it:
      *     the store first, then the "<cred-ref>_USERNAME"
      *     environment variable the roster's cred-ref column names
      *   - each batch plan step with a cred-ref (sixth plan column,
      *     see BATCH-ORCHESTRATOR): a tenant ID, ENV for the
      *     environment-wide entry, or ROSTER for every enabled
      *     roster tenant. A named tenant must also be enabled on the
      *     roster. Steps with no cred-ref are not checked.
      *
      * Parameters (environment):
      *   GREY_ENV             environment (default production)
      *   GREY_CRED_IDLE_DAYS  days without a call before an entry is
      *                        a retirement candidate (default 90)
      *   GREY_CRED_FILE       credential store (default
      *                        /tmp/grey_credentials.dat)
      *   GREY_PLAN_FILE       batch plan (default
      *                        /tmp/grey_batch_plan.txt)
      *
      * Report (/tmp/grey_credential_usage_report.txt):
      *   "CREDENTIAL-USAGE|RUN=timestamp|ENV=env|IDLE_DAYS=n"
      *   "BROKEN|job|cred-ref|tenant|reason"
      *   "CREDENTIAL|tenant|type|username|ROSTER=state|
      *    LAST_USED=ts|IDLE_DAYS=n|CALLS=n|PLANNED=n|STATUS=status"
      *   "  USED-BY|job|calls=n|last=ts"
      *   "SUMMARY|CREDENTIALS=n|IN_USE=n|RETIRE_CANDIDATES=n|
      *    IDLE_PLANNED=n|BROKEN_JOBS=n|CALLS=n|UNATTRIBUTED=n"
      * tenant is "(env-wide)" for the environment-wide entry. ROSTER
      * is ENABLED, DISABLED, ABSENT, "-" for the environment-wide
      * entry, or UNKNOWN with no roster. STATUS is IN-USE (called
      * within the idle window), RETIRE-CANDIDATE (idle and no
      * planned job relies on it), IDLE-PLANNED (idle although a
      * planned job relies on it - check that job) or SHADOWED
      * (counted with the retirement candidates).
      *
      * RETURN-CODE 0 nothing to act on, 4 retirement candidates,
      * idle planned entries or broken references, 8 bad parameters
      * or no readable credential store, 12 another instance holds
      * the run lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDENTIAL-USAGE-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRED-FILE ASSIGN TO WS-CRED-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CRED-FILE-STATUS.

           SELECT ROSTER-FILE ASSIGN TO WS-ROSTER-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-FILE-STATUS.

           SELECT PLAN-FILE ASSIGN TO WS-PLAN-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT AUDIT-IN-FILE ASSIGN TO WS-AUDIT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT ROLLED-LIST-FILE ASSIGN TO WS-ROLLED-LIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROLLED-LIST-STATUS.

           SELECT USAGE-REPORT-FILE ASSIGN TO WS-USAGE-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CRED-FILE.
       01  CRED-RECORD                 PIC X(1400).

       FD  ROSTER-FILE.
       01  ROSTER-RECORD               PIC X(200).

       FD  PLAN-FILE.
       01  PLAN-RECORD                 PIC X(512).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD              PIC X(250).

       FD  AUDIT-IN-FILE.
       01  AUDIT-IN-RECORD             PIC X(2048).

       FD  ROLLED-LIST-FILE.
       01  ROLLED-LIST-RECORD          PIC X(200).

       FD  USAGE-REPORT-FILE.
       01  USAGE-REPORT-RECORD         PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-CRED-FILE-NAME           PIC X(64)
               VALUE "/tmp/grey_credentials.dat".
       01  WS-CRED-FILE-ENV            PIC X(64)  VALUE SPACES.
       01  WS-CRED-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-ROSTER-FILE-NAME         PIC X(64)
               VALUE "/tmp/grey_tenant_roster.txt".
       01  WS-ROSTER-FILE-STATUS       PIC XX     VALUE SPACES.
       01  WS-PLAN-FILE-NAME           PIC X(64)
               VALUE "/tmp/grey_batch_plan.txt".
       01  WS-PLAN-FILE-ENV            PIC X(64)  VALUE SPACES.
       01  WS-PLAN-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-HISTORY-FILE-NAME        PIC X(64)
               VALUE "/tmp/grey_run_history.txt".
       01  WS-HISTORY-FILE-STATUS      PIC XX     VALUE SPACES.
       01  WS-AUDIT-FILE-NAME          PIC X(64)  VALUE SPACES.
       01  WS-AUDIT-FILE-STATUS        PIC XX     VALUE SPACES.
       01  WS-ROLLED-LIST-NAME         PIC X(64)
               VALUE "/tmp/grey_cred_usage_audit_list.txt".
       01  WS-ROLLED-LIST-STATUS       PIC XX     VALUE SPACES.
       01  WS-LIST-COMMAND             PIC X(256) VALUE SPACES.
       01  WS-USAGE-REPORT-NAME        PIC X(64)
               VALUE "/tmp/grey_credential_usage_report.txt".
       01  WS-REPORT-LINE              PIC X(400) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-LIST-EOF                 PIC X      VALUE "N".
       01  WS-USAGE-RC                 PIC 9(2)   VALUE 0.
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-TS                       PIC X(20)  VALUE SPACES.

      ******************************************************************
      * Parameters
      ******************************************************************
       01  WS-ENV-NAME                 PIC X(32)  VALUE SPACES.
       01  WS-IDLE-DAYS-ENV            PIC X(8)   VALUE SPACES.
       01  WS-IDLE-DAYS                PIC 9(5)   VALUE 90.
       01  WS-CUTOFF-TS                PIC X(32)  VALUE SPACES.
       01  WS-PARAM-ERROR              PIC X      VALUE "N".
       01  WS-PARAM-MSG                PIC X(64)  VALUE SPACES.

      ******************************************************************
      * Fields of one credential store record; an encrypted store
      * (GREYENC1 magic) is decoded record by record first
      ******************************************************************
       01  WS-REC-ENV                  PIC X(32)  VALUE SPACES.
       01  WS-REC-TENANT               PIC X(64)  VALUE SPACES.
       01  WS-REC-TYPE                 PIC X(8)   VALUE SPACES.
       01  WS-REC-USERNAME             PIC X(256) VALUE SPACES.
       01  WS-FIRST-RECORD             PIC X      VALUE "Y".
       01  WS-STORE-ENCRYPTED          PIC X      VALUE "N".
       01  WS-STORE-UNREADABLE         PIC X      VALUE "N".
       01  WS-CLEAR-LINE               PIC X(700) VALUE SPACES.
       01  WS-CODED-LINE               PIC X(1400) VALUE SPACES.
       01  WS-CRYPT-OK                 PIC X      VALUE "N".

      ******************************************************************
      * Store entries for the current environment, in store order
      ******************************************************************
       01  WS-CRED-TABLE.
           05  WS-CRED-COUNT            PIC 9(3)  VALUE 0.
           05  WS-CRED-TRUNCATED        PIC X     VALUE "N".
           05  WS-CRED-ENTRY OCCURS 500 TIMES.
               10  WS-CT-TENANT         PIC X(64).
               10  WS-CT-TYPE           PIC X(8).
               10  WS-CT-USERNAME       PIC X(64).
               10  WS-CT-LIVE           PIC X.
               10  WS-CT-ROSTER         PIC X(8).
               10  WS-CT-CALLS          PIC 9(8).
               10  WS-CT-LAST           PIC X(19).
               10  WS-CT-PLANNED        PIC 9(5).
       01  WS-CRED-IDX                 PIC 9(3)   VALUE 0.
       01  WS-CRED-FOUND-IDX           PIC 9(3)   VALUE 0.
       01  WS-LOOK-TENANT              PIC X(64)  VALUE SPACES.

      ******************************************************************
      * Tenant roster - "tenant-id|cred-ref|enabled"
      ******************************************************************
       01  WS-ROSTER-TABLE.
           05  WS-ROSTER-COUNT          PIC 9(4)  VALUE 0.
           05  WS-ROSTER-TRUNCATED      PIC X     VALUE "N".
           05  WS-ROSTER-ENTRY OCCURS 2000 TIMES.
               10  WS-RT-TENANT         PIC X(64).
               10  WS-RT-REF            PIC X(32).
               10  WS-RT-ENABLED        PIC X.
       01  WS-ROSTER-IDX               PIC 9(4)   VALUE 0.
       01  WS-ROSTER-FOUND-IDX         PIC 9(4)   VALUE 0.
       01  WS-ROSTER-LOADED            PIC X      VALUE "N".
       01  WS-ROS-TENANT               PIC X(64)  VALUE SPACES.
       01  WS-ROS-REF                  PIC X(32)  VALUE SPACES.
       01  WS-ROS-ENABLED              PIC X(8)   VALUE SPACES.
       01  WS-REF-ENV-NAME             PIC X(48)  VALUE SPACES.
       01  WS-REF-ENV-VALUE            PIC X(256) VALUE SPACES.

      ******************************************************************
      * Batch plan - "step|command|depends-on|retries|run-day|
      * cred-ref"
      ******************************************************************
       01  WS-PLAN-NAME                PIC X(32)  VALUE SPACES.
       01  WS-PLAN-COMMAND             PIC X(256) VALUE SPACES.
       01  WS-PLAN-DEPENDS             PIC X(128) VALUE SPACES.
       01  WS-PLAN-RETRIES             PIC X(8)   VALUE SPACES.
       01  WS-PLAN-RUN-DAY             PIC X(24)  VALUE SPACES.
       01  WS-PLAN-CRED-REF            PIC X(64)  VALUE SPACES.
       01  WS-PLAN-STEPS               PIC 9(5)   VALUE 0.

      ******************************************************************
      * The reference being checked and its outcome
      ******************************************************************
       01  WS-CHK-JOB                  PIC X(32)  VALUE SPACES.
       01  WS-CHK-REF                  PIC X(64)  VALUE SPACES.
       01  WS-CHK-TENANT               PIC X(64)  VALUE SPACES.
       01  WS-CHK-ROSTER-REF           PIC X(32)  VALUE SPACES.
       01  WS-CHK-REASON               PIC X(64)  VALUE SPACES.
       01  WS-JOB-BROKEN               PIC X      VALUE "N".

      ******************************************************************
      * Batch runs off the run-history file, in the order they ended
      * (the latest 5000)
      ******************************************************************
       01  WS-WIN-TABLE.
           05  WS-WIN-COUNT             PIC 9(5)  VALUE 0.
           05  WS-WIN-ENTRY OCCURS 5000 TIMES.
               10  WS-WT-JOB            PIC X(32).
               10  WS-WT-START          PIC X(19).
               10  WS-WT-END            PIC X(19).
       01  WS-WIN-IDX                  PIC 9(5)   VALUE 0.
       01  WS-WIN-LOW                  PIC 9(5)   VALUE 1.
       01  WS-HIST-LINES               PIC 9(8)   VALUE 0.
       01  WS-HIST-SKIP                PIC 9(8)   VALUE 0.
       01  WS-HIST-SEEN                PIC 9(8)   VALUE 0.
       01  WS-HR-JOB                   PIC X(32)  VALUE SPACES.
       01  WS-HR-RUN-ID                PIC X(24)  VALUE SPACES.
       01  WS-HR-START                 PIC X(19)  VALUE SPACES.
       01  WS-HR-END                   PIC X(19)  VALUE SPACES.

      ******************************************************************
      * Calls per store entry and job
      ******************************************************************
       01  WS-USE-TABLE.
           05  WS-USE-COUNT             PIC 9(4)  VALUE 0.
           05  WS-USE-TRUNCATED         PIC X     VALUE "N".
           05  WS-USE-ENTRY OCCURS 2000 TIMES.
               10  WS-UT-CRED           PIC 9(3).
               10  WS-UT-JOB            PIC X(32).
               10  WS-UT-CALLS          PIC 9(8).
               10  WS-UT-LAST           PIC X(19).
       01  WS-USE-IDX                  PIC 9(4)   VALUE 0.
       01  WS-USE-FOUND-IDX            PIC 9(4)   VALUE 0.

      ******************************************************************
      * One audit record - "date time method url status= rc= ok=
      * elapsed_ms= cid= tenant=id ..."
      ******************************************************************
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
       01  WS-CALL-TS                  PIC X(19)  VALUE SPACES.
       01  WS-PREV-CALL-TS             PIC X(19)  VALUE SPACES.
       01  WS-CALL-JOB                 PIC X(32)  VALUE SPACES.

      ******************************************************************
      * One credential's report line
      ******************************************************************
       01  WS-OUT-TENANT               PIC X(64)  VALUE SPACES.
       01  WS-OUT-LAST                 PIC X(19)  VALUE SPACES.
       01  WS-OUT-IDLE                 PIC X(8)   VALUE SPACES.
       01  WS-OUT-STATUS               PIC X(16)  VALUE SPACES.
       01  WS-IDLE-CALC                PIC S9(8)  VALUE 0.
       01  WS-IDLE-DISP                PIC Z(7)9.
       01  WS-LAST-32                  PIC X(32)  VALUE SPACES.
       01  WS-TS-32                    PIC X(32)  VALUE SPACES.
       01  WS-LINE-PTR                 PIC 9(3)   VALUE 1.

      ******************************************************************
      * Totals
      ******************************************************************
       01  WS-TOT-CREDENTIALS          PIC 9(5)   VALUE 0.
       01  WS-TOT-IN-USE               PIC 9(5)   VALUE 0.
       01  WS-TOT-RETIRE               PIC 9(5)   VALUE 0.
       01  WS-TOT-IDLE-PLANNED         PIC 9(5)   VALUE 0.
       01  WS-TOT-BROKEN-JOBS          PIC 9(5)   VALUE 0.
       01  WS-TOT-CALLS                PIC 9(8)   VALUE 0.
       01  WS-TOT-UNATTRIBUTED         PIC 9(8)   VALUE 0.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "CREDENTIAL-USAGE-REPORT".
       01  WS-HIST-RUN-ID              PIC X(24)  VALUE SPACES.
       01  WS-HIST-READ                PIC 9(8)   VALUE 0.
       01  WS-HIST-OK                  PIC 9(8)   VALUE 0.
       01  WS-HIST-FAIL                PIC 9(8)   VALUE 0.
       01  WS-HIST-CID                 PIC X(40)  VALUE SPACES.
       01  WS-LOCK-ACQUIRED            PIC X      VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Credential Usage Inventory ==="
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) "T"
                  WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2)
               DELIMITED BY SIZE INTO WS-TS

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
           IF WS-PARAM-ERROR = "Y"
               DISPLAY "ERROR: " WS-PARAM-MSG
               MOVE 8 TO WS-USAGE-RC
               PERFORM FINISH-RUN
           END-IF

           OPEN INPUT CRED-FILE
           IF WS-CRED-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open credential store "
                       FUNCTION TRIM(WS-CRED-FILE-NAME)
                       " (status " WS-CRED-FILE-STATUS ")"
               MOVE 8 TO WS-USAGE-RC
               PERFORM FINISH-RUN
           END-IF
           PERFORM LOAD-CREDENTIALS
           CLOSE CRED-FILE
           IF WS-STORE-UNREADABLE = "Y"
               DISPLAY "Store is encrypted but no key is "
                       "readable - set GREY_CRED_KEY_FILE"
               MOVE 8 TO WS-USAGE-RC
               PERFORM FINISH-RUN
           END-IF

           PERFORM LOAD-ROSTER
           PERFORM LOAD-RUN-WINDOWS
           PERFORM SCAN-AUDIT-LOGS

           OPEN OUTPUT USAGE-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CREDENTIAL-USAGE|RUN=" DELIMITED BY SIZE
                  WS-TS DELIMITED BY SPACE
                  "|ENV=" DELIMITED BY SIZE
                  WS-ENV-NAME DELIMITED BY SPACE
                  "|IDLE_DAYS=" DELIMITED BY SIZE
                  WS-IDLE-DAYS DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

      *    The references are checked before the entries are judged,
      *    so an idle entry a planned job relies on is known as such
           PERFORM CHECK-ROSTER-REFERENCES
           PERFORM CHECK-PLAN-REFERENCES

           PERFORM VARYING WS-CRED-IDX FROM 1 BY 1
                   UNTIL WS-CRED-IDX > WS-CRED-COUNT
               PERFORM REPORT-ONE-CREDENTIAL
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUMMARY|CREDENTIALS=" DELIMITED BY SIZE
                  WS-TOT-CREDENTIALS DELIMITED BY SIZE
                  "|IN_USE=" DELIMITED BY SIZE
                  WS-TOT-IN-USE DELIMITED BY SIZE
                  "|RETIRE_CANDIDATES=" DELIMITED BY SIZE
                  WS-TOT-RETIRE DELIMITED BY SIZE
                  "|IDLE_PLANNED=" DELIMITED BY SIZE
                  WS-TOT-IDLE-PLANNED DELIMITED BY SIZE
                  "|BROKEN_JOBS=" DELIMITED BY SIZE
                  WS-TOT-BROKEN-JOBS DELIMITED BY SIZE
                  "|CALLS=" DELIMITED BY SIZE
                  WS-TOT-CALLS DELIMITED BY SIZE
                  "|UNATTRIBUTED=" DELIMITED BY SIZE
                  WS-TOT-UNATTRIBUTED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE USAGE-REPORT-FILE

           DISPLAY "Credentials: " WS-TOT-CREDENTIALS
                   " In use: " WS-TOT-IN-USE
                   " Retire candidates: " WS-TOT-RETIRE
                   " Idle but planned: " WS-TOT-IDLE-PLANNED
                   " Broken jobs: " WS-TOT-BROKEN-JOBS
           IF WS-TOT-UNATTRIBUTED > 0
               DISPLAY "Calls with no store entry to charge: "
                       WS-TOT-UNATTRIBUTED
           END-IF
           DISPLAY "Usage report written: "
                   FUNCTION TRIM(WS-USAGE-REPORT-NAME)

           MOVE WS-TOT-CREDENTIALS TO WS-HIST-OK
           IF WS-TOT-RETIRE > 0 OR WS-TOT-IDLE-PLANNED > 0
               OR WS-TOT-BROKEN-JOBS > 0
               MOVE 4 TO WS-USAGE-RC
           END-IF
           PERFORM FINISH-RUN.

      ******************************************************************
      * FINISH-RUN: Record the run, release the lock and end with the
      * job's return code
      ******************************************************************
       FINISH-RUN.
           MOVE WS-USAGE-RC TO RETURN-CODE
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           MOVE WS-USAGE-RC TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * READ-PARAMETERS: Environment, idle window and file overrides
      ******************************************************************
       READ-PARAMETERS.
           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "GREY_ENV"
           IF WS-ENV-NAME = SPACES
               MOVE "production" TO WS-ENV-NAME
           END-IF

           ACCEPT WS-IDLE-DAYS-ENV
               FROM ENVIRONMENT "GREY_CRED_IDLE_DAYS"
           IF WS-IDLE-DAYS-ENV NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-IDLE-DAYS-ENV) NOT = 0
                   MOVE "Y" TO WS-PARAM-ERROR
                   MOVE "GREY_CRED_IDLE_DAYS must be a number"
                       TO WS-PARAM-MSG
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-IDLE-DAYS = FUNCTION NUMVAL(WS-IDLE-DAYS-ENV)
           END-IF
           IF WS-IDLE-DAYS = 0
               MOVE "Y" TO WS-PARAM-ERROR
               MOVE "GREY_CRED_IDLE_DAYS must be at least 1"
                   TO WS-PARAM-MSG
               EXIT PARAGRAPH
           END-IF
           CALL "DATE-CUTOFF-TS" USING WS-IDLE-DAYS WS-CUTOFF-TS

           ACCEPT WS-CRED-FILE-ENV FROM ENVIRONMENT "GREY_CRED_FILE"
           IF WS-CRED-FILE-ENV NOT = SPACES
               MOVE WS-CRED-FILE-ENV TO WS-CRED-FILE-NAME
           END-IF
           ACCEPT WS-PLAN-FILE-ENV FROM ENVIRONMENT "GREY_PLAN_FILE"
           IF WS-PLAN-FILE-ENV NOT = SPACES
               MOVE WS-PLAN-FILE-ENV TO WS-PLAN-FILE-NAME
           END-IF.

      ******************************************************************
      * LOAD-CREDENTIALS: The current environment's store entries; a
      * later entry for the same tenant (or a later environment-wide
      * entry) supersedes the earlier one, as in CRED-RESOLVE
      ******************************************************************
       LOAD-CREDENTIALS.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ CRED-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-CREDENTIAL
               END-READ
           END-PERFORM
           DISPLAY "Store entries for " FUNCTION TRIM(WS-ENV-NAME)
                   ": " WS-CRED-COUNT
           IF WS-CRED-TRUNCATED = "Y"
               DISPLAY "WARNING: credential table full at 500 - "
                       "later entries not reported"
           END-IF.

       LOAD-ONE-CREDENTIAL.
           IF WS-FIRST-RECORD = "Y"
               MOVE "N" TO WS-FIRST-RECORD
               IF CRED-RECORD(1:8) = "GREYENC1"
                   MOVE "Y" TO WS-STORE-ENCRYPTED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-STORE-ENCRYPTED = "Y"
               MOVE CRED-RECORD TO WS-CODED-LINE
               CALL "CRED-CRYPT-DECODE" USING WS-CODED-LINE
                                              WS-CLEAR-LINE
                                              WS-CRYPT-OK
               IF WS-CRYPT-OK NOT = "Y"
                   MOVE "Y" TO WS-STORE-UNREADABLE
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE CRED-RECORD(1:700) TO WS-CLEAR-LINE
           END-IF

           IF WS-CLEAR-LINE = SPACES OR WS-CLEAR-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REC-ENV WS-REC-TENANT WS-REC-TYPE
                          WS-REC-USERNAME
           UNSTRING WS-CLEAR-LINE DELIMITED BY "|"
               INTO WS-REC-ENV WS-REC-TENANT WS-REC-TYPE
                    WS-REC-USERNAME
           IF WS-REC-ENV NOT = WS-ENV-NAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIST-READ

           IF WS-CRED-COUNT >= 500
               MOVE "Y" TO WS-CRED-TRUNCATED
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CRED-IDX FROM 1 BY 1
                   UNTIL WS-CRED-IDX > WS-CRED-COUNT
               IF WS-CT-TENANT(WS-CRED-IDX) = WS-REC-TENANT
                   MOVE "N" TO WS-CT-LIVE(WS-CRED-IDX)
               END-IF
           END-PERFORM

           ADD 1 TO WS-CRED-COUNT
           MOVE WS-REC-TENANT TO WS-CT-TENANT(WS-CRED-COUNT)
           EVALUATE WS-REC-TYPE
               WHEN "APIKEY"
               WHEN "OAUTH2"
                   MOVE WS-REC-TYPE TO WS-CT-TYPE(WS-CRED-COUNT)
               WHEN OTHER
                   MOVE "PASSWORD" TO WS-CT-TYPE(WS-CRED-COUNT)
           END-EVALUATE
           MOVE WS-REC-USERNAME TO WS-CT-USERNAME(WS-CRED-COUNT)
           MOVE "Y" TO WS-CT-LIVE(WS-CRED-COUNT)
           MOVE SPACES TO WS-CT-ROSTER(WS-CRED-COUNT)
           MOVE 0 TO WS-CT-CALLS(WS-CRED-COUNT)
           MOVE SPACES TO WS-CT-LAST(WS-CRED-COUNT)
           MOVE 0 TO WS-CT-PLANNED(WS-CRED-COUNT).

      ******************************************************************
      * LOAD-ROSTER: The tenant roster; without one the roster checks
      * are skipped and each entry's roster state is UNKNOWN
      ******************************************************************
       LOAD-ROSTER.
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: no tenant roster at "
                       FUNCTION TRIM(WS-ROSTER-FILE-NAME)
                       " - roster checks skipped"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-ROSTER-LOADED
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ ROSTER-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-ROSTER-TENANT
               END-READ
           END-PERFORM
           CLOSE ROSTER-FILE
           DISPLAY "Roster tenants loaded: " WS-ROSTER-COUNT
           IF WS-ROSTER-TRUNCATED = "Y"
               DISPLAY "WARNING: roster table full at 2000 - "
                       "later tenants not checked"
           END-IF.

       LOAD-ONE-ROSTER-TENANT.
           IF ROSTER-RECORD = SPACES OR ROSTER-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ROS-TENANT WS-ROS-REF WS-ROS-ENABLED
           UNSTRING ROSTER-RECORD DELIMITED BY "|"
               INTO WS-ROS-TENANT WS-ROS-REF WS-ROS-ENABLED
           IF WS-ROS-TENANT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-ROSTER-COUNT >= 2000
               MOVE "Y" TO WS-ROSTER-TRUNCATED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ROSTER-COUNT
           MOVE WS-ROS-TENANT TO WS-RT-TENANT(WS-ROSTER-COUNT)
           MOVE WS-ROS-REF TO WS-RT-REF(WS-ROSTER-COUNT)
           IF WS-ROS-ENABLED(1:1) = "N"
               MOVE "N" TO WS-RT-ENABLED(WS-ROSTER-COUNT)
           ELSE
               MOVE "Y" TO WS-RT-ENABLED(WS-ROSTER-COUNT)
           END-IF.

      ******************************************************************
      * LOAD-RUN-WINDOWS: Start and end of the latest 5000 batch runs
      * on the run-history file. Records are appended as runs end, so
      * the table is in end order; a first pass counts the records
      * so only the oldest are dropped when there are too many
      ******************************************************************
       LOAD-RUN-WINDOWS.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: no run history - calls cannot be "
                       "charged to jobs"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-ONE-RUN
                       IF WS-HR-JOB NOT = SPACES
                           ADD 1 TO WS-HIST-LINES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE

           IF WS-HIST-LINES > 5000
               COMPUTE WS-HIST-SKIP = WS-HIST-LINES - 5000
               DISPLAY "WARNING: run history holds " WS-HIST-LINES
                       " runs - only the latest 5000 are used"
           END-IF

           OPEN INPUT HISTORY-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-RUN
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           DISPLAY "Batch runs loaded: " WS-WIN-COUNT.

       PARSE-ONE-RUN.
           MOVE SPACES TO WS-HR-JOB WS-HR-RUN-ID WS-HR-START WS-HR-END
           IF HISTORY-RECORD = SPACES OR HISTORY-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           UNSTRING HISTORY-RECORD DELIMITED BY "|"
               INTO WS-HR-JOB WS-HR-RUN-ID WS-HR-START WS-HR-END
           IF WS-HR-START(1:4) IS NOT NUMERIC
               OR WS-HR-END(1:4) IS NOT NUMERIC
               MOVE SPACES TO WS-HR-JOB
           END-IF.

      *    The orchestrator's run spans every step it drives, and this
      *    report's own runs make no calls; neither is charged
       LOAD-ONE-RUN.
           PERFORM PARSE-ONE-RUN
           IF WS-HR-JOB = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIST-SEEN
           IF WS-HIST-SEEN <= WS-HIST-SKIP
               EXIT PARAGRAPH
           END-IF
           IF WS-HR-JOB = "BATCH-ORCHESTRATOR"
               OR WS-HR-JOB = WS-HIST-JOB-NAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WIN-COUNT
           MOVE WS-HR-JOB TO WS-WT-JOB(WS-WIN-COUNT)
           MOVE WS-HR-START TO WS-WT-START(WS-WIN-COUNT)
           MOVE WS-HR-END TO WS-WT-END(WS-WIN-COUNT).

      ******************************************************************
      * SCAN-AUDIT-LOGS: Every rolled audit log, then the live log
      ******************************************************************
       SCAN-AUDIT-LOGS.
           MOVE SPACES TO WS-LIST-COMMAND
           STRING "ls -1 /tmp/grey_audit_*.log 2>/dev/null > "
                      DELIMITED BY SIZE
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
                                   TO WS-AUDIT-FILE-NAME
                               PERFORM SCAN-ONE-AUDIT-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROLLED-LIST-FILE
           END-IF
           MOVE "/tmp/grey_audit.log" TO WS-AUDIT-FILE-NAME
           PERFORM SCAN-ONE-AUDIT-FILE
           IF WS-USE-TRUNCATED = "Y"
               DISPLAY "WARNING: usage table full at 2000 - some "
                       "job usage not itemized"
           END-IF.

       SCAN-ONE-AUDIT-FILE.
           OPEN INPUT AUDIT-IN-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ AUDIT-IN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CHARGE-AUDIT-CALL
               END-READ
           END-PERFORM
           CLOSE AUDIT-IN-FILE.

      ******************************************************************
      * CHARGE-AUDIT-CALL: One audit record against the store entry
      * its tenant resolves to and the job that made it
      ******************************************************************
       CHARGE-AUDIT-CALL.
           MOVE SPACES TO WS-TOK-DATE WS-TOK-TIME WS-TOK-METHOD
                          WS-TOK-URL WS-TOK-STATUS-KV WS-TOK-RC-KV
                          WS-TOK-OK-KV WS-TOK-ELAPSED-KV
                          WS-TOK-CID-KV WS-TOK-TENANT-KV
           UNSTRING AUDIT-IN-RECORD DELIMITED BY ALL SPACES
               INTO WS-TOK-DATE WS-TOK-TIME WS-TOK-METHOD WS-TOK-URL
                    WS-TOK-STATUS-KV WS-TOK-RC-KV WS-TOK-OK-KV
                    WS-TOK-ELAPSED-KV WS-TOK-CID-KV WS-TOK-TENANT-KV
           IF WS-TOK-DATE(1:4) IS NOT NUMERIC
               OR WS-TOK-DATE(5:1) NOT = "-"
               OR WS-TOK-TIME(1:2) IS NOT NUMERIC
               OR WS-TOK-METHOD = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOT-CALLS

           MOVE SPACES TO WS-KV-LABEL WS-KV-VALUE
           UNSTRING WS-TOK-TENANT-KV DELIMITED BY "="
               INTO WS-KV-LABEL WS-KV-VALUE
           IF WS-KV-LABEL = "tenant"
               MOVE WS-KV-VALUE TO WS-LOOK-TENANT
           ELSE
               MOVE SPACES TO WS-LOOK-TENANT
           END-IF
           PERFORM RESOLVE-LOOK-TENANT
           IF WS-CRED-FOUND-IDX = 0
               ADD 1 TO WS-TOT-UNATTRIBUTED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CALL-TS
           STRING WS-TOK-DATE(1:10) "T" WS-TOK-TIME(1:8)
               DELIMITED BY SIZE INTO WS-CALL-TS
           ADD 1 TO WS-CT-CALLS(WS-CRED-FOUND-IDX)
           IF WS-CALL-TS > WS-CT-LAST(WS-CRED-FOUND-IDX)
               MOVE WS-CALL-TS TO WS-CT-LAST(WS-CRED-FOUND-IDX)
           END-IF

           PERFORM FIND-CALL-JOB
           PERFORM CHARGE-USAGE.

      ******************************************************************
      * RESOLVE-LOOK-TENANT: The live store entry CRED-RESOLVE would
      * hand out for WS-LOOK-TENANT - its own, else environment-wide
      * Output: WS-CRED-FOUND-IDX (0 when none)
      ******************************************************************
       RESOLVE-LOOK-TENANT.
           MOVE 0 TO WS-CRED-FOUND-IDX
           IF WS-LOOK-TENANT NOT = SPACES
               PERFORM VARYING WS-CRED-IDX FROM 1 BY 1
                       UNTIL WS-CRED-IDX > WS-CRED-COUNT
                   IF WS-CT-TENANT(WS-CRED-IDX) = WS-LOOK-TENANT
                       AND WS-CT-LIVE(WS-CRED-IDX) = "Y"
                       MOVE WS-CRED-IDX TO WS-CRED-FOUND-IDX
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-CRED-IDX FROM 1 BY 1
                   UNTIL WS-CRED-IDX > WS-CRED-COUNT
               IF WS-CT-TENANT(WS-CRED-IDX) = SPACES
                   AND WS-CT-LIVE(WS-CRED-IDX) = "Y"
                   MOVE WS-CRED-IDX TO WS-CRED-FOUND-IDX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

      ******************************************************************
      * FIND-CALL-JOB: The batch run in progress at WS-CALL-TS. The
      * runs are in end order and the logs are read oldest first, so
      * runs that ended before the previous call are passed over for
      * good; the first run from there that started by the call's
      * time is the one. Output: WS-CALL-JOB
      ******************************************************************
       FIND-CALL-JOB.
           MOVE "(no batch run)" TO WS-CALL-JOB
           IF WS-CALL-TS < WS-PREV-CALL-TS
               MOVE 1 TO WS-WIN-LOW
           END-IF
           MOVE WS-CALL-TS TO WS-PREV-CALL-TS
           PERFORM UNTIL WS-WIN-LOW > WS-WIN-COUNT
                      OR WS-WT-END(WS-WIN-LOW) >= WS-CALL-TS
               ADD 1 TO WS-WIN-LOW
           END-PERFORM
           PERFORM VARYING WS-WIN-IDX FROM WS-WIN-LOW BY 1
                   UNTIL WS-WIN-IDX > WS-WIN-COUNT
               IF WS-WT-START(WS-WIN-IDX) > WS-CALL-TS
                   EXIT PARAGRAPH
               END-IF
               IF WS-WT-END(WS-WIN-IDX) >= WS-CALL-TS
                   MOVE WS-WT-JOB(WS-WIN-IDX) TO WS-CALL-JOB
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       CHARGE-USAGE.
           MOVE 0 TO WS-USE-FOUND-IDX
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                   UNTIL WS-USE-IDX > WS-USE-COUNT
               IF WS-UT-CRED(WS-USE-IDX) = WS-CRED-FOUND-IDX
                   AND WS-UT-JOB(WS-USE-IDX) = WS-CALL-JOB
                   MOVE WS-USE-IDX TO WS-USE-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-USE-FOUND-IDX = 0
               IF WS-USE-COUNT >= 2000
                   MOVE "Y" TO WS-USE-TRUNCATED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-USE-COUNT
               MOVE WS-USE-COUNT TO WS-USE-FOUND-IDX
               MOVE WS-CRED-FOUND-IDX TO WS-UT-CRED(WS-USE-FOUND-IDX)
               MOVE WS-CALL-JOB TO WS-UT-JOB(WS-USE-FOUND-IDX)
               MOVE 0 TO WS-UT-CALLS(WS-USE-FOUND-IDX)
               MOVE SPACES TO WS-UT-LAST(WS-USE-FOUND-IDX)
           END-IF
           ADD 1 TO WS-UT-CALLS(WS-USE-FOUND-IDX)
           IF WS-CALL-TS > WS-UT-LAST(WS-USE-FOUND-IDX)
               MOVE WS-CALL-TS TO WS-UT-LAST(WS-USE-FOUND-IDX)
           END-IF.

      ******************************************************************
      * CHECK-ROSTER-REFERENCES: Every enabled roster tenant must
      * resolve for TENANT-FANOUT - from the store, or from the
      * environment prefix its cred-ref names
      ******************************************************************
       CHECK-ROSTER-REFERENCES.
           IF WS-ROSTER-LOADED NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "TENANT-FANOUT" TO WS-CHK-JOB
           MOVE "N" TO WS-JOB-BROKEN
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                   UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
               IF WS-RT-ENABLED(WS-ROSTER-IDX) = "Y"
                   MOVE WS-RT-REF(WS-ROSTER-IDX) TO WS-CHK-REF
                   MOVE WS-RT-TENANT(WS-ROSTER-IDX) TO WS-CHK-TENANT
                   MOVE WS-RT-REF(WS-ROSTER-IDX) TO WS-CHK-ROSTER-REF
                   PERFORM CHECK-TENANT-REFERENCE
               END-IF
           END-PERFORM
           IF WS-JOB-BROKEN = "Y"
               ADD 1 TO WS-TOT-BROKEN-JOBS
           END-IF.

      ******************************************************************
      * CHECK-PLAN-REFERENCES: Each plan step's cred-ref column
      ******************************************************************
       CHECK-PLAN-REFERENCES.
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: no batch plan at "
                       FUNCTION TRIM(WS-PLAN-FILE-NAME)
                       " - planned jobs not checked"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ PLAN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-PLAN-STEP
               END-READ
           END-PERFORM
           CLOSE PLAN-FILE
           DISPLAY "Plan steps with a credential reference: "
                   WS-PLAN-STEPS.

       CHECK-ONE-PLAN-STEP.
           IF PLAN-RECORD = SPACES OR PLAN-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PLAN-NAME WS-PLAN-COMMAND WS-PLAN-DEPENDS
                          WS-PLAN-RETRIES WS-PLAN-RUN-DAY
                          WS-PLAN-CRED-REF
           UNSTRING PLAN-RECORD DELIMITED BY "|"
               INTO WS-PLAN-NAME WS-PLAN-COMMAND WS-PLAN-DEPENDS
                    WS-PLAN-RETRIES WS-PLAN-RUN-DAY WS-PLAN-CRED-REF
           MOVE FUNCTION TRIM(WS-PLAN-CRED-REF) TO WS-PLAN-CRED-REF
           IF WS-PLAN-NAME = SPACES OR WS-PLAN-CRED-REF = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PLAN-STEPS
           MOVE WS-PLAN-NAME TO WS-CHK-JOB
           MOVE WS-PLAN-CRED-REF TO WS-CHK-REF
           MOVE "N" TO WS-JOB-BROKEN

           EVALUATE WS-PLAN-CRED-REF
               WHEN "ENV"
                   MOVE SPACES TO WS-CHK-TENANT WS-CHK-ROSTER-REF
                   PERFORM CHECK-TENANT-REFERENCE
               WHEN "ROSTER"
                   PERFORM CHECK-PLAN-ROSTER
               WHEN OTHER
                   PERFORM CHECK-PLAN-TENANT
           END-EVALUATE

           IF WS-JOB-BROKEN = "Y"
               ADD 1 TO WS-TOT-BROKEN-JOBS
           END-IF.

       CHECK-PLAN-ROSTER.
           IF WS-ROSTER-LOADED NOT = "Y"
               MOVE SPACES TO WS-CHK-TENANT
               MOVE "no tenant roster" TO WS-CHK-REASON
               PERFORM WRITE-BROKEN-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                   UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
               IF WS-RT-ENABLED(WS-ROSTER-IDX) = "Y"
                   MOVE WS-RT-TENANT(WS-ROSTER-IDX) TO WS-CHK-TENANT
                   MOVE WS-RT-REF(WS-ROSTER-IDX) TO WS-CHK-ROSTER-REF
                   PERFORM CHECK-TENANT-REFERENCE
               END-IF
           END-PERFORM.

      *    A step naming one tenant needs that tenant live on the
      *    roster as well as a credential for it
       CHECK-PLAN-TENANT.
           MOVE WS-PLAN-CRED-REF TO WS-CHK-TENANT
           MOVE SPACES TO WS-CHK-ROSTER-REF
           IF WS-ROSTER-LOADED = "Y"
               PERFORM FIND-ROSTER-TENANT
               IF WS-ROSTER-FOUND-IDX = 0
                   MOVE "tenant not on roster" TO WS-CHK-REASON
                   PERFORM WRITE-BROKEN-LINE
                   EXIT PARAGRAPH
               END-IF
               IF WS-RT-ENABLED(WS-ROSTER-FOUND-IDX) = "N"
                   MOVE "tenant disabled on roster" TO WS-CHK-REASON
                   PERFORM WRITE-BROKEN-LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-RT-REF(WS-ROSTER-FOUND-IDX)
                   TO WS-CHK-ROSTER-REF
           END-IF
           PERFORM CHECK-TENANT-REFERENCE.

       FIND-ROSTER-TENANT.
           MOVE 0 TO WS-ROSTER-FOUND-IDX
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                   UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
               IF WS-RT-TENANT(WS-ROSTER-IDX) = WS-CHK-TENANT
                   MOVE WS-ROSTER-IDX TO WS-ROSTER-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * CHECK-TENANT-REFERENCE: Does WS-CHK-TENANT resolve? The store
      * entry that answers is counted as planned; failing that the
      * roster's cred-ref environment prefix may still carry the
      * credential
      ******************************************************************
       CHECK-TENANT-REFERENCE.
           MOVE WS-CHK-TENANT TO WS-LOOK-TENANT
           PERFORM RESOLVE-LOOK-TENANT
           IF WS-CRED-FOUND-IDX > 0
               ADD 1 TO WS-CT-PLANNED(WS-CRED-FOUND-IDX)
               EXIT PARAGRAPH
           END-IF

           IF WS-CHK-ROSTER-REF NOT = SPACES
               MOVE SPACES TO WS-REF-ENV-NAME WS-REF-ENV-VALUE
               STRING WS-CHK-ROSTER-REF DELIMITED BY SPACE
                      "_USERNAME" DELIMITED BY SIZE
                      INTO WS-REF-ENV-NAME
               ACCEPT WS-REF-ENV-VALUE
                   FROM ENVIRONMENT WS-REF-ENV-NAME
               IF WS-REF-ENV-VALUE NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-CHK-TENANT = SPACES
               MOVE "no environment-wide store entry"
                   TO WS-CHK-REASON
           ELSE
               MOVE "no store entry and no cred-ref credentials"
                   TO WS-CHK-REASON
           END-IF
           PERFORM WRITE-BROKEN-LINE.

       WRITE-BROKEN-LINE.
           MOVE "Y" TO WS-JOB-BROKEN
           MOVE SPACES TO WS-OUT-TENANT
           IF WS-CHK-TENANT = SPACES
               MOVE "(env-wide)" TO WS-OUT-TENANT
           ELSE
               MOVE WS-CHK-TENANT TO WS-OUT-TENANT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BROKEN|" DELIMITED BY SIZE
                  WS-CHK-JOB DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-CHK-REF DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-OUT-TENANT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-CHK-REASON DELIMITED BY "  "
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * REPORT-ONE-CREDENTIAL: The entry's usage and standing, then
      * the jobs that used it
      ******************************************************************
       REPORT-ONE-CREDENTIAL.
           ADD 1 TO WS-TOT-CREDENTIALS
           PERFORM SET-ROSTER-STATE

           MOVE WS-CT-TENANT(WS-CRED-IDX) TO WS-OUT-TENANT
           IF WS-OUT-TENANT = SPACES
               MOVE "(env-wide)" TO WS-OUT-TENANT
           END-IF
           IF WS-CT-LAST(WS-CRED-IDX) = SPACES
               MOVE "never" TO WS-OUT-LAST
               MOVE "-" TO WS-OUT-IDLE
           ELSE
               MOVE WS-CT-LAST(WS-CRED-IDX) TO WS-OUT-LAST
               MOVE WS-CT-LAST(WS-CRED-IDX) TO WS-LAST-32
               MOVE WS-TS TO WS-TS-32
               CALL "DATE-TS-DIFF-DAYS" USING WS-TS-32 WS-LAST-32
                                              WS-IDLE-CALC
               MOVE WS-IDLE-CALC TO WS-IDLE-DISP
               MOVE FUNCTION TRIM(WS-IDLE-DISP) TO WS-OUT-IDLE
           END-IF

           EVALUATE TRUE
               WHEN WS-CT-LIVE(WS-CRED-IDX) = "N"
                   MOVE "SHADOWED" TO WS-OUT-STATUS
                   ADD 1 TO WS-TOT-RETIRE
               WHEN WS-CT-LAST(WS-CRED-IDX) NOT = SPACES
                    AND WS-CT-LAST(WS-CRED-IDX) >= WS-CUTOFF-TS(1:19)
                   MOVE "IN-USE" TO WS-OUT-STATUS
                   ADD 1 TO WS-TOT-IN-USE
               WHEN WS-CT-PLANNED(WS-CRED-IDX) > 0
                   MOVE "IDLE-PLANNED" TO WS-OUT-STATUS
                   ADD 1 TO WS-TOT-IDLE-PLANNED
               WHEN OTHER
                   MOVE "RETIRE-CANDIDATE" TO WS-OUT-STATUS
                   ADD 1 TO WS-TOT-RETIRE
           END-EVALUATE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "CREDENTIAL|" DELIMITED BY SIZE
                  WS-OUT-TENANT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-CT-TYPE(WS-CRED-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-CT-USERNAME(WS-CRED-IDX) DELIMITED BY SPACE
                  "|ROSTER=" DELIMITED BY SIZE
                  WS-CT-ROSTER(WS-CRED-IDX) DELIMITED BY SPACE
                  "|LAST_USED=" DELIMITED BY SIZE
                  WS-OUT-LAST DELIMITED BY SPACE
                  "|IDLE_DAYS=" DELIMITED BY SIZE
                  WS-OUT-IDLE DELIMITED BY SPACE
                  INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
           STRING "|CALLS=" DELIMITED BY SIZE
                  WS-CT-CALLS(WS-CRED-IDX) DELIMITED BY SIZE
                  "|PLANNED=" DELIMITED BY SIZE
                  WS-CT-PLANNED(WS-CRED-IDX) DELIMITED BY SIZE
                  "|STATUS=" DELIMITED BY SIZE
                  WS-OUT-STATUS DELIMITED BY SPACE
                  INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                   UNTIL WS-USE-IDX > WS-USE-COUNT
               IF WS-UT-CRED(WS-USE-IDX) = WS-CRED-IDX
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  USED-BY|" DELIMITED BY SIZE
                          WS-UT-JOB(WS-USE-IDX) DELIMITED BY "  "
                          "|calls=" DELIMITED BY SIZE
                          WS-UT-CALLS(WS-USE-IDX) DELIMITED BY SIZE
                          "|last=" DELIMITED BY SIZE
                          WS-UT-LAST(WS-USE-IDX) DELIMITED BY SPACE
                          INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.

       SET-ROSTER-STATE.
           EVALUATE TRUE
               WHEN WS-CT-TENANT(WS-CRED-IDX) = SPACES
                   MOVE "-" TO WS-CT-ROSTER(WS-CRED-IDX)
               WHEN WS-ROSTER-LOADED NOT = "Y"
                   MOVE "UNKNOWN" TO WS-CT-ROSTER(WS-CRED-IDX)
               WHEN OTHER
                   MOVE WS-CT-TENANT(WS-CRED-IDX) TO WS-CHK-TENANT
                   PERFORM FIND-ROSTER-TENANT
                   EVALUATE TRUE
                       WHEN WS-ROSTER-FOUND-IDX = 0
                           MOVE "ABSENT" TO WS-CT-ROSTER(WS-CRED-IDX)
                       WHEN WS-RT-ENABLED(WS-ROSTER-FOUND-IDX) = "N"
                           MOVE "DISABLED"
                               TO WS-CT-ROSTER(WS-CRED-IDX)
                       WHEN OTHER
                           MOVE "ENABLED" TO WS-CT-ROSTER(WS-CRED-IDX)
                   END-EVALUATE
           END-EVALUATE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO USAGE-REPORT-RECORD
           WRITE USAGE-REPORT-RECORD.

      ******************************************************************
      * RECORD-RUN-HISTORY: Append this run's standard record
      ******************************************************************
       RECORD-RUN-HISTORY.
           CALL "RUN-HISTORY-END" USING WS-HIST-JOB-NAME
                                        WS-HIST-READ
                                        WS-HIST-OK
                                        WS-HIST-FAIL
                                        RETURN-CODE
                                        WS-HIST-CID.

       END PROGRAM CREDENTIAL-USAGE-REPORT.
