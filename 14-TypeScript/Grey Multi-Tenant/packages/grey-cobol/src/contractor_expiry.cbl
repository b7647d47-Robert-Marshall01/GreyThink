      ******************************************************************
      * contractor_expiry.cbl - Grey External Account Expiry Sweep
      * Contractors and vendor staff get accounts through
      * USER-BULK-LOAD, never appear on the HR termination file, and
      * so were never expired. Every account whose email is outside
      * the corporate domains is now treated as external and must be
      * covered by a live sponsorship from an employee. This daily
      * sweep works from the user master USER-SYNC-BATCH keeps
      * (/tmp/grey_user_sync.txt).
      *
      * Corporate domains (GREY_CORP_DOMAINS, default
      * /tmp/grey_corporate_domains.txt): one domain per line, "#"
      * lines are comments. A subdomain of a listed domain counts as
      * corporate.
      *
      * Sponsor file (GREY_SPONSOR_FILE, default
      * /tmp/grey_sponsor_register.txt), "#" lines are comments:
      *   "user|sponsor|expiry-date"
      * user and sponsor are a user ID, username or email; the expiry
      * date (YYYYMMDD or YYYY-MM-DD) is the last day the account may
      * be used. A renewal is a new line - the latest expiry wins.
      *
      * For each external account that is not already suspended:
      *   - no sponsorship at all is reported (NO-SPONSOR)
      *   - past its expiry it is suspended via USER-SET-STATUS
      *   - within GREY_SPONSOR_WARN_DAYS (default 14) of expiry the
      *     sponsor is warned through NOTIFY-SPOOL-WRITE, once per
      *     expiry date (/tmp/grey_sponsor_warned.txt remembers
      *     "user-id|expiry" for warnings already sent);
      *     GREY_SPONSOR_DAY_BASIS=BUSINESS counts that window in
      *     business days (weekends and the holiday calendar left
      *     out) so a warning due over a shutdown still gives the
      *     sponsor working days to renew
      *   - a sponsor who no longer holds an active corporate account
      *     is reported (SPONSOR-INVALID)
      * GREY_EXPIRY_DRYRUN=Y reports what the sweep would do without
      * suspending or warning anyone.
      *
      * Report (/tmp/grey_contractor_expiry_report.txt):
      *   "result|user-id|username|email|sponsor|expiry|detail"
      *
      * RETURN-CODE 0 clean, 4 accounts without a (valid) sponsor or
      * a suspension failed, 8 setup failure, 12 another instance
      * holds the run lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRACTOR-EXPIRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOMAIN-FILE ASSIGN TO WS-DOMAIN-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DOMAIN-FILE-STATUS.

           SELECT USER-SYNC-FILE ASSIGN TO WS-USER-SYNC-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-USER-SYNC-STATUS.

           SELECT SPONSOR-FILE ASSIGN TO WS-SPONSOR-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SPONSOR-FILE-STATUS.

           SELECT WARNED-FILE ASSIGN TO WS-WARNED-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WARNED-FILE-STATUS.

           SELECT EXPIRY-REPORT-FILE ASSIGN TO WS-EXPIRY-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DOMAIN-FILE.
       01  DOMAIN-RECORD               PIC X(128).

       FD  USER-SYNC-FILE.
       01  USER-SYNC-RECORD            PIC X(700).

       FD  SPONSOR-FILE.
       01  SPONSOR-RECORD              PIC X(600).

       FD  WARNED-FILE.
       01  WARNED-RECORD               PIC X(80).

       FD  EXPIRY-REPORT-FILE.
       01  EXPIRY-REPORT-RECORD        PIC X(900).

       WORKING-STORAGE SECTION.
       COPY GREYCONF.
       COPY GREYERR.
       COPY GREYRES.
       COPY GREYAUTH.
       COPY GREYUSER.

       01  WS-DOMAIN-FILE-NAME         PIC X(64)
               VALUE "/tmp/grey_corporate_domains.txt".
       01  WS-DOMAIN-FILE-STATUS       PIC XX     VALUE SPACES.
       01  WS-USER-SYNC-FILE-NAME      PIC X(64)
               VALUE "/tmp/grey_user_sync.txt".
       01  WS-USER-SYNC-STATUS         PIC XX     VALUE SPACES.
       01  WS-SPONSOR-FILE-NAME        PIC X(64)
               VALUE "/tmp/grey_sponsor_register.txt".
       01  WS-SPONSOR-FILE-STATUS      PIC XX     VALUE SPACES.
       01  WS-WARNED-FILE-NAME         PIC X(64)
               VALUE "/tmp/grey_sponsor_warned.txt".
       01  WS-WARNED-FILE-STATUS       PIC XX     VALUE SPACES.
       01  WS-EXPIRY-REPORT-NAME       PIC X(64)
               VALUE "/tmp/grey_contractor_expiry_report.txt".
       01  WS-FILE-ENV                 PIC X(64)  VALUE SPACES.
       01  WS-REPORT-LINE              PIC X(900) VALUE SPACES.
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
       01  WS-DAYS-ENV                 PIC X(5)   VALUE SPACES.
       01  WS-BASIS-ENV                PIC X(8)   VALUE SPACES.
       01  WS-DRYRUN-ENV               PIC X      VALUE SPACES.
       01  WS-DRY-RUN-PASS             PIC X      VALUE "N".
           88  WS-IS-DRY-RUN                      VALUE "Y".

       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-TODAY-NUM                PIC 9(8)   VALUE 0.
       01  WS-TODAY-INT                PIC 9(8)   VALUE 0.
       01  WS-WARN-DAYS                PIC 9(5)   VALUE 14.
       01  WS-DAY-BASIS                PIC X(8)   VALUE "CALENDAR".
           88  WS-BUSINESS-DAY-BASIS              VALUE "BUSINESS".
       01  WS-TODAY-TS                 PIC X(32)  VALUE SPACES.
       01  WS-EXPIRY-TS                PIC X(32)  VALUE SPACES.
       01  WS-DAYS-WORD                PIC X(16)  VALUE " days".

      ******************************************************************
      * Corporate email domains, lower-cased, with their lengths for
      * the subdomain test
      ******************************************************************
       01  WS-DOMAIN-TABLE.
           05  WS-DOMAIN-COUNT          PIC 9(3)  VALUE 0.
           05  WS-DOMAIN-ENTRY OCCURS 200 TIMES.
               10  WS-DOMAIN-NAME       PIC X(128).
               10  WS-DOMAIN-LEN        PIC 9(3).
       01  WS-DOMAIN-IDX               PIC 9(3)   VALUE 0.

      ******************************************************************
      * User master, with lower-cased match keys and each account's
      * best (latest) sponsorship
      ******************************************************************
       01  WS-UM-TABLE.
           05  WS-UM-COUNT              PIC 9(5)  VALUE 0.
           05  WS-UM-TRUNCATED          PIC X     VALUE "N".
           05  WS-UM-ENTRY OCCURS 5000 TIMES.
               10  WS-UM-ID             PIC X(64).
               10  WS-UM-USERNAME       PIC X(256).
               10  WS-UM-USERNAME-KEY   PIC X(256).
               10  WS-UM-EMAIL          PIC X(256).
               10  WS-UM-EMAIL-KEY      PIC X(256).
               10  WS-UM-STATUS         PIC X(32).
               10  WS-UM-EXTERNAL       PIC X.
               10  WS-UM-SPONSOR        PIC X(256).
               10  WS-UM-EXPIRY         PIC 9(8).
               10  WS-UM-WARNED         PIC X.
       01  WS-UM-IDX                   PIC 9(5)   VALUE 0.
       01  WS-UM-FOUND-IDX             PIC 9(5)   VALUE 0.
       01  WS-FIND-IDX                 PIC 9(5)   VALUE 0.
       01  WS-SPONSOR-IDX              PIC 9(5)   VALUE 0.
       01  WS-REC-ID                   PIC X(64)  VALUE SPACES.
       01  WS-REC-USERNAME             PIC X(256) VALUE SPACES.
       01  WS-REC-EMAIL                PIC X(256) VALUE SPACES.
       01  WS-REC-STATUS               PIC X(32)  VALUE SPACES.
       01  WS-LOOK-KEY                 PIC X(256) VALUE SPACES.

      ******************************************************************
      * Email domain test
      ******************************************************************
       01  WS-MAIL-LOCAL               PIC X(256) VALUE SPACES.
       01  WS-MAIL-DOMAIN              PIC X(256) VALUE SPACES.
       01  WS-MAIL-DOMAIN-LEN          PIC 9(3)   VALUE 0.
       01  WS-SUFFIX-START             PIC 9(3)   VALUE 0.
       01  WS-IS-CORPORATE             PIC X      VALUE "N".

      ******************************************************************
      * One sponsor file record
      ******************************************************************
       01  WS-SP-USER                  PIC X(256) VALUE SPACES.
       01  WS-SP-SPONSOR               PIC X(256) VALUE SPACES.
       01  WS-SP-EXPIRY-TEXT           PIC X(16)  VALUE SPACES.
       01  WS-SP-EXPIRY                PIC 9(8)   VALUE 0.
       01  WS-SP-EXPIRY-X REDEFINES WS-SP-EXPIRY
                                       PIC X(8).
       01  WS-SP-LINE-NO               PIC 9(6)   VALUE 0.
       01  WS-SP-LINE-TEXT             PIC Z(5)9.

      ******************************************************************
      * One warning already sent
      ******************************************************************
       01  WS-WN-USER-ID               PIC X(64)  VALUE SPACES.
       01  WS-WN-EXPIRY                PIC X(8)   VALUE SPACES.
       01  WS-UM-EXPIRY-X              PIC X(8)   VALUE SPACES.

      ******************************************************************
      * Current account being swept
      ******************************************************************
       01  WS-DAYS-LEFT                PIC S9(8)  VALUE 0.
       01  WS-DAYS-LEFT-TEXT           PIC -(7)9.
       01  WS-LINE-RESULT              PIC X(16)  VALUE SPACES.
       01  WS-LINE-DETAIL              PIC X(256) VALUE SPACES.
       01  WS-SPONSOR-EMAIL            PIC X(256) VALUE SPACES.

       01  WS-EXTERNAL-COUNT           PIC 9(8)   VALUE 0.
       01  WS-SUSPENDED-COUNT          PIC 9(8)   VALUE 0.
       01  WS-WARNED-COUNT             PIC 9(8)   VALUE 0.
       01  WS-NO-SPONSOR-COUNT         PIC 9(8)   VALUE 0.
       01  WS-BAD-SPONSOR-COUNT        PIC 9(8)   VALUE 0.
       01  WS-SPONSOR-REJECT-COUNT     PIC 9(8)   VALUE 0.
       01  WS-FAIL-COUNT               PIC 9(8)   VALUE 0.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "CONTRACTOR-EXPIRY".
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
           DISPLAY "=== Grey External Account Expiry Sweep ==="
           MOVE 0 TO RETURN-CODE

           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)

           ACCEPT WS-FILE-ENV FROM ENVIRONMENT "GREY_CORP_DOMAINS"
           IF WS-FILE-ENV NOT = SPACES
               MOVE WS-FILE-ENV TO WS-DOMAIN-FILE-NAME
           END-IF
           MOVE SPACES TO WS-FILE-ENV
           ACCEPT WS-FILE-ENV FROM ENVIRONMENT "GREY_SPONSOR_FILE"
           IF WS-FILE-ENV NOT = SPACES
               MOVE WS-FILE-ENV TO WS-SPONSOR-FILE-NAME
           END-IF
           ACCEPT WS-DAYS-ENV FROM ENVIRONMENT "GREY_SPONSOR_WARN_DAYS"
           IF WS-DAYS-ENV(1:1) IS NUMERIC
               COMPUTE WS-WARN-DAYS = FUNCTION NUMVAL(WS-DAYS-ENV)
           END-IF
           ACCEPT WS-BASIS-ENV FROM ENVIRONMENT "GREY_SPONSOR_DAY_BASIS"
           IF FUNCTION UPPER-CASE(WS-BASIS-ENV) = "BUSINESS"
               MOVE "BUSINESS" TO WS-DAY-BASIS
               MOVE " business days" TO WS-DAYS-WORD
               STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2)
                      "T00:00:00"
                      DELIMITED BY SIZE INTO WS-TODAY-TS
           END-IF
           ACCEPT WS-DRYRUN-ENV FROM ENVIRONMENT "GREY_EXPIRY_DRYRUN"
           IF WS-DRYRUN-ENV = "Y"
               MOVE "Y" TO WS-DRY-RUN-PASS
               DISPLAY "Dry run - nobody is suspended or warned"
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

           PERFORM LOAD-DOMAINS
           IF RETURN-CODE = 0
               PERFORM LOAD-USER-MASTER
           END-IF
           IF RETURN-CODE = 0
               OPEN INPUT SPONSOR-FILE
               IF WS-SPONSOR-FILE-STATUS NOT = "00"
                   DISPLAY "Cannot open sponsor file "
                           WS-SPONSOR-FILE-NAME
                           " (status " WS-SPONSOR-FILE-STATUS ")"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE NOT = 0
               MOVE "expiry sweep setup failed - see job log"
                   TO WS-RES-ERR-MSG
               PERFORM NOTIFY-ABEND
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF

           OPEN OUTPUT EXPIRY-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EXPIRY-SWEEP|AS_OF=" DELIMITED BY SIZE
                  WS-NOW(1:8) DELIMITED BY SIZE
                  "|RUN=" DELIMITED BY SIZE
                  WS-HIST-RUN-ID DELIMITED BY SPACE
                  "|WARN_DAYS=" DELIMITED BY SIZE
                  WS-WARN-DAYS DELIMITED BY SIZE
                  "|DAY_BASIS=" DELIMITED BY SIZE
                  WS-DAY-BASIS DELIMITED BY SPACE
                  "|DRY_RUN=" DELIMITED BY SIZE
                  WS-DRY-RUN-PASS DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "RESULT|USER_ID|USERNAME|EMAIL|SPONSOR|EXPIRY|DETAIL"
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM LOAD-SPONSORS
           PERFORM LOAD-WARNINGS-SENT

           IF NOT WS-IS-DRY-RUN
               PERFORM INITIALIZE-CONFIG
               PERFORM AUTHENTICATE
               IF WS-RESULT-OK NOT = "Y"
                   DISPLAY "Login failed: " WS-RES-ERR-MSG
                           " (correlation id: "
                           WS-RESULT-CORRELATION-ID ")"
                   CLOSE EXPIRY-REPORT-FILE
                   CALL "ERROR-TO-RETURN-CODE" USING WS-RES-ERR-CODE
                                                     RETURN-CODE
                   PERFORM NOTIFY-ABEND
                   CALL "SDK-SHUTDOWN"
                   PERFORM RECORD-RUN-HISTORY
                   CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
                   STOP RUN
               END-IF
           END-IF

           PERFORM VARYING WS-UM-IDX FROM 1 BY 1
                       UNTIL WS-UM-IDX > WS-UM-COUNT
               IF WS-UM-EXTERNAL(WS-UM-IDX) = "Y"
                   PERFORM SWEEP-ONE-ACCOUNT
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUMMARY|EXTERNAL=" DELIMITED BY SIZE
                  WS-EXTERNAL-COUNT DELIMITED BY SIZE
                  "|SUSPENDED=" DELIMITED BY SIZE
                  WS-SUSPENDED-COUNT DELIMITED BY SIZE
                  "|WARNED=" DELIMITED BY SIZE
                  WS-WARNED-COUNT DELIMITED BY SIZE
                  "|NO_SPONSOR=" DELIMITED BY SIZE
                  WS-NO-SPONSOR-COUNT DELIMITED BY SIZE
                  "|SPONSOR_INVALID=" DELIMITED BY SIZE
                  WS-BAD-SPONSOR-COUNT DELIMITED BY SIZE
                  "|SPONSOR_LINES_REJECTED=" DELIMITED BY SIZE
                  WS-SPONSOR-REJECT-COUNT DELIMITED BY SIZE
                  "|FAILED=" DELIMITED BY SIZE
                  WS-FAIL-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE EXPIRY-REPORT-FILE

           IF NOT WS-IS-DRY-RUN
               PERFORM SAVE-WARNINGS-SENT
           END-IF

           MOVE WS-EXTERNAL-COUNT TO WS-HIST-READ
           COMPUTE WS-HIST-OK = WS-SUSPENDED-COUNT + WS-WARNED-COUNT
           MOVE WS-FAIL-COUNT TO WS-HIST-FAIL
           IF WS-NO-SPONSOR-COUNT > 0 OR WS-BAD-SPONSOR-COUNT > 0
               OR WS-FAIL-COUNT > 0
               MOVE 4 TO RETURN-CODE
               MOVE "WARNING" TO WS-NOTIFY-SEVERITY
               MOVE "external accounts need attention"
                   TO WS-NOTIFY-SUMMARY
               MOVE SPACES TO WS-NOTIFY-DETAIL
               STRING "no sponsor: " DELIMITED BY SIZE
                      WS-NO-SPONSOR-COUNT DELIMITED BY SIZE
                      " sponsor invalid: " DELIMITED BY SIZE
                      WS-BAD-SPONSOR-COUNT DELIMITED BY SIZE
                      " suspend failed: " DELIMITED BY SIZE
                      WS-FAIL-COUNT DELIMITED BY SIZE
                      " - see " DELIMITED BY SIZE
                      WS-EXPIRY-REPORT-NAME DELIMITED BY SPACE
                      INTO WS-NOTIFY-DETAIL
               CALL "NOTIFY-SPOOL-WRITE" USING WS-NOTIFY-SEVERITY
                                               WS-HIST-JOB-NAME
                                               WS-NOTIFY-SUMMARY
                                               WS-NOTIFY-DETAIL
                                               WS-HIST-CID
           END-IF

           DISPLAY "Expiry sweep complete. External: "
                   WS-EXTERNAL-COUNT
                   " Suspended: " WS-SUSPENDED-COUNT
                   " Warned: " WS-WARNED-COUNT
                   " No sponsor: " WS-NO-SPONSOR-COUNT
                   " Sponsor invalid: " WS-BAD-SPONSOR-COUNT
                   " Failed: " WS-FAIL-COUNT

           IF NOT WS-IS-DRY-RUN
               CALL "SDK-SHUTDOWN"
           END-IF
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
      *    host/port/TLS/timeouts/proxy/headers in one place
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
      * LOAD-DOMAINS: Read the corporate domain list. Without it every
      * account would look external, so an absent or empty list stops
      * the sweep.
      ******************************************************************
       LOAD-DOMAINS.
           OPEN INPUT DOMAIN-FILE
           IF WS-DOMAIN-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open corporate domain list "
                       WS-DOMAIN-FILE-NAME
                       " (status " WS-DOMAIN-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ DOMAIN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF DOMAIN-RECORD NOT = SPACES
                           AND DOMAIN-RECORD(1:1) NOT = "#"
                           AND WS-DOMAIN-COUNT < 200
                           ADD 1 TO WS-DOMAIN-COUNT
                           MOVE FUNCTION LOWER-CASE(DOMAIN-RECORD)
                               TO WS-DOMAIN-NAME(WS-DOMAIN-COUNT)
                           MOVE 0 TO WS-DOMAIN-LEN(WS-DOMAIN-COUNT)
                           INSPECT WS-DOMAIN-NAME(WS-DOMAIN-COUNT)
                               TALLYING WS-DOMAIN-LEN(WS-DOMAIN-COUNT)
                               FOR CHARACTERS BEFORE INITIAL SPACE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DOMAIN-FILE
           MOVE "N" TO WS-EOF

           IF WS-DOMAIN-COUNT = 0
               DISPLAY "Corporate domain list " WS-DOMAIN-FILE-NAME
                       " is empty"
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * LOAD-USER-MASTER: Read the flat user master into the table,
      * marking each account corporate or external by email domain
      ******************************************************************
       LOAD-USER-MASTER.
           OPEN INPUT USER-SYNC-FILE
           IF WS-USER-SYNC-STATUS NOT = "00"
               DISPLAY "Cannot open user master "
                       WS-USER-SYNC-FILE-NAME
                       " (status " WS-USER-SYNC-STATUS ") - run "
                       "USER-SYNC-BATCH first"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ USER-SYNC-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-USER
               END-READ
           END-PERFORM
           CLOSE USER-SYNC-FILE
           MOVE "N" TO WS-EOF

           DISPLAY "User master loaded: " WS-UM-COUNT " accounts"
           IF WS-UM-TRUNCATED = "Y"
      *        Accounts past the table would silently escape the sweep
               DISPLAY "User table filled at 5000 - cannot sweep "
                       "a partial user population"
               MOVE 8 TO RETURN-CODE
           END-IF.

       LOAD-ONE-USER.
           IF USER-SYNC-RECORD = SPACES
               OR USER-SYNC-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           IF WS-UM-COUNT >= 5000
               MOVE "Y" TO WS-UM-TRUNCATED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REC-ID WS-REC-USERNAME WS-REC-EMAIL
                          WS-REC-STATUS
           UNSTRING USER-SYNC-RECORD DELIMITED BY "|"
               INTO WS-REC-ID WS-REC-USERNAME WS-REC-EMAIL
                    WS-REC-STATUS
           IF WS-REC-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UM-COUNT
           MOVE SPACES TO WS-UM-ENTRY(WS-UM-COUNT)
           MOVE 0 TO WS-UM-EXPIRY(WS-UM-COUNT)
           MOVE "N" TO WS-UM-WARNED(WS-UM-COUNT)
           MOVE WS-REC-ID TO WS-UM-ID(WS-UM-COUNT)
           MOVE WS-REC-USERNAME TO WS-UM-USERNAME(WS-UM-COUNT)
           MOVE FUNCTION LOWER-CASE(WS-REC-USERNAME)
               TO WS-UM-USERNAME-KEY(WS-UM-COUNT)
           MOVE WS-REC-EMAIL TO WS-UM-EMAIL(WS-UM-COUNT)
           MOVE FUNCTION LOWER-CASE(WS-REC-EMAIL)
               TO WS-UM-EMAIL-KEY(WS-UM-COUNT)
           MOVE WS-REC-STATUS TO WS-UM-STATUS(WS-UM-COUNT)

           PERFORM TEST-CORPORATE-EMAIL
           IF WS-IS-CORPORATE = "Y"
               MOVE "N" TO WS-UM-EXTERNAL(WS-UM-COUNT)
           ELSE
               MOVE "Y" TO WS-UM-EXTERNAL(WS-UM-COUNT)
           END-IF.

      ******************************************************************
      * TEST-CORPORATE-EMAIL: Is WS-UM-COUNT's email domain a listed
      * corporate domain, or a subdomain of one? An account with no
      * usable email is external.
      ******************************************************************
       TEST-CORPORATE-EMAIL.
           MOVE "N" TO WS-IS-CORPORATE
           MOVE SPACES TO WS-MAIL-LOCAL WS-MAIL-DOMAIN
           UNSTRING WS-UM-EMAIL-KEY(WS-UM-COUNT) DELIMITED BY "@"
               INTO WS-MAIL-LOCAL WS-MAIL-DOMAIN
           IF WS-MAIL-DOMAIN = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MAIL-DOMAIN-LEN
           INSPECT WS-MAIL-DOMAIN TALLYING WS-MAIL-DOMAIN-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE

           PERFORM VARYING WS-DOMAIN-IDX FROM 1 BY 1
                       UNTIL WS-DOMAIN-IDX > WS-DOMAIN-COUNT
                          OR WS-IS-CORPORATE = "Y"
               IF WS-MAIL-DOMAIN = WS-DOMAIN-NAME(WS-DOMAIN-IDX)
                   MOVE "Y" TO WS-IS-CORPORATE
               ELSE
                   IF WS-MAIL-DOMAIN-LEN > WS-DOMAIN-LEN(WS-DOMAIN-IDX)
                       COMPUTE WS-SUFFIX-START = WS-MAIL-DOMAIN-LEN
                               - WS-DOMAIN-LEN(WS-DOMAIN-IDX)
                       IF WS-MAIL-DOMAIN(WS-SUFFIX-START:1) = "."
                           AND WS-MAIL-DOMAIN(WS-SUFFIX-START + 1:
                               WS-DOMAIN-LEN(WS-DOMAIN-IDX))
                             = WS-DOMAIN-NAME(WS-DOMAIN-IDX)
                               (1:WS-DOMAIN-LEN(WS-DOMAIN-IDX))
                           MOVE "Y" TO WS-IS-CORPORATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * FIND-ACCOUNT: Resolve WS-LOOK-KEY (already lower-cased) as a
      * user ID, username or email; WS-UM-FOUND-IDX 0 when none
      ******************************************************************
       FIND-ACCOUNT.
           MOVE 0 TO WS-UM-FOUND-IDX
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                       UNTIL WS-FIND-IDX > WS-UM-COUNT
               IF WS-UM-ID(WS-FIND-IDX) = WS-LOOK-KEY
                   OR WS-UM-USERNAME-KEY(WS-FIND-IDX) = WS-LOOK-KEY
                   OR WS-UM-EMAIL-KEY(WS-FIND-IDX) = WS-LOOK-KEY
                   MOVE WS-FIND-IDX TO WS-UM-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * LOAD-SPONSORS: Attach each sponsorship to its account, keeping
      * the latest expiry; unusable lines are reported and skipped
      ******************************************************************
       LOAD-SPONSORS.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SPONSOR-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-SP-LINE-NO
                       PERFORM LOAD-ONE-SPONSORSHIP
               END-READ
           END-PERFORM
           CLOSE SPONSOR-FILE
           MOVE "N" TO WS-EOF.

       LOAD-ONE-SPONSORSHIP.
           IF SPONSOR-RECORD = SPACES
               OR SPONSOR-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SP-USER WS-SP-SPONSOR WS-SP-EXPIRY-TEXT
           UNSTRING SPONSOR-RECORD DELIMITED BY "|"
               INTO WS-SP-USER WS-SP-SPONSOR WS-SP-EXPIRY-TEXT

           IF WS-SP-EXPIRY-TEXT(5:1) = "-"
               STRING WS-SP-EXPIRY-TEXT(1:4) DELIMITED BY SIZE
                      WS-SP-EXPIRY-TEXT(6:2) DELIMITED BY SIZE
                      WS-SP-EXPIRY-TEXT(9:2) DELIMITED BY SIZE
                      INTO WS-SP-EXPIRY-X
           ELSE
               MOVE WS-SP-EXPIRY-TEXT(1:8) TO WS-SP-EXPIRY-X
           END-IF
           IF WS-SP-EXPIRY-X IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-SP-EXPIRY) NOT = 0
               MOVE "BAD-EXPIRY" TO WS-LINE-RESULT
               PERFORM WRITE-SPONSOR-REJECT
               EXIT PARAGRAPH
           END-IF
           IF WS-SP-SPONSOR = SPACES
               MOVE "NO-SPONSOR-NAMED" TO WS-LINE-RESULT
               PERFORM WRITE-SPONSOR-REJECT
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION LOWER-CASE(WS-SP-USER) TO WS-LOOK-KEY
           PERFORM FIND-ACCOUNT
           IF WS-UM-FOUND-IDX = 0
               MOVE "UNKNOWN-USER" TO WS-LINE-RESULT
               PERFORM WRITE-SPONSOR-REJECT
               EXIT PARAGRAPH
           END-IF

           IF WS-SP-EXPIRY >= WS-UM-EXPIRY(WS-UM-FOUND-IDX)
               MOVE WS-SP-EXPIRY TO WS-UM-EXPIRY(WS-UM-FOUND-IDX)
               MOVE WS-SP-SPONSOR TO WS-UM-SPONSOR(WS-UM-FOUND-IDX)
           END-IF.

       WRITE-SPONSOR-REJECT.
           ADD 1 TO WS-SPONSOR-REJECT-COUNT
           MOVE WS-SP-LINE-NO TO WS-SP-LINE-TEXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-LINE-RESULT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SP-USER DELIMITED BY SPACE
                  "|||" DELIMITED BY SIZE
                  WS-SP-SPONSOR DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SP-EXPIRY-TEXT DELIMITED BY SPACE
                  "|sponsor file line " DELIMITED BY SIZE
                  WS-SP-LINE-TEXT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * LOAD-WARNINGS-SENT: Mark accounts whose sponsor has already
      * been warned about the expiry they still carry
      ******************************************************************
       LOAD-WARNINGS-SENT.
           OPEN INPUT WARNED-FILE
           IF WS-WARNED-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ WARNED-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-WN-USER-ID WS-WN-EXPIRY
                       UNSTRING WARNED-RECORD DELIMITED BY "|"
                           INTO WS-WN-USER-ID WS-WN-EXPIRY
                       PERFORM VARYING WS-UM-IDX FROM 1 BY 1
                                   UNTIL WS-UM-IDX > WS-UM-COUNT
                           IF WS-UM-ID(WS-UM-IDX) = WS-WN-USER-ID
                               MOVE WS-UM-EXPIRY(WS-UM-IDX)
                                   TO WS-UM-EXPIRY-X
                               IF WS-UM-EXPIRY-X = WS-WN-EXPIRY
                                   MOVE "Y" TO WS-UM-WARNED(WS-UM-IDX)
                               END-IF
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE WARNED-FILE
           MOVE "N" TO WS-EOF.

      ******************************************************************
      * SAVE-WARNINGS-SENT: Rewrite the warning record - only warnings
      * for expiries still ahead are worth remembering
      ******************************************************************
       SAVE-WARNINGS-SENT.
           OPEN OUTPUT WARNED-FILE
           PERFORM VARYING WS-UM-IDX FROM 1 BY 1
                       UNTIL WS-UM-IDX > WS-UM-COUNT
               IF WS-UM-WARNED(WS-UM-IDX) = "Y"
                   AND WS-UM-EXPIRY(WS-UM-IDX) >= WS-TODAY-NUM
                   MOVE SPACES TO WARNED-RECORD
                   STRING WS-UM-ID(WS-UM-IDX) DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-UM-EXPIRY(WS-UM-IDX) DELIMITED BY SIZE
                          INTO WARNED-RECORD
                   WRITE WARNED-RECORD
               END-IF
           END-PERFORM
           CLOSE WARNED-FILE.

      ******************************************************************
      * SWEEP-ONE-ACCOUNT: Apply the sponsorship rules to one external
      * account (WS-UM-IDX)
      ******************************************************************
       SWEEP-ONE-ACCOUNT.
           IF WS-UM-STATUS(WS-UM-IDX) = "suspended"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXTERNAL-COUNT
           MOVE SPACES TO WS-LINE-DETAIL

           IF WS-UM-EXPIRY(WS-UM-IDX) = 0
               ADD 1 TO WS-NO-SPONSOR-COUNT
               MOVE "NO-SPONSOR" TO WS-LINE-RESULT
               MOVE "external account with no sponsorship"
                   TO WS-LINE-DETAIL
               PERFORM WRITE-ACCOUNT-LINE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-UM-EXPIRY(WS-UM-IDX))
               - WS-TODAY-INT
           MOVE WS-DAYS-LEFT TO WS-DAYS-LEFT-TEXT

           IF WS-DAYS-LEFT < 0
               PERFORM SUSPEND-EXPIRED-ACCOUNT
               EXIT PARAGRAPH
           END-IF

      *    Still sponsored - the sponsor must still be an active
      *    employee for the sponsorship to mean anything
           PERFORM CHECK-SPONSOR
           IF WS-SPONSOR-IDX = 0
               ADD 1 TO WS-BAD-SPONSOR-COUNT
               MOVE "SPONSOR-INVALID" TO WS-LINE-RESULT
               PERFORM WRITE-ACCOUNT-LINE
           END-IF

      *    On a business-day basis the warning window counts only
      *    the working days left before the expiry date
           IF WS-BUSINESS-DAY-BASIS
               MOVE SPACES TO WS-EXPIRY-TS
               STRING WS-UM-EXPIRY(WS-UM-IDX)(1:4) "-"
                      WS-UM-EXPIRY(WS-UM-IDX)(5:2) "-"
                      WS-UM-EXPIRY(WS-UM-IDX)(7:2) "T00:00:00"
                      DELIMITED BY SIZE INTO WS-EXPIRY-TS
               CALL "DATE-BUSINESS-DAYS-BETWEEN" USING WS-EXPIRY-TS
                                                       WS-TODAY-TS
                                                       WS-DAYS-LEFT
               MOVE WS-DAYS-LEFT TO WS-DAYS-LEFT-TEXT
           END-IF

           IF WS-DAYS-LEFT > WS-WARN-DAYS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LINE-DETAIL
           STRING "expires in " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DAYS-LEFT-TEXT) DELIMITED BY SIZE
                  WS-DAYS-WORD DELIMITED BY SIZE
                  INTO WS-LINE-DETAIL
           IF WS-UM-WARNED(WS-UM-IDX) = "Y"
               MOVE "EXPIRING" TO WS-LINE-RESULT
               PERFORM WRITE-ACCOUNT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-IS-DRY-RUN
               MOVE "WOULD-WARN" TO WS-LINE-RESULT
               PERFORM WRITE-ACCOUNT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM WARN-SPONSOR
           MOVE "WARNED" TO WS-LINE-RESULT
           PERFORM WRITE-ACCOUNT-LINE.

      ******************************************************************
      * CHECK-SPONSOR: WS-SPONSOR-IDX is the sponsor's account when it
      * is an active corporate account, else 0 with the reason in
      * WS-LINE-DETAIL
      ******************************************************************
       CHECK-SPONSOR.
           MOVE SPACES TO WS-SPONSOR-EMAIL
           MOVE FUNCTION LOWER-CASE(WS-UM-SPONSOR(WS-UM-IDX))
               TO WS-LOOK-KEY
           PERFORM FIND-ACCOUNT
           MOVE WS-UM-FOUND-IDX TO WS-SPONSOR-IDX
           EVALUATE TRUE
               WHEN WS-SPONSOR-IDX = 0
                   MOVE "sponsor has no Grey account"
                       TO WS-LINE-DETAIL
               WHEN WS-UM-EXTERNAL(WS-SPONSOR-IDX) = "Y"
                   MOVE "sponsor is not a corporate account"
                       TO WS-LINE-DETAIL
                   MOVE 0 TO WS-SPONSOR-IDX
               WHEN WS-UM-STATUS(WS-SPONSOR-IDX) NOT = "active"
                   MOVE "sponsor account is not active"
                       TO WS-LINE-DETAIL
                   MOVE 0 TO WS-SPONSOR-IDX
               WHEN OTHER
                   MOVE WS-UM-EMAIL(WS-SPONSOR-IDX) TO WS-SPONSOR-EMAIL
           END-EVALUATE.

      ******************************************************************
      * WARN-SPONSOR: Spool the expiry warning to the sponsor (or, with
      * no valid sponsor, to operations) and remember it was sent
      ******************************************************************
       WARN-SPONSOR.
           MOVE "INFO" TO WS-NOTIFY-SEVERITY
           MOVE "external account sponsorship expiring"
               TO WS-NOTIFY-SUMMARY
           IF WS-SPONSOR-EMAIL = SPACES
               MOVE WS-UM-SPONSOR(WS-UM-IDX) TO WS-SPONSOR-EMAIL
           END-IF
           MOVE SPACES TO WS-NOTIFY-DETAIL
           STRING "to=" DELIMITED BY SIZE
                  WS-SPONSOR-EMAIL DELIMITED BY SPACE
                  " user=" DELIMITED BY SIZE
                  WS-UM-USERNAME(WS-UM-IDX) DELIMITED BY SPACE
                  " email=" DELIMITED BY SIZE
                  WS-UM-EMAIL(WS-UM-IDX) DELIMITED BY SPACE
                  " expires=" DELIMITED BY SIZE
                  WS-UM-EXPIRY(WS-UM-IDX) DELIMITED BY SIZE
                  " - renew in the sponsor file or the account is "
                      DELIMITED BY SIZE
                  "suspended" DELIMITED BY SIZE
                  INTO WS-NOTIFY-DETAIL
           CALL "NOTIFY-SPOOL-WRITE" USING WS-NOTIFY-SEVERITY
                                           WS-HIST-JOB-NAME
                                           WS-NOTIFY-SUMMARY
                                           WS-NOTIFY-DETAIL
                                           WS-HIST-CID
           MOVE "Y" TO WS-UM-WARNED(WS-UM-IDX)
           ADD 1 TO WS-WARNED-COUNT.

      ******************************************************************
      * SUSPEND-EXPIRED-ACCOUNT: The sponsorship has lapsed
      ******************************************************************
       SUSPEND-EXPIRED-ACCOUNT.
           COMPUTE WS-DAYS-LEFT = 0 - WS-DAYS-LEFT
           MOVE WS-DAYS-LEFT TO WS-DAYS-LEFT-TEXT
           MOVE SPACES TO WS-LINE-DETAIL
           STRING "expired " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DAYS-LEFT-TEXT) DELIMITED BY SIZE
                  " days ago" DELIMITED BY SIZE
                  INTO WS-LINE-DETAIL
           IF WS-IS-DRY-RUN
               MOVE "WOULD-SUSPEND" TO WS-LINE-RESULT
               PERFORM WRITE-ACCOUNT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-USER-REQUEST
           MOVE WS-UM-ID(WS-UM-IDX) TO WS-USER-ID-REQ
           MOVE "suspended" TO WS-USER-STATUS-REQ
           CALL "USER-SET-STATUS" USING WS-GREY-CONFIG
                                        WS-USER-REQUEST
                                        WS-USER-RESPONSE
                                        WS-GREY-RESULT
           IF WS-RESULT-OK = "Y"
               ADD 1 TO WS-SUSPENDED-COUNT
               MOVE "SUSPENDED" TO WS-LINE-RESULT
           ELSE
               ADD 1 TO WS-FAIL-COUNT
               MOVE WS-RESULT-CORRELATION-ID TO WS-HIST-CID
               MOVE "FAILED" TO WS-LINE-RESULT
               MOVE SPACES TO WS-LINE-DETAIL
               STRING WS-RES-ERR-CODE DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-RES-ERR-MSG DELIMITED BY "  "
                      " (correlation id: " DELIMITED BY SIZE
                      WS-RESULT-CORRELATION-ID DELIMITED BY SPACE
                      ")" DELIMITED BY SIZE
                      INTO WS-LINE-DETAIL
           END-IF
           PERFORM WRITE-ACCOUNT-LINE.

       WRITE-ACCOUNT-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-LINE-RESULT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-UM-ID(WS-UM-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-UM-USERNAME(WS-UM-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-UM-EMAIL(WS-UM-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-UM-SPONSOR(WS-UM-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-UM-EXPIRY(WS-UM-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-LINE-DETAIL DELIMITED BY "  "
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO EXPIRY-REPORT-RECORD
           WRITE EXPIRY-REPORT-RECORD.

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

       END PROGRAM CONTRACTOR-EXPIRY.
