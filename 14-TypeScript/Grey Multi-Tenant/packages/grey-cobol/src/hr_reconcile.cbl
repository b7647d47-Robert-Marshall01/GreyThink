      ******************************************************************
      * hr_reconcile.cbl - Grey HR Directory Reconciliation
      * HR only reaches Grey through the onboarding feed
      * (USER-BULK-LOAD) and the termination file (USER-OFFBOARDING),
      * so name and email changes, transfers, and accounts nobody in
      * HR knows about drifted in between unnoticed. This job compares
      * the full HR directory extract with the user master
      * USER-SYNC-BATCH keeps (/tmp/grey_user_sync.txt).
      *
      * HR directory (GREY_HR_DIRECTORY, default
      * /tmp/grey_hr_directory.txt):
      *   "employee-id|username|email|first-name|last-name|status"
      * A person is matched to an account by username, failing that
      * by email (both case-insensitive). An HR status of terminated,
      * inactive or left marks a leaver.
      *
      * GREY_HR_MODE=RECONCILE (the default) changes nothing in Grey.
      * It writes the reconciliation report
      * (/tmp/grey_hr_reconcile_report.txt):
      *   "ORPHAN|user-id|username|email|grey-status"
      *       account with no HR record
      *   "NO-ACCOUNT|employee-id|username|email|hr-status"
      *       current HR person with no account
      *   "MISMATCH|user-id|employee-id|field|grey-value|hr-value|
      *    action"
      *       email and first/last name (read live with USER-GET)
      *       go to the change file (action CHANGE-FILE); a username
      *       difference cannot be changed through USER-UPDATE
      *       (MANUAL); an HR leaver still active in Grey belongs to
      *       USER-OFFBOARDING (OFFBOARD)
      * and the change file (GREY_HR_CHANGE_FILE, default
      * /tmp/grey_hr_user_changes.txt):
      *   "HRCHANGES|run-id|YYYYMMDD|operator" header, then
      *   "CHANGE|user-id|field|grey-value|hr-value" lines and a
      *   "TOTAL|n" trailer.
      *
      * GREY_HR_MODE=APPLY runs the change file through USER-UPDATE,
      * under the same change control as the mutation batch: an
      * approval (GREY_HR_APPROVAL_FILE, default
      * /tmp/grey_hr_change_approval.txt, "APPROVE|run-id|approver")
      * must name the change file's run ID, and a change file older
      * than GREY_HR_CHANGE_DAYS (default 5) is voided instead.
      * Each change re-reads the account first and is skipped as
      * STALE when Grey no longer holds the value the reconciliation
      * saw. Applied changes go to the approval ledger
      * (APPROVAL-LEDGER-WRITE); the change file is voided once
      * applied. Apply report: /tmp/grey_hr_apply_report.txt
      *   "user-id|field|grey-value|hr-value|APPLIED-STALE-or-FAILED|
      *    code|correlation-id"
      *
      * RETURN-CODE 0 in step, 4 differences found (RECONCILE) or
      * changes stale or failed (APPLY), 8 setup failure, 12 no
      * approved change file or another instance holds the run lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HR-RECONCILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HR-DIRECTORY-FILE ASSIGN TO WS-HR-DIRECTORY-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HR-DIRECTORY-STATUS.

           SELECT USER-SYNC-FILE ASSIGN TO WS-USER-SYNC-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-USER-SYNC-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO WS-RECON-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT HR-CHANGE-FILE ASSIGN TO WS-HR-CHANGE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HR-CHANGE-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO WS-APPROVAL-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-FILE-STATUS.

           SELECT APPLY-REPORT-FILE ASSIGN TO WS-APPLY-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HR-DIRECTORY-FILE.
       01  HR-DIRECTORY-RECORD         PIC X(900).

       FD  USER-SYNC-FILE.
       01  USER-SYNC-RECORD            PIC X(700).

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-RECORD         PIC X(800).

       FD  HR-CHANGE-FILE.
       01  HR-CHANGE-RECORD            PIC X(700).

       FD  APPROVAL-FILE.
       01  APPROVAL-RECORD             PIC X(120).

       FD  APPLY-REPORT-FILE.
       01  APPLY-REPORT-RECORD         PIC X(800).

       WORKING-STORAGE SECTION.
       COPY GREYCONF.
       COPY GREYERR.
       COPY GREYRES.
       COPY GREYAUTH.
       COPY GREYUSER.

       01  WS-HR-DIRECTORY-NAME        PIC X(64)
               VALUE "/tmp/grey_hr_directory.txt".
       01  WS-HR-DIRECTORY-STATUS      PIC XX     VALUE SPACES.
       01  WS-USER-SYNC-FILE-NAME      PIC X(64)
               VALUE "/tmp/grey_user_sync.txt".
       01  WS-USER-SYNC-STATUS         PIC XX     VALUE SPACES.
       01  WS-RECON-REPORT-NAME        PIC X(64)
               VALUE "/tmp/grey_hr_reconcile_report.txt".
       01  WS-HR-CHANGE-FILE-NAME      PIC X(64)
               VALUE "/tmp/grey_hr_user_changes.txt".
       01  WS-HR-CHANGE-STATUS         PIC XX     VALUE SPACES.
       01  WS-APPROVAL-FILE-NAME       PIC X(64)
               VALUE "/tmp/grey_hr_change_approval.txt".
       01  WS-APPROVAL-FILE-STATUS     PIC XX     VALUE SPACES.
       01  WS-APPLY-REPORT-NAME        PIC X(64)
               VALUE "/tmp/grey_hr_apply_report.txt".
       01  WS-FILE-ENV                 PIC X(64)  VALUE SPACES.
       01  WS-MODE-ENV                 PIC X(16)  VALUE SPACES.
       01  WS-REPORT-LINE              PIC X(800) VALUE SPACES.
       01  WS-CHANGE-LINE              PIC X(700) VALUE SPACES.
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

       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-TODAY-NUM                PIC 9(8)   VALUE 0.
       01  WS-TODAY-INT                PIC 9(8)   VALUE 0.
       01  WS-OPERATOR-ID              PIC X(64)  VALUE SPACES.

      ******************************************************************
      * User master - every account, with lower-cased match keys
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
               10  WS-UM-MATCHED        PIC X.
       01  WS-UM-IDX                   PIC 9(5)   VALUE 0.
       01  WS-UM-FOUND-IDX             PIC 9(5)   VALUE 0.
       01  WS-REC-ID                   PIC X(64)  VALUE SPACES.
       01  WS-REC-USERNAME             PIC X(256) VALUE SPACES.
       01  WS-REC-EMAIL                PIC X(256) VALUE SPACES.
       01  WS-REC-STATUS               PIC X(32)  VALUE SPACES.

      ******************************************************************
      * One HR directory record
      ******************************************************************
       01  WS-HR-EMP-ID                PIC X(32)  VALUE SPACES.
       01  WS-HR-USERNAME              PIC X(256) VALUE SPACES.
       01  WS-HR-EMAIL                 PIC X(256) VALUE SPACES.
       01  WS-HR-FIRST-NAME            PIC X(128) VALUE SPACES.
       01  WS-HR-LAST-NAME             PIC X(128) VALUE SPACES.
       01  WS-HR-STATUS                PIC X(32)  VALUE SPACES.
           88  WS-HR-IS-LEAVER                    VALUE "terminated"
                                                        "inactive"
                                                        "left".
       01  WS-HR-USERNAME-KEY          PIC X(256) VALUE SPACES.
       01  WS-HR-EMAIL-KEY             PIC X(256) VALUE SPACES.

      ******************************************************************
      * One difference - reported, and for CHANGE-FILE also staged
      ******************************************************************
       01  WS-DIFF-FIELD               PIC X(16)  VALUE SPACES.
       01  WS-DIFF-GREY-VALUE          PIC X(256) VALUE SPACES.
       01  WS-DIFF-HR-VALUE            PIC X(256) VALUE SPACES.
       01  WS-DIFF-ACTION              PIC X(16)  VALUE SPACES.

      ******************************************************************
      * Change file header, approval, and one staged change
      ******************************************************************
       01  WS-CHG-TAG                  PIC X(16)  VALUE SPACES.
       01  WS-CHG-RUN-ID               PIC X(24)  VALUE SPACES.
       01  WS-CHG-DATE                 PIC X(8)   VALUE SPACES.
       01  WS-CHG-DATE-NUM             PIC 9(8)   VALUE 0.
       01  WS-CHG-AGE                  PIC S9(8)  VALUE 0.
       01  WS-CHG-DAYS-ENV             PIC X(5)   VALUE SPACES.
       01  WS-CHG-DAYS                 PIC 9(5)   VALUE 5.
       01  WS-CHG-SUBMITTER            PIC X(64)  VALUE SPACES.
       01  WS-APPR-TAG                 PIC X(8)   VALUE SPACES.
       01  WS-APPR-RUN-ID              PIC X(24)  VALUE SPACES.
       01  WS-APPROVER                 PIC X(64)  VALUE SPACES.
       01  WS-CHG-USER-ID              PIC X(64)  VALUE SPACES.
       01  WS-CHG-FIELD                PIC X(16)  VALUE SPACES.
           88  WS-CHG-IS-EMAIL                    VALUE "email".
           88  WS-CHG-IS-FIRST-NAME               VALUE "first_name".
           88  WS-CHG-IS-LAST-NAME                VALUE "last_name".
       01  WS-CHG-OLD-VALUE            PIC X(256) VALUE SPACES.
       01  WS-CHG-NEW-VALUE            PIC X(256) VALUE SPACES.
       01  WS-CHG-LIVE-VALUE           PIC X(256) VALUE SPACES.
       01  WS-CHG-OUTCOME              PIC X(8)   VALUE SPACES.
       01  WS-LEDGER-SUBJECT           PIC X(64)  VALUE SPACES.
       01  WS-LEDGER-ACTION            PIC X(16)  VALUE SPACES.

       01  WS-HR-COUNT                 PIC 9(8)   VALUE 0.
       01  WS-MATCH-COUNT              PIC 9(8)   VALUE 0.
       01  WS-ORPHAN-COUNT             PIC 9(8)   VALUE 0.
       01  WS-NO-ACCOUNT-COUNT         PIC 9(8)   VALUE 0.
       01  WS-MISMATCH-COUNT           PIC 9(8)   VALUE 0.
       01  WS-STAGED-COUNT             PIC 9(8)   VALUE 0.
       01  WS-LOOKUP-FAIL-COUNT        PIC 9(8)   VALUE 0.
       01  WS-APPLIED-COUNT            PIC 9(8)   VALUE 0.
       01  WS-STALE-COUNT              PIC 9(8)   VALUE 0.
       01  WS-FAIL-COUNT               PIC 9(8)   VALUE 0.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "HR-RECONCILE".
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
           DISPLAY "=== Grey HR Directory Reconciliation ==="
           MOVE 0 TO RETURN-CODE

           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)

           ACCEPT WS-MODE-ENV FROM ENVIRONMENT "GREY_HR_MODE"
           MOVE FUNCTION UPPER-CASE(WS-MODE-ENV) TO WS-MODE-ENV
           IF WS-MODE-ENV = SPACES
               MOVE "RECONCILE" TO WS-MODE-ENV
           END-IF
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "GREY_OPERATOR_ID"
           ACCEPT WS-FILE-ENV FROM ENVIRONMENT "GREY_HR_DIRECTORY"
           IF WS-FILE-ENV NOT = SPACES
               MOVE WS-FILE-ENV TO WS-HR-DIRECTORY-NAME
           END-IF
           MOVE SPACES TO WS-FILE-ENV
           ACCEPT WS-FILE-ENV FROM ENVIRONMENT "GREY_HR_CHANGE_FILE"
           IF WS-FILE-ENV NOT = SPACES
               MOVE WS-FILE-ENV TO WS-HR-CHANGE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-FILE-ENV
           ACCEPT WS-FILE-ENV FROM ENVIRONMENT "GREY_HR_APPROVAL_FILE"
           IF WS-FILE-ENV NOT = SPACES
               MOVE WS-FILE-ENV TO WS-APPROVAL-FILE-NAME
           END-IF
           ACCEPT WS-CHG-DAYS-ENV FROM ENVIRONMENT "GREY_HR_CHANGE_DAYS"
           IF WS-CHG-DAYS-ENV(1:1) IS NUMERIC
               COMPUTE WS-CHG-DAYS = FUNCTION NUMVAL(WS-CHG-DAYS-ENV)
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

           IF WS-MODE-ENV = "APPLY"
               PERFORM CHECK-APPROVAL
           ELSE
               PERFORM LOAD-USER-MASTER
               IF RETURN-CODE = 0
                   OPEN INPUT HR-DIRECTORY-FILE
                   IF WS-HR-DIRECTORY-STATUS NOT = "00"
                       DISPLAY "Cannot open HR directory "
                               WS-HR-DIRECTORY-NAME
                               " (status " WS-HR-DIRECTORY-STATUS ")"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           IF RETURN-CODE NOT = 0
               PERFORM NOTIFY-ABEND
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
               IF WS-MODE-ENV NOT = "APPLY"
                   CLOSE HR-DIRECTORY-FILE
               END-IF
               CALL "ERROR-TO-RETURN-CODE" USING WS-RES-ERR-CODE
                                                 RETURN-CODE
               PERFORM NOTIFY-ABEND
               CALL "SDK-SHUTDOWN"
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF

           IF WS-MODE-ENV = "APPLY"
               PERFORM APPLY-CHANGE-FILE
           ELSE
               PERFORM RECONCILE-DIRECTORY
           END-IF

           CALL "SDK-SHUTDOWN"
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
      * LOAD-USER-MASTER: Read the flat user master into the match
      * table
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
      *        A partial table would report real accounts as missing
               DISPLAY "User table filled at 5000 - cannot reconcile "
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
           MOVE WS-REC-ID TO WS-UM-ID(WS-UM-COUNT)
           MOVE WS-REC-USERNAME TO WS-UM-USERNAME(WS-UM-COUNT)
           MOVE FUNCTION LOWER-CASE(WS-REC-USERNAME)
               TO WS-UM-USERNAME-KEY(WS-UM-COUNT)
           MOVE WS-REC-EMAIL TO WS-UM-EMAIL(WS-UM-COUNT)
           MOVE FUNCTION LOWER-CASE(WS-REC-EMAIL)
               TO WS-UM-EMAIL-KEY(WS-UM-COUNT)
           MOVE WS-REC-STATUS TO WS-UM-STATUS(WS-UM-COUNT)
           MOVE "N" TO WS-UM-MATCHED(WS-UM-COUNT).

      ******************************************************************
      * RECONCILE-DIRECTORY: Walk the HR directory against the user
      * master, then report the accounts no HR record claimed
      ******************************************************************
       RECONCILE-DIRECTORY.
           OPEN OUTPUT RECON-REPORT-FILE
           OPEN OUTPUT HR-CHANGE-FILE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "HR-RECON|AS_OF=" DELIMITED BY SIZE
                  WS-NOW(1:8) DELIMITED BY SIZE
                  "|RUN=" DELIMITED BY SIZE
                  WS-HIST-RUN-ID DELIMITED BY SPACE
                  "|GREY_ACCOUNTS=" DELIMITED BY SIZE
                  WS-UM-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-RECON-LINE

           MOVE SPACES TO WS-CHANGE-LINE
           STRING "HRCHANGES|" DELIMITED BY SIZE
                  WS-HIST-RUN-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-NOW(1:8) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
                  INTO WS-CHANGE-LINE
           MOVE WS-CHANGE-LINE TO HR-CHANGE-RECORD
           WRITE HR-CHANGE-RECORD

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ HR-DIRECTORY-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM RECONCILE-ONE-PERSON
               END-READ
           END-PERFORM
           CLOSE HR-DIRECTORY-FILE

           PERFORM VARYING WS-UM-IDX FROM 1 BY 1
                       UNTIL WS-UM-IDX > WS-UM-COUNT
               IF WS-UM-MATCHED(WS-UM-IDX) NOT = "Y"
                   ADD 1 TO WS-ORPHAN-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "ORPHAN|" DELIMITED BY SIZE
                          WS-UM-ID(WS-UM-IDX) DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-UM-USERNAME(WS-UM-IDX) DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-UM-EMAIL(WS-UM-IDX) DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-UM-STATUS(WS-UM-IDX) DELIMITED BY SPACE
                          INTO WS-REPORT-LINE
                   PERFORM WRITE-RECON-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-CHANGE-LINE
           STRING "TOTAL|" DELIMITED BY SIZE
                  WS-STAGED-COUNT DELIMITED BY SIZE
                  INTO WS-CHANGE-LINE
           MOVE WS-CHANGE-LINE TO HR-CHANGE-RECORD
           WRITE HR-CHANGE-RECORD
           CLOSE HR-CHANGE-FILE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUMMARY|HR_RECORDS=" DELIMITED BY SIZE
                  WS-HR-COUNT DELIMITED BY SIZE
                  "|MATCHED=" DELIMITED BY SIZE
                  WS-MATCH-COUNT DELIMITED BY SIZE
                  "|ORPHANS=" DELIMITED BY SIZE
                  WS-ORPHAN-COUNT DELIMITED BY SIZE
                  "|NO_ACCOUNT=" DELIMITED BY SIZE
                  WS-NO-ACCOUNT-COUNT DELIMITED BY SIZE
                  "|MISMATCHES=" DELIMITED BY SIZE
                  WS-MISMATCH-COUNT DELIMITED BY SIZE
                  "|STAGED=" DELIMITED BY SIZE
                  WS-STAGED-COUNT DELIMITED BY SIZE
                  "|LOOKUP_FAILED=" DELIMITED BY SIZE
                  WS-LOOKUP-FAIL-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-RECON-LINE
           CLOSE RECON-REPORT-FILE

           MOVE WS-HR-COUNT TO WS-HIST-READ
           MOVE WS-MATCH-COUNT TO WS-HIST-OK
           MOVE WS-LOOKUP-FAIL-COUNT TO WS-HIST-FAIL

           IF WS-ORPHAN-COUNT > 0 OR WS-NO-ACCOUNT-COUNT > 0
               OR WS-MISMATCH-COUNT > 0 OR WS-LOOKUP-FAIL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Reconciliation complete. HR records: " WS-HR-COUNT
                   " Matched: " WS-MATCH-COUNT
                   " Orphans: " WS-ORPHAN-COUNT
                   " No account: " WS-NO-ACCOUNT-COUNT
           DISPLAY "Mismatches: " WS-MISMATCH-COUNT
                   " Changes staged: " WS-STAGED-COUNT
                   " - have " WS-HR-CHANGE-FILE-NAME
                   " approved and rerun with GREY_HR_MODE=APPLY".

      ******************************************************************
      * RECONCILE-ONE-PERSON: Match one HR record to an account and
      * compare what both sides hold
      ******************************************************************
       RECONCILE-ONE-PERSON.
           IF HR-DIRECTORY-RECORD = SPACES
               OR HR-DIRECTORY-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HR-EMP-ID WS-HR-USERNAME WS-HR-EMAIL
                          WS-HR-FIRST-NAME WS-HR-LAST-NAME
                          WS-HR-STATUS
           UNSTRING HR-DIRECTORY-RECORD DELIMITED BY "|"
               INTO WS-HR-EMP-ID WS-HR-USERNAME WS-HR-EMAIL
                    WS-HR-FIRST-NAME WS-HR-LAST-NAME WS-HR-STATUS
           MOVE FUNCTION LOWER-CASE(WS-HR-STATUS) TO WS-HR-STATUS
           MOVE FUNCTION LOWER-CASE(WS-HR-USERNAME)
               TO WS-HR-USERNAME-KEY
           MOVE FUNCTION LOWER-CASE(WS-HR-EMAIL) TO WS-HR-EMAIL-KEY
           ADD 1 TO WS-HR-COUNT

           MOVE 0 TO WS-UM-FOUND-IDX
           IF WS-HR-USERNAME-KEY NOT = SPACES
               PERFORM VARYING WS-UM-IDX FROM 1 BY 1
                           UNTIL WS-UM-IDX > WS-UM-COUNT
                   IF WS-UM-USERNAME-KEY(WS-UM-IDX)
                           = WS-HR-USERNAME-KEY
                       MOVE WS-UM-IDX TO WS-UM-FOUND-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-UM-FOUND-IDX = 0 AND WS-HR-EMAIL-KEY NOT = SPACES
               PERFORM VARYING WS-UM-IDX FROM 1 BY 1
                           UNTIL WS-UM-IDX > WS-UM-COUNT
                   IF WS-UM-EMAIL-KEY(WS-UM-IDX) = WS-HR-EMAIL-KEY
                       MOVE WS-UM-IDX TO WS-UM-FOUND-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF

      *    A leaver with no account is simply gone - nothing to report
           IF WS-UM-FOUND-IDX = 0
               IF NOT WS-HR-IS-LEAVER
                   ADD 1 TO WS-NO-ACCOUNT-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "NO-ACCOUNT|" DELIMITED BY SIZE
                          WS-HR-EMP-ID DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-HR-USERNAME DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-HR-EMAIL DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-HR-STATUS DELIMITED BY SPACE
                          INTO WS-REPORT-LINE
                   PERFORM WRITE-RECON-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MATCH-COUNT
           MOVE "Y" TO WS-UM-MATCHED(WS-UM-FOUND-IDX)

           IF WS-HR-IS-LEAVER
               IF WS-UM-STATUS(WS-UM-FOUND-IDX) = "active"
                   MOVE "status" TO WS-DIFF-FIELD
                   MOVE WS-UM-STATUS(WS-UM-FOUND-IDX)
                       TO WS-DIFF-GREY-VALUE
                   MOVE WS-HR-STATUS TO WS-DIFF-HR-VALUE
                   MOVE "OFFBOARD" TO WS-DIFF-ACTION
                   PERFORM WRITE-MISMATCH-LINE
               END-IF
      *        Attributes of a departing person are not worth chasing
               EXIT PARAGRAPH
           END-IF

           IF WS-HR-USERNAME-KEY NOT = SPACES
               AND WS-UM-USERNAME-KEY(WS-UM-FOUND-IDX)
                   NOT = WS-HR-USERNAME-KEY
               MOVE "username" TO WS-DIFF-FIELD
               MOVE WS-UM-USERNAME(WS-UM-FOUND-IDX)
                   TO WS-DIFF-GREY-VALUE
               MOVE WS-HR-USERNAME TO WS-DIFF-HR-VALUE
               MOVE "MANUAL" TO WS-DIFF-ACTION
               PERFORM WRITE-MISMATCH-LINE
           END-IF

           IF WS-HR-EMAIL-KEY NOT = SPACES
               AND WS-UM-EMAIL-KEY(WS-UM-FOUND-IDX)
                   NOT = WS-HR-EMAIL-KEY
               MOVE "email" TO WS-DIFF-FIELD
               MOVE WS-UM-EMAIL(WS-UM-FOUND-IDX) TO WS-DIFF-GREY-VALUE
               MOVE WS-HR-EMAIL TO WS-DIFF-HR-VALUE
               MOVE "CHANGE-FILE" TO WS-DIFF-ACTION
               PERFORM WRITE-MISMATCH-LINE
           END-IF

      *    Names are not on the user master - read the account live
           IF WS-HR-FIRST-NAME = SPACES AND WS-HR-LAST-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL "USER-GET" USING WS-GREY-CONFIG
                                 WS-UM-ID(WS-UM-FOUND-IDX)
                                 WS-USER-RESPONSE
                                 WS-GREY-RESULT
           IF WS-RESULT-OK NOT = "Y"
               ADD 1 TO WS-LOOKUP-FAIL-COUNT
               DISPLAY "Cannot read account "
                       WS-UM-ID(WS-UM-FOUND-IDX) " for the name "
                       "check: " WS-RES-ERR-CODE " (correlation id: "
                       WS-RESULT-CORRELATION-ID ")"
               EXIT PARAGRAPH
           END-IF
           IF WS-HR-FIRST-NAME NOT = SPACES
               AND WS-USER-FIRST-NAME NOT = WS-HR-FIRST-NAME
               MOVE "first_name" TO WS-DIFF-FIELD
               MOVE WS-USER-FIRST-NAME TO WS-DIFF-GREY-VALUE
               MOVE WS-HR-FIRST-NAME TO WS-DIFF-HR-VALUE
               MOVE "CHANGE-FILE" TO WS-DIFF-ACTION
               PERFORM WRITE-MISMATCH-LINE
           END-IF
           IF WS-HR-LAST-NAME NOT = SPACES
               AND WS-USER-LAST-NAME NOT = WS-HR-LAST-NAME
               MOVE "last_name" TO WS-DIFF-FIELD
               MOVE WS-USER-LAST-NAME TO WS-DIFF-GREY-VALUE
               MOVE WS-HR-LAST-NAME TO WS-DIFF-HR-VALUE
               MOVE "CHANGE-FILE" TO WS-DIFF-ACTION
               PERFORM WRITE-MISMATCH-LINE
           END-IF.

      ******************************************************************
      * WRITE-MISMATCH-LINE: Report one difference, staging it in the
      * change file when USER-UPDATE can carry it
      ******************************************************************
       WRITE-MISMATCH-LINE.
           ADD 1 TO WS-MISMATCH-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MISMATCH|" DELIMITED BY SIZE
                  WS-UM-ID(WS-UM-FOUND-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-HR-EMP-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-DIFF-FIELD DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-DIFF-GREY-VALUE DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-DIFF-HR-VALUE DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-DIFF-ACTION DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-RECON-LINE

           IF WS-DIFF-ACTION NOT = "CHANGE-FILE"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STAGED-COUNT
           MOVE SPACES TO WS-CHANGE-LINE
           STRING "CHANGE|" DELIMITED BY SIZE
                  WS-UM-ID(WS-UM-FOUND-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-DIFF-FIELD DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-DIFF-GREY-VALUE DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-DIFF-HR-VALUE DELIMITED BY "  "
                  INTO WS-CHANGE-LINE
           MOVE WS-CHANGE-LINE TO HR-CHANGE-RECORD
           WRITE HR-CHANGE-RECORD.

       WRITE-RECON-LINE.
           MOVE WS-REPORT-LINE TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD.

      ******************************************************************
      * CHECK-APPROVAL: An apply run needs a live change file and an
      * approval record naming its run ID; a change file past the
      * approval window is voided, not applied
      ******************************************************************
       CHECK-APPROVAL.
           MOVE SPACES TO WS-CHG-TAG WS-CHG-RUN-ID WS-CHG-DATE
                          WS-CHG-SUBMITTER
           OPEN INPUT HR-CHANGE-FILE
           IF WS-HR-CHANGE-STATUS NOT = "00"
               DISPLAY "No HR change file - run a reconciliation "
                       "first"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           READ HR-CHANGE-FILE
               AT END CONTINUE
               NOT AT END
                   UNSTRING HR-CHANGE-RECORD DELIMITED BY "|"
                       INTO WS-CHG-TAG WS-CHG-RUN-ID WS-CHG-DATE
                            WS-CHG-SUBMITTER
           END-READ
           CLOSE HR-CHANGE-FILE

           IF WS-CHG-TAG NOT = "HRCHANGES" OR WS-CHG-RUN-ID = SPACES
               DISPLAY "HR change file is void or unreadable - "
                       "reconcile again"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-CHG-DATE(1:8) IS NUMERIC
               MOVE WS-CHG-DATE TO WS-CHG-DATE-NUM
               COMPUTE WS-CHG-AGE = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-CHG-DATE-NUM)
               IF WS-CHG-AGE > WS-CHG-DAYS
                   DISPLAY "HR change file is " WS-CHG-AGE
                           " days old - past the " WS-CHG-DAYS
                           "-day window. Voiding; reconcile again "
                           "and reapprove."
                   OPEN OUTPUT HR-CHANGE-FILE
                   MOVE "VOID|expired" TO HR-CHANGE-RECORD
                   WRITE HR-CHANGE-RECORD
                   CLOSE HR-CHANGE-FILE
                   MOVE 12 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO WS-APPR-TAG WS-APPR-RUN-ID WS-APPROVER
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-FILE-STATUS NOT = "00"
               DISPLAY "No approval on file for HR changes "
                       WS-CHG-RUN-ID " - refusing to apply"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           READ APPROVAL-FILE
               AT END CONTINUE
               NOT AT END
                   UNSTRING APPROVAL-RECORD DELIMITED BY "|"
                       INTO WS-APPR-TAG WS-APPR-RUN-ID WS-APPROVER
           END-READ
           CLOSE APPROVAL-FILE

           IF WS-APPR-TAG NOT = "APPROVE"
               OR WS-APPR-RUN-ID NOT = WS-CHG-RUN-ID
               DISPLAY "Approval does not reference HR changes "
                       WS-CHG-RUN-ID " - refusing to apply"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-APPROVER = SPACES
               MOVE "(unrecorded)" TO WS-APPROVER
           END-IF
           DISPLAY "Approved by " WS-APPROVER
                   " against HR changes " WS-CHG-RUN-ID.

      ******************************************************************
      * APPLY-CHANGE-FILE: Carry every staged change into Grey, then
      * void the change file so it cannot be applied twice
      ******************************************************************
       APPLY-CHANGE-FILE.
           OPEN INPUT HR-CHANGE-FILE
           OPEN OUTPUT APPLY-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "APPROVAL|" DELIMITED BY SIZE
                  WS-CHG-RUN-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-APPROVER DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-APPLY-LINE

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ HR-CHANGE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF HR-CHANGE-RECORD(1:7) = "CHANGE|"
                           PERFORM APPLY-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HR-CHANGE-FILE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUMMARY|APPLIED=" DELIMITED BY SIZE
                  WS-APPLIED-COUNT DELIMITED BY SIZE
                  "|STALE=" DELIMITED BY SIZE
                  WS-STALE-COUNT DELIMITED BY SIZE
                  "|FAILED=" DELIMITED BY SIZE
                  WS-FAIL-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-APPLY-LINE
           CLOSE APPLY-REPORT-FILE

      *    Stale and failed changes are picked up by the next
      *    reconciliation, never by replaying this file
           OPEN OUTPUT HR-CHANGE-FILE
           MOVE "VOID|applied" TO HR-CHANGE-RECORD
           WRITE HR-CHANGE-RECORD
           CLOSE HR-CHANGE-FILE

           COMPUTE WS-HIST-READ = WS-APPLIED-COUNT + WS-STALE-COUNT
                                + WS-FAIL-COUNT
           MOVE WS-APPLIED-COUNT TO WS-HIST-OK
           MOVE WS-FAIL-COUNT TO WS-HIST-FAIL

           IF WS-STALE-COUNT > 0 OR WS-FAIL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FAIL-COUNT > 0
               MOVE "WARNING" TO WS-NOTIFY-SEVERITY
               MOVE "HR directory changes failed" TO WS-NOTIFY-SUMMARY
               MOVE SPACES TO WS-NOTIFY-DETAIL
               STRING "failed: " DELIMITED BY SIZE
                      WS-FAIL-COUNT DELIMITED BY SIZE
                      " - see " DELIMITED BY SIZE
                      WS-APPLY-REPORT-NAME DELIMITED BY SPACE
                      INTO WS-NOTIFY-DETAIL
               CALL "NOTIFY-SPOOL-WRITE" USING WS-NOTIFY-SEVERITY
                                               WS-HIST-JOB-NAME
                                               WS-NOTIFY-SUMMARY
                                               WS-NOTIFY-DETAIL
                                               WS-RESULT-CORRELATION-ID
           END-IF
           DISPLAY "HR change apply complete. Applied: "
                   WS-APPLIED-COUNT
                   " Stale: " WS-STALE-COUNT
                   " Failed: " WS-FAIL-COUNT.

      ******************************************************************
      * APPLY-ONE-CHANGE: Confirm Grey still holds the value the
      * reconciliation saw, then update that one field
      ******************************************************************
       APPLY-ONE-CHANGE.
           MOVE SPACES TO WS-CHG-TAG WS-CHG-USER-ID WS-CHG-FIELD
                          WS-CHG-OLD-VALUE WS-CHG-NEW-VALUE
           UNSTRING HR-CHANGE-RECORD DELIMITED BY "|"
               INTO WS-CHG-TAG WS-CHG-USER-ID WS-CHG-FIELD
                    WS-CHG-OLD-VALUE WS-CHG-NEW-VALUE
           MOVE SPACES TO WS-RES-ERR-CODE WS-RESULT-CORRELATION-ID

           CALL "USER-GET" USING WS-GREY-CONFIG WS-CHG-USER-ID
                                 WS-USER-RESPONSE WS-GREY-RESULT
           IF WS-RESULT-OK NOT = "Y"
               MOVE "FAILED" TO WS-CHG-OUTCOME
               ADD 1 TO WS-FAIL-COUNT
               PERFORM WRITE-APPLY-RESULT
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-CHG-IS-EMAIL
                   MOVE WS-USER-EMAIL TO WS-CHG-LIVE-VALUE
               WHEN WS-CHG-IS-FIRST-NAME
                   MOVE WS-USER-FIRST-NAME TO WS-CHG-LIVE-VALUE
               WHEN WS-CHG-IS-LAST-NAME
                   MOVE WS-USER-LAST-NAME TO WS-CHG-LIVE-VALUE
               WHEN OTHER
                   MOVE HIGH-VALUES TO WS-CHG-LIVE-VALUE
           END-EVALUATE
           IF WS-CHG-LIVE-VALUE NOT = WS-CHG-OLD-VALUE
               MOVE "STALE" TO WS-CHG-OUTCOME
               ADD 1 TO WS-STALE-COUNT
               PERFORM WRITE-APPLY-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-USER-REQUEST
           MOVE WS-CHG-USER-ID TO WS-USER-ID-REQ
           EVALUATE TRUE
               WHEN WS-CHG-IS-EMAIL
                   MOVE WS-CHG-NEW-VALUE TO WS-USER-EMAIL-REQ
               WHEN WS-CHG-IS-FIRST-NAME
                   MOVE WS-CHG-NEW-VALUE TO WS-USER-FIRST-NAME-REQ
               WHEN WS-CHG-IS-LAST-NAME
                   MOVE WS-CHG-NEW-VALUE TO WS-USER-LAST-NAME-REQ
           END-EVALUATE
           CALL "USER-UPDATE" USING WS-GREY-CONFIG WS-USER-REQUEST
                                    WS-USER-RESPONSE WS-GREY-RESULT
           IF WS-RESULT-OK = "Y"
               MOVE "APPLIED" TO WS-CHG-OUTCOME
               ADD 1 TO WS-APPLIED-COUNT
               MOVE WS-CHG-USER-ID TO WS-LEDGER-SUBJECT
               MOVE FUNCTION UPPER-CASE(WS-CHG-FIELD)
                   TO WS-LEDGER-ACTION
               CALL "APPROVAL-LEDGER-WRITE" USING WS-HIST-JOB-NAME
                                                  WS-LEDGER-SUBJECT
                                                  WS-LEDGER-ACTION
                                                  WS-CHG-SUBMITTER
                                                  WS-APPROVER
           ELSE
               MOVE "FAILED" TO WS-CHG-OUTCOME
               ADD 1 TO WS-FAIL-COUNT
               MOVE WS-RESULT-CORRELATION-ID TO WS-HIST-CID
           END-IF
           PERFORM WRITE-APPLY-RESULT.

       WRITE-APPLY-RESULT.
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-CHG-USER-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-CHG-FIELD DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-CHG-OLD-VALUE DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-CHG-NEW-VALUE DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-CHG-OUTCOME DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-RES-ERR-CODE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-RESULT-CORRELATION-ID DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-APPLY-LINE.

       WRITE-APPLY-LINE.
           MOVE WS-REPORT-LINE TO APPLY-REPORT-RECORD
           WRITE APPLY-REPORT-RECORD.

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

       END PROGRAM HR-RECONCILE.
