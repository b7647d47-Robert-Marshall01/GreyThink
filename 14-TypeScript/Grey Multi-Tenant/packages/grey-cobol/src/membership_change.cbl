      ******************************************************************
      * membership_change.cbl - Grey Bulk Project Membership Change
      * Team reorganizations meant clicking through the vendor UI
      * project by project - the only batch membership caller was
      * the offboarding removal. This driver applies a whole file of
      * membership changes:
      *
      * Input (GREY_MBR_CHANGE_FILE, default
      * /tmp/grey_membership_changes.txt), "#" lines are comments:
      *   "project-id|user-id|role|action"
      * Action is ADD (PROJECT-MEMBERS-ADD), REMOVE
      * (PROJECT-MEMBERS-REMOVE) or CHANGE-ROLE
      * (PROJECT-MEMBERS-UPDATE-ROLE); role is required for ADD and
      * CHANGE-ROLE and ignored for REMOVE.
      *
      * Every line is validated before it is applied: the user must
      * be on the user master USER-SYNC-BATCH writes
      * (/tmp/grey_user_sync.txt) and, for ADD and CHANGE-ROLE, be
      * active there; the project must be on the local project
      * master. A line that fails validation is REJECTED without a
      * call.
      *
      * A checkpoint file (/tmp/grey_membership_change.ckpt) records
      * the last input line finished, so a run that dies partway is
      * restarted from the next line - the report is appended to,
      * not restarted - and the checkpoint is cleared once the whole
      * file has been worked.
      *
      * Report: /tmp/grey_membership_change_report.txt
      *   "line|project-id|user-id|action|role|OK/FAILED/REJECTED|
      *    error-code-or-reason|correlation-id"
      *
      * At the end the membership file MEMBERSHIP-SYNC keeps
      * (/tmp/grey_membership.txt) is refreshed for every project
      * the run touched - each one's member list is pulled fresh and
      * replaces its old rows - so MEMBERSHIP-ACCESS-REPORT is right
      * the same day rather than after the nightly sync. A project
      * whose list cannot be pulled keeps its old rows.
      *
      * The change file is logged in the file receipt registry (feed
      * MEMBERSHIP-CHANGE) before it is read. A file with the same
      * content as one already worked through is quarantined by
      * FILE-RECEIPT and not applied again (RETURN-CODE 4); the
      * receipt is marked processed when the whole file has been
      * worked, so the restart of a run that died partway is not a
      * duplicate.
      *
      * RETURN-CODE 0 clean, 4 rejected or failed lines or a
      * duplicate file, 8 setup failure, 12 another instance holds
      * the run lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBERSHIP-CHANGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-FILE ASSIGN TO WS-CHANGE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-FILE-STATUS.

           SELECT SYNC-MASTER-FILE ASSIGN TO WS-SYNC-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY SYNC-PROJ-ID
               ALTERNATE RECORD KEY SYNC-PROJ-NAME-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY SYNC-PROJ-OWNER WITH DUPLICATES
               FILE STATUS IS WS-SYNC-FILE-STATUS.

           SELECT USER-SYNC-FILE ASSIGN TO WS-USER-SYNC-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-USER-SYNC-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO WS-CKPT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.

           SELECT CHANGE-REPORT-FILE ASSIGN TO WS-CHANGE-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-REPORT-STATUS.

           SELECT MEMBERSHIP-FILE ASSIGN TO WS-MEMBERSHIP-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBERSHIP-STATUS.

           SELECT MEMBERSHIP-NEW-FILE ASSIGN TO WS-MEMBERSHIP-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-FILE.
       01  CHANGE-RECORD               PIC X(300).

       FD  SYNC-MASTER-FILE.
       COPY GREYSYNC.

       FD  USER-SYNC-FILE.
       01  USER-SYNC-RECORD            PIC X(700).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD           PIC X(20).

       FD  CHANGE-REPORT-FILE.
       01  CHANGE-REPORT-RECORD        PIC X(400).

       FD  MEMBERSHIP-FILE.
       01  MEMBERSHIP-RECORD           PIC X(200).

       FD  MEMBERSHIP-NEW-FILE.
       01  MEMBERSHIP-NEW-RECORD       PIC X(200).

       WORKING-STORAGE SECTION.
       COPY GREYCONF.
       COPY GREYERR.
       COPY GREYRES.
       COPY GREYAUTH.
       COPY GREYMBR.

       01  WS-CHANGE-FILE-NAME         PIC X(64)
               VALUE "/tmp/grey_membership_changes.txt".
       01  WS-CHANGE-FILE-ENV          PIC X(64)  VALUE SPACES.
       01  WS-CHANGE-FILE-STATUS       PIC XX     VALUE SPACES.
       01  WS-RECEIPT-FEED             PIC X(32)
               VALUE "MEMBERSHIP-CHANGE".
       01  WS-RECEIPT-POLICY           PIC X      VALUE "Q".
       01  WS-RECEIPT-VERDICT          PIC X(12)  VALUE SPACES.
       01  WS-SYNC-FILE-NAME           PIC X(64)
               VALUE "/tmp/grey_project_master.dat".
       01  WS-SYNC-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-USER-SYNC-FILE-NAME      PIC X(64)
               VALUE "/tmp/grey_user_sync.txt".
       01  WS-USER-SYNC-STATUS         PIC XX     VALUE SPACES.
       01  WS-CKPT-FILE-NAME           PIC X(64)
               VALUE "/tmp/grey_membership_change.ckpt".
       01  WS-CKPT-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-CHANGE-REPORT-NAME       PIC X(64)
               VALUE "/tmp/grey_membership_change_report.txt".
       01  WS-CHANGE-REPORT-STATUS     PIC XX     VALUE SPACES.
       01  WS-MEMBERSHIP-FILE-NAME     PIC X(64)
               VALUE "/tmp/grey_membership.txt".
       01  WS-MEMBERSHIP-STATUS        PIC XX     VALUE SPACES.
       01  WS-MEMBERSHIP-NEW-NAME      PIC X(64)
               VALUE "/tmp/grey_membership.txt.new".
       01  WS-SWAP-COMMAND             PIC X(256) VALUE SPACES.
       01  WS-REPORT-LINE              PIC X(400) VALUE SPACES.
       01  WS-MEMBERSHIP-LINE          PIC X(200) VALUE SPACES.
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

      ******************************************************************
      * Restart checkpoint - the last input line finished; a
      * restarted run skips everything at or before it
      ******************************************************************
       01  WS-LINE-NUM                 PIC 9(8)   VALUE 0.
       01  WS-RESUME-LINE              PIC 9(8)   VALUE 0.

      ******************************************************************
      * Fields of one change line
      ******************************************************************
       01  WS-CHG-PROJECT-ID           PIC X(64)  VALUE SPACES.
       01  WS-CHG-USER-ID              PIC X(64)  VALUE SPACES.
       01  WS-CHG-ROLE                 PIC X(32)  VALUE SPACES.
       01  WS-CHG-ACTION               PIC X(16)  VALUE SPACES.
           88  WS-CHG-IS-ADD                      VALUE "ADD".
           88  WS-CHG-IS-REMOVE                   VALUE "REMOVE".
           88  WS-CHG-IS-CHANGE-ROLE              VALUE "CHANGE-ROLE".
       01  WS-CHG-PROBLEM              PIC X(64)  VALUE SPACES.
       01  WS-CHG-OUTCOME              PIC X(8)   VALUE SPACES.

      ******************************************************************
      * User master lookup - id and status of every account
      ******************************************************************
       01  WS-UM-TABLE.
           05  WS-UM-COUNT              PIC 9(5)  VALUE 0.
           05  WS-UM-TRUNCATED          PIC X     VALUE "N".
           05  WS-UM-ENTRY OCCURS 5000 TIMES.
               10  WS-UM-ID             PIC X(64).
               10  WS-UM-STATUS         PIC X(32).
       01  WS-UM-IDX                   PIC 9(5)   VALUE 0.
       01  WS-UM-FOUND-IDX             PIC 9(5)   VALUE 0.
       01  WS-REC-ID                   PIC X(64)  VALUE SPACES.
       01  WS-REC-USERNAME             PIC X(256) VALUE SPACES.
       01  WS-REC-EMAIL                PIC X(256) VALUE SPACES.
       01  WS-REC-STATUS               PIC X(32)  VALUE SPACES.

      ******************************************************************
      * Projects the run touched - their membership rows are
      * refreshed at the end
      ******************************************************************
       01  WS-TOUCH-TABLE.
           05  WS-TOUCH-COUNT           PIC 9(5)  VALUE 0.
           05  WS-TOUCH-ENTRY OCCURS 2000 TIMES.
               10  WS-TOUCH-PROJ-ID     PIC X(64).
               10  WS-TOUCH-REFRESHED   PIC X.
       01  WS-TOUCH-IDX                PIC 9(5)   VALUE 0.
       01  WS-TOUCH-FOUND-IDX          PIC 9(5)   VALUE 0.
       01  WS-TOUCH-FULL               PIC X      VALUE "N".
       01  WS-MBR-IDX                  PIC 9(3)   VALUE 0.
       01  WS-OLD-PROJ-ID              PIC X(64)  VALUE SPACES.

       01  WS-READ-COUNT               PIC 9(8)   VALUE 0.
       01  WS-SUCCESS-COUNT            PIC 9(8)   VALUE 0.
       01  WS-FAIL-COUNT               PIC 9(8)   VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(8)   VALUE 0.
       01  WS-REFRESH-COUNT            PIC 9(8)   VALUE 0.
       01  WS-REFRESH-FAIL-COUNT       PIC 9(8)   VALUE 0.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "MEMBERSHIP-CHANGE".
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
           DISPLAY "=== Grey Bulk Project Membership Change ==="
           MOVE 0 TO RETURN-CODE

           ACCEPT WS-CHANGE-FILE-ENV
               FROM ENVIRONMENT "GREY_MBR_CHANGE_FILE"
           IF WS-CHANGE-FILE-ENV NOT = SPACES
               MOVE WS-CHANGE-FILE-ENV TO WS-CHANGE-FILE-NAME
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

           CALL "FILE-RECEIPT-CHECK" USING WS-RECEIPT-FEED
                                           WS-CHANGE-FILE-NAME
                                           WS-RECEIPT-POLICY
                                           WS-RECEIPT-VERDICT
           IF WS-RECEIPT-VERDICT = "DUPLICATE"
               DISPLAY "Membership change file already applied - "
                       "quarantined, not applied: "
                       WS-CHANGE-FILE-NAME
               MOVE 4 TO RETURN-CODE
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE

           PERFORM LOAD-USER-MASTER
           IF RETURN-CODE = 0
               OPEN INPUT SYNC-MASTER-FILE
               IF WS-SYNC-FILE-STATUS NOT = "00"
                   DISPLAY "Cannot open project master "
                           WS-SYNC-FILE-NAME
                           " (status " WS-SYNC-FILE-STATUS ")"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE = 0
               OPEN INPUT CHANGE-FILE
               IF WS-CHANGE-FILE-STATUS NOT = "00"
                   DISPLAY "Cannot open membership change file "
                           WS-CHANGE-FILE-NAME
                   CLOSE SYNC-MASTER-FILE
                   MOVE 8 TO RETURN-CODE
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
               CLOSE CHANGE-FILE
               CLOSE SYNC-MASTER-FILE
               CALL "ERROR-TO-RETURN-CODE" USING WS-RES-ERR-CODE
                                                 RETURN-CODE
               PERFORM NOTIFY-ABEND
               CALL "SDK-SHUTDOWN"
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF

           PERFORM READ-CHECKPOINT
           IF WS-RESUME-LINE > 0
               DISPLAY "Resuming after input line " WS-RESUME-LINE
               OPEN EXTEND CHANGE-REPORT-FILE
               IF WS-CHANGE-REPORT-STATUS = "35"
                   OPEN OUTPUT CHANGE-REPORT-FILE
               END-IF
           ELSE
               OPEN OUTPUT CHANGE-REPORT-FILE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "LINE|PROJECT_ID|USER_ID|ACTION|ROLE|RESULT|"
                          DELIMITED BY SIZE
                      "CODE|CORRELATION_ID" DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ CHANGE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NUM
                       PERFORM PROCESS-CHANGE-LINE
               END-READ
           END-PERFORM
           CLOSE CHANGE-FILE
           CLOSE SYNC-MASTER-FILE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUMMARY|READ=" DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
                  "|OK=" DELIMITED BY SIZE
                  WS-SUCCESS-COUNT DELIMITED BY SIZE
                  "|FAILED=" DELIMITED BY SIZE
                  WS-FAIL-COUNT DELIMITED BY SIZE
                  "|REJECTED=" DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE CHANGE-REPORT-FILE

           PERFORM REFRESH-MEMBERSHIP-FILE
           CALL "SDK-SHUTDOWN"
           PERFORM RESET-CHECKPOINT
           CALL "FILE-RECEIPT-PROCESSED" USING WS-RECEIPT-FEED
                                               WS-CHANGE-FILE-NAME
           MOVE 0 TO RETURN-CODE

           IF WS-FAIL-COUNT > 0 OR WS-REJECT-COUNT > 0
               OR WS-REFRESH-FAIL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FAIL-COUNT > 0
               MOVE "WARNING" TO WS-NOTIFY-SEVERITY
               MOVE "membership changes failed" TO WS-NOTIFY-SUMMARY
               MOVE SPACES TO WS-NOTIFY-DETAIL
               STRING "failed: " DELIMITED BY SIZE
                      WS-FAIL-COUNT DELIMITED BY SIZE
                      " - see " DELIMITED BY SIZE
                      WS-CHANGE-REPORT-NAME DELIMITED BY SPACE
                      INTO WS-NOTIFY-DETAIL
               CALL "NOTIFY-SPOOL-WRITE" USING WS-NOTIFY-SEVERITY
                                               WS-HIST-JOB-NAME
                                               WS-NOTIFY-SUMMARY
                                               WS-NOTIFY-DETAIL
                                               WS-RESULT-CORRELATION-ID
           END-IF

           DISPLAY "Membership change complete. Read: " WS-READ-COUNT
                   " OK: " WS-SUCCESS-COUNT
                   " Failed: " WS-FAIL-COUNT
                   " Rejected: " WS-REJECT-COUNT
           DISPLAY "Membership file refreshed for " WS-REFRESH-COUNT
                   " projects (" WS-REFRESH-FAIL-COUNT
                   " kept their old rows)"
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
      * LOAD-USER-MASTER: Read the flat user master into the lookup
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
               DISPLAY "WARNING: user table filled at 5000 - users "
                       "beyond it are rejected as unknown"
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
           MOVE WS-REC-STATUS TO WS-UM-STATUS(WS-UM-COUNT).

      ******************************************************************
      * PROCESS-CHANGE-LINE: Validate and apply one change line
      ******************************************************************
       PROCESS-CHANGE-LINE.
           IF CHANGE-RECORD = SPACES OR CHANGE-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CHG-PROJECT-ID WS-CHG-USER-ID
                          WS-CHG-ROLE WS-CHG-ACTION WS-CHG-PROBLEM
           UNSTRING CHANGE-RECORD DELIMITED BY "|"
               INTO WS-CHG-PROJECT-ID WS-CHG-USER-ID WS-CHG-ROLE
                    WS-CHG-ACTION
           MOVE FUNCTION UPPER-CASE(WS-CHG-ACTION) TO WS-CHG-ACTION

      *    Lines finished by an earlier run are not repeated, but
      *    their projects still get the membership refresh
           IF WS-LINE-NUM <= WS-RESUME-LINE
               IF WS-CHG-PROJECT-ID NOT = SPACES
                   PERFORM NOTE-TOUCHED-PROJECT
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-READ-COUNT
           PERFORM VALIDATE-CHANGE-LINE
           MOVE SPACES TO WS-RES-ERR-CODE WS-RESULT-CORRELATION-ID
           IF WS-CHG-PROBLEM NOT = SPACES
               MOVE "REJECTED" TO WS-CHG-OUTCOME
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM APPLY-CHANGE-LINE
           END-IF

           PERFORM WRITE-CHANGE-LINE
           PERFORM WRITE-CHECKPOINT.

      ******************************************************************
      * VALIDATE-CHANGE-LINE: Action and role, then the user against
      * the user master and the project against the project master
      ******************************************************************
       VALIDATE-CHANGE-LINE.
           EVALUATE TRUE
               WHEN WS-CHG-PROJECT-ID = SPACES
                   OR WS-CHG-USER-ID = SPACES
                   MOVE "project id and user id are required"
                       TO WS-CHG-PROBLEM
                   EXIT PARAGRAPH
               WHEN NOT WS-CHG-IS-ADD
                   AND NOT WS-CHG-IS-REMOVE
                   AND NOT WS-CHG-IS-CHANGE-ROLE
                   MOVE "action must be ADD, REMOVE or CHANGE-ROLE"
                       TO WS-CHG-PROBLEM
                   EXIT PARAGRAPH
               WHEN WS-CHG-ROLE = SPACES AND NOT WS-CHG-IS-REMOVE
                   MOVE "role is required for ADD and CHANGE-ROLE"
                       TO WS-CHG-PROBLEM
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE 0 TO WS-UM-FOUND-IDX
           PERFORM VARYING WS-UM-IDX FROM 1 BY 1
                       UNTIL WS-UM-IDX > WS-UM-COUNT
               IF WS-UM-ID(WS-UM-IDX) = WS-CHG-USER-ID
                   MOVE WS-UM-IDX TO WS-UM-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-UM-FOUND-IDX = 0
               MOVE "user not on the user master" TO WS-CHG-PROBLEM
               EXIT PARAGRAPH
           END-IF
      *    Removing access from a suspended account is always allowed;
      *    granting it is not
           IF NOT WS-CHG-IS-REMOVE
               AND WS-UM-STATUS(WS-UM-FOUND-IDX) NOT = "active"
               MOVE "user is not active on the user master"
                   TO WS-CHG-PROBLEM
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CHG-PROJECT-ID TO SYNC-PROJ-ID
           READ SYNC-MASTER-FILE
               INVALID KEY
                   MOVE "project not on the project master"
                       TO WS-CHG-PROBLEM
           END-READ.

      ******************************************************************
      * APPLY-CHANGE-LINE: One membership call for one valid line
      ******************************************************************
       APPLY-CHANGE-LINE.
           MOVE SPACES TO WS-MEMBER-REQUEST
           MOVE WS-CHG-PROJECT-ID TO WS-MBR-PROJ-ID-REQ
           MOVE WS-CHG-USER-ID TO WS-MBR-USER-ID-REQ
           EVALUATE TRUE
               WHEN WS-CHG-IS-ADD
                   MOVE WS-CHG-ROLE TO WS-MBR-ROLE-REQ
                   CALL "PROJECT-MEMBERS-ADD" USING WS-GREY-CONFIG
                                                    WS-MEMBER-REQUEST
                                                    WS-GREY-RESULT
               WHEN WS-CHG-IS-REMOVE
                   CALL "PROJECT-MEMBERS-REMOVE" USING WS-GREY-CONFIG
                                                       WS-MEMBER-REQUEST
                                                       WS-GREY-RESULT
               WHEN WS-CHG-IS-CHANGE-ROLE
                   MOVE WS-CHG-ROLE TO WS-MBR-ROLE-REQ
                   CALL "PROJECT-MEMBERS-UPDATE-ROLE"
                       USING WS-GREY-CONFIG
                             WS-MEMBER-REQUEST
                             WS-GREY-RESULT
           END-EVALUATE

           IF WS-RESULT-OK = "Y"
               MOVE "OK" TO WS-CHG-OUTCOME
               ADD 1 TO WS-SUCCESS-COUNT
               ADD 1 TO WS-HIST-OK
           ELSE
               MOVE "FAILED" TO WS-CHG-OUTCOME
               ADD 1 TO WS-FAIL-COUNT
               ADD 1 TO WS-HIST-FAIL
               MOVE WS-RESULT-CORRELATION-ID TO WS-HIST-CID
           END-IF
      *    A failed call may still have landed, so the project's rows
      *    are refreshed either way
           PERFORM NOTE-TOUCHED-PROJECT.

      ******************************************************************
      * WRITE-CHANGE-LINE: One report line per input line worked
      ******************************************************************
       WRITE-CHANGE-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-LINE-NUM DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CHG-PROJECT-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-CHG-USER-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-CHG-ACTION DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-CHG-ROLE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-CHG-OUTCOME DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           IF WS-CHG-PROBLEM NOT = SPACES
               STRING WS-REPORT-LINE DELIMITED BY "  "
                      WS-CHG-PROBLEM DELIMITED BY "  "
                      "|" DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           ELSE
               STRING WS-REPORT-LINE DELIMITED BY "  "
                      WS-RES-ERR-CODE DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RESULT-CORRELATION-ID DELIMITED BY SPACE
                      INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CHANGE-REPORT-RECORD
           WRITE CHANGE-REPORT-RECORD.

      ******************************************************************
      * NOTE-TOUCHED-PROJECT: Add the line's project to the refresh
      * set once
      ******************************************************************
       NOTE-TOUCHED-PROJECT.
           MOVE 0 TO WS-TOUCH-FOUND-IDX
           PERFORM VARYING WS-TOUCH-IDX FROM 1 BY 1
                       UNTIL WS-TOUCH-IDX > WS-TOUCH-COUNT
               IF WS-TOUCH-PROJ-ID(WS-TOUCH-IDX) = WS-CHG-PROJECT-ID
                   MOVE WS-TOUCH-IDX TO WS-TOUCH-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TOUCH-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TOUCH-COUNT >= 2000
               MOVE "Y" TO WS-TOUCH-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOUCH-COUNT
           MOVE WS-CHG-PROJECT-ID TO WS-TOUCH-PROJ-ID(WS-TOUCH-COUNT)
           MOVE "N" TO WS-TOUCH-REFRESHED(WS-TOUCH-COUNT).

      ******************************************************************
      * REFRESH-MEMBERSHIP-FILE: Pull each touched project's member
      * list fresh, then carry over every other project's rows (and
      * the old rows of any project whose list could not be pulled),
      * and swap the result in for the membership file
      ******************************************************************
       REFRESH-MEMBERSHIP-FILE.
           IF WS-TOUCH-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TOUCH-FULL = "Y"
               DISPLAY "WARNING: more than 2000 projects touched - "
                       "the nightly MEMBERSHIP-SYNC covers the rest"
           END-IF

           OPEN OUTPUT MEMBERSHIP-NEW-FILE
           PERFORM VARYING WS-TOUCH-IDX FROM 1 BY 1
                       UNTIL WS-TOUCH-IDX > WS-TOUCH-COUNT
               PERFORM REFRESH-ONE-PROJECT
           END-PERFORM

           OPEN INPUT MEMBERSHIP-FILE
           IF WS-MEMBERSHIP-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ MEMBERSHIP-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM CARRY-OLD-MEMBERSHIP
                   END-READ
               END-PERFORM
               CLOSE MEMBERSHIP-FILE
           END-IF
           CLOSE MEMBERSHIP-NEW-FILE

           MOVE SPACES TO WS-SWAP-COMMAND
           STRING "mv -f " DELIMITED BY SIZE
                  WS-MEMBERSHIP-NEW-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-MEMBERSHIP-FILE-NAME DELIMITED BY SPACE
                  INTO WS-SWAP-COMMAND
           CALL "SYSTEM" USING WS-SWAP-COMMAND.

       REFRESH-ONE-PROJECT.
           MOVE SPACES TO WS-MEMBER-REQUEST
           MOVE WS-TOUCH-PROJ-ID(WS-TOUCH-IDX) TO WS-MBR-PROJ-ID-REQ
           CALL "PROJECT-MEMBERS-LIST" USING WS-GREY-CONFIG
                                             WS-MEMBER-REQUEST
                                             WS-MEMBER-LIST-RESPONSE
                                             WS-GREY-RESULT
           IF WS-RESULT-OK NOT = "Y"
               ADD 1 TO WS-REFRESH-FAIL-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-TOUCH-REFRESHED(WS-TOUCH-IDX)
           ADD 1 TO WS-REFRESH-COUNT

           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                       UNTIL WS-MBR-IDX > WS-MEMBER-COUNT
               MOVE SPACES TO WS-MEMBERSHIP-LINE
               STRING WS-TOUCH-PROJ-ID(WS-TOUCH-IDX)
                          DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-MBR-ITEM-USER-ID(WS-MBR-IDX)
                          DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-MBR-ITEM-ROLE(WS-MBR-IDX)
                          DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-MBR-ITEM-ADDED(WS-MBR-IDX)
                          DELIMITED BY SPACE
                      INTO WS-MEMBERSHIP-LINE
               MOVE WS-MEMBERSHIP-LINE TO MEMBERSHIP-NEW-RECORD
               WRITE MEMBERSHIP-NEW-RECORD
           END-PERFORM.

       CARRY-OLD-MEMBERSHIP.
           IF MEMBERSHIP-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OLD-PROJ-ID
           UNSTRING MEMBERSHIP-RECORD DELIMITED BY "|"
               INTO WS-OLD-PROJ-ID
           PERFORM VARYING WS-TOUCH-IDX FROM 1 BY 1
                       UNTIL WS-TOUCH-IDX > WS-TOUCH-COUNT
               IF WS-TOUCH-PROJ-ID(WS-TOUCH-IDX) = WS-OLD-PROJ-ID
                   AND WS-TOUCH-REFRESHED(WS-TOUCH-IDX) = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE MEMBERSHIP-RECORD TO MEMBERSHIP-NEW-RECORD
           WRITE MEMBERSHIP-NEW-RECORD.

      ******************************************************************
      * READ-CHECKPOINT: Pick up the restart point left by a run that
      * did not finish
      ******************************************************************
       READ-CHECKPOINT.
           MOVE 0 TO WS-RESUME-LINE
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-FILE-STATUS = "00"
               READ CHECKPOINT-FILE
               IF WS-CKPT-FILE-STATUS = "00"
                   AND CHECKPOINT-RECORD(1:8) IS NUMERIC
                   MOVE CHECKPOINT-RECORD(1:8) TO WS-RESUME-LINE
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF.

      ******************************************************************
      * WRITE-CHECKPOINT: Record the last input line finished
      ******************************************************************
       WRITE-CHECKPOINT.
           MOVE SPACES TO CHECKPOINT-RECORD
           MOVE WS-LINE-NUM TO CHECKPOINT-RECORD(1:8)
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

      ******************************************************************
      * RESET-CHECKPOINT: Clear the restart point once the whole file
      * has been worked
      ******************************************************************
       RESET-CHECKPOINT.
           MOVE SPACES TO CHECKPOINT-RECORD
           MOVE 0 TO CHECKPOINT-RECORD(1:8)
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

      ******************************************************************
      * RECORD-RUN-HISTORY: Append this run's standard history record
      * (performed on every exit path)
      ******************************************************************
       RECORD-RUN-HISTORY.
           MOVE WS-READ-COUNT TO WS-HIST-READ
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

       END PROGRAM MEMBERSHIP-CHANGE.
