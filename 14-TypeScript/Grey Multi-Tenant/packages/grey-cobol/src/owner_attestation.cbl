      ******************************************************************
      * owner_attestation.cbl - Grey Owner Project Attestation
      * RECERTIFICATION confirms who has access; nothing confirmed
      * that the projects themselves are still wanted, and the idle
      * sweep only catches projects nobody touches. Twice a year this
      * campaign asks every owner to attest each of their active
      * projects: KEEP, ARCHIVE, or TRANSFER-TO <user>. The job runs
      * in three modes, selected by GREY_ATTEST_MODE:
      *
      * OPEN - starts a campaign (refused while one is still open).
      * Walks the local project master on its owner key, registers
      * every live project under its owner, with the owner's
      * department and manager from the org reference
      * (ORG-REFERENCE-GET), writes one worksheet per owner and
      * queues it to the owner's email on the user master through
      * the mailer spool. The deadline is GREY_ATTEST_DAYS (default
      * 30) days out.
      *
      * DAILY (default) - picks up returned worksheets, records the
      * decisions, and chases the rest. An owner with projects still
      * pending is re-sent their worksheet every GREY_ATTEST_REMIND_
      * DAYS (default 7) days; from reminder GREY_ATTEST_ESCALATE_
      * AFTER (default 2) on, each reminder also goes to the owner's
      * manager. The first run after the deadline closes the
      * campaign: every project still pending becomes UNATTESTED and
      * is nominated to ARCHIVE-SWEEP through the nominations file.
      *
      * APPLY - carries out the recorded decisions not yet applied.
      * ARCHIVE goes to PROJECTS-ARCHIVE (after the legal hold check
      * ARCHIVE-SWEEP makes); TRANSFER-TO is queued to the transfer
      * list OWNERSHIP-TRANSFER takes as GREY_XFER_LIST_FILE. Each
      * applied decision is written to the approval ledger with the
      * owner as approver and GREY_OPERATOR_ID as performer.
      *
      * Every mode ends by rewriting the campaign status report.
      *
      * Campaign register (/tmp/grey_attest_register.txt):
      *   "CAMPAIGN|id|opened|deadline|OPEN-or-CLOSED"
      *   "OWNER|owner|department|manager|last-reminder|reminders|
      *    escalated"   escalated N, Y, or NO-MANAGER if none on file
      *   "PROJECT|project-id|owner|decision|transfer-to|decided|
      *    applied|name"
      *     decision PENDING, KEEP, ARCHIVE, TRANSFER or UNATTESTED;
      *     dates YYYYMMDD
      * Worksheets (/tmp/grey_attest/campaign_owner.txt), returned
      * to /tmp/grey_attest/returned/ under the same name:
      *   "ACTION|PROJECT_ID|NAME"
      *   "PENDING|project-id|name" - the owner replaces PENDING with
      *     KEEP, ARCHIVE or TRANSFER-TO <user-id>
      * Mailer spool (/tmp/grey_mail_spool.txt):
      *   "timestamp|email|TXT|worksheet-path"
      * Nominations (/tmp/grey_archive_nominations.txt):
      *   "project-id|campaign|owner"
      * Transfer list (/tmp/grey_attest_transfers.txt, appended):
      *   "project-id|from-user|to-user"
      * Action report (/tmp/grey_attest_actions.txt, APPLY):
      *   "ARCHIVED|HELD|FAILED|QUEUED|project-id|detail|cid"
      * Status report (/tmp/grey_attest_status.txt):
      *   "ATTEST-STATUS|CAMPAIGN=id|DEADLINE=date|STATE=state"
      *   "OWNER|owner|department|projects|decided|pending|pct|
      *    reminders|escalated|email"
      *   "DEPARTMENT|department|owners|projects|decided|pending|pct"
      *   "REJECTED|owner|project-id|reason"   this run's bad lines
      *   "TOTAL|OWNERS=n|PROJECTS=n|DECIDED=n|PENDING=n|KEEP=n|
      *    ARCHIVE=n|TRANSFER=n|UNATTESTED=n"
      *
      * RETURN-CODE 0 clean, 4 worksheet lines rejected, projects
      * left unattested at close, or decisions that failed to apply,
      * 8 bad parameters or no campaign, 12 another instance holds
      * the run lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OWNER-ATTESTATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYNC-MASTER-FILE ASSIGN TO WS-SYNC-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SYNC-PROJ-ID
               ALTERNATE RECORD KEY SYNC-PROJ-NAME-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY SYNC-PROJ-OWNER WITH DUPLICATES
               FILE STATUS IS WS-SYNC-FILE-STATUS.

           SELECT USER-SYNC-FILE ASSIGN TO WS-USER-SYNC-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-USER-SYNC-STATUS.

           SELECT REGISTER-FILE ASSIGN TO WS-REGISTER-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT WORKSHEET-FILE ASSIGN TO WS-WORKSHEET-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORKSHEET-STATUS.

           SELECT MAIL-SPOOL-FILE ASSIGN TO WS-MAIL-SPOOL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAIL-SPOOL-STATUS.

           SELECT NOMINATION-FILE ASSIGN TO WS-NOMINATION-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT TRANSFER-LIST-FILE ASSIGN TO WS-TRANSFER-LIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-LIST-STATUS.

           SELECT ACTION-REPORT-FILE ASSIGN TO WS-ACTION-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT STATUS-REPORT-FILE ASSIGN TO WS-STATUS-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYNC-MASTER-FILE.
       COPY GREYSYNC.

       FD  USER-SYNC-FILE.
       01  USER-SYNC-RECORD            PIC X(700).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD             PIC X(400).

       FD  WORKSHEET-FILE.
       01  WORKSHEET-RECORD            PIC X(400).

       FD  MAIL-SPOOL-FILE.
       01  MAIL-SPOOL-RECORD           PIC X(300).

       FD  NOMINATION-FILE.
       01  NOMINATION-RECORD           PIC X(200).

       FD  TRANSFER-LIST-FILE.
       01  TRANSFER-LIST-RECORD        PIC X(200).

       FD  ACTION-REPORT-FILE.
       01  ACTION-REPORT-RECORD        PIC X(400).

       FD  STATUS-REPORT-FILE.
       01  STATUS-REPORT-RECORD        PIC X(400).

       WORKING-STORAGE SECTION.
       COPY GREYCONF.
       COPY GREYERR.
       COPY GREYRES.
       COPY GREYAUTH.
       COPY GREYPROJ.

       01  WS-SYNC-FILE-NAME           PIC X(64)
               VALUE "/tmp/grey_project_master.dat".
       01  WS-SYNC-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-USER-SYNC-FILE-NAME      PIC X(64)
               VALUE "/tmp/grey_user_sync.txt".
       01  WS-USER-SYNC-STATUS         PIC XX     VALUE SPACES.
       01  WS-REGISTER-NAME            PIC X(64)
               VALUE "/tmp/grey_attest_register.txt".
       01  WS-REGISTER-STATUS          PIC XX     VALUE SPACES.
       01  WS-WORKSHEET-DIR            PIC X(64)
               VALUE "/tmp/grey_attest".
       01  WS-WORKSHEET-PATH           PIC X(160) VALUE SPACES.
       01  WS-WORKSHEET-STATUS         PIC XX     VALUE SPACES.
       01  WS-MAIL-SPOOL-NAME          PIC X(64)
               VALUE "/tmp/grey_mail_spool.txt".
       01  WS-MAIL-SPOOL-STATUS        PIC XX     VALUE SPACES.
       01  WS-NOMINATION-NAME          PIC X(64)
               VALUE "/tmp/grey_archive_nominations.txt".
       01  WS-TRANSFER-LIST-NAME       PIC X(64)
               VALUE "/tmp/grey_attest_transfers.txt".
       01  WS-TRANSFER-LIST-STATUS     PIC XX     VALUE SPACES.
       01  WS-ACTION-REPORT-NAME       PIC X(64)
               VALUE "/tmp/grey_attest_actions.txt".
       01  WS-STATUS-REPORT-NAME       PIC X(64)
               VALUE "/tmp/grey_attest_status.txt".
       01  WS-REPORT-LINE              PIC X(400) VALUE SPACES.
       01  WS-COMMAND                  PIC X(256) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-TS                       PIC X(19)  VALUE SPACES.
       01  WS-TODAY                    PIC 9(8)   VALUE 0.
       01  WS-TODAY-INT                PIC 9(8)   VALUE 0.
       01  WS-DATE-INT                 PIC 9(8)   VALUE 0.
       01  WS-DAYS-SINCE               PIC S9(8)  VALUE 0.

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
      * Parameters
      ******************************************************************
       01  WS-MODE-ENV                 PIC X(8)   VALUE SPACES.
       01  WS-NUM-ENV                  PIC X(5)   VALUE SPACES.
       01  WS-CAMPAIGN-DAYS            PIC 9(3)   VALUE 30.
       01  WS-REMIND-DAYS              PIC 9(3)   VALUE 7.
       01  WS-ESCALATE-AFTER           PIC 9(3)   VALUE 2.
       01  WS-OPERATOR-ID              PIC X(64)  VALUE SPACES.
       01  WS-PARAM-ERROR              PIC X      VALUE "N".
       01  WS-PARAM-MSG                PIC X(64)  VALUE SPACES.

      ******************************************************************
      * The campaign register, held in memory for the run
      ******************************************************************
       01  WS-CP-ID                    PIC X(16)  VALUE SPACES.
       01  WS-CP-OPENED                PIC 9(8)   VALUE 0.
       01  WS-CP-DEADLINE              PIC 9(8)   VALUE 0.
       01  WS-CP-STATE                 PIC X(8)   VALUE SPACES.
       01  WS-CP-FOUND                 PIC X      VALUE "N".

       01  WS-OW-MAX                   PIC 9(4)   VALUE 1000.
       01  WS-OW-COUNT                 PIC 9(4)   VALUE 0.
       01  WS-OW-TABLE.
           05  WS-OW-ENTRY OCCURS 1000 TIMES.
               10  WS-OW-ID             PIC X(64).
               10  WS-OW-DEPT           PIC X(64).
               10  WS-OW-MANAGER        PIC X(64).
               10  WS-OW-LAST-REMIND    PIC 9(8).
               10  WS-OW-REMINDERS      PIC 9(3).
               10  WS-OW-ESCALATED      PIC X(10).
               10  WS-OW-PROJECTS       PIC 9(5).
               10  WS-OW-DECIDED        PIC 9(5).
       01  WS-OW-IDX                   PIC 9(4)   VALUE 0.
       01  WS-OW-FOUND-IDX             PIC 9(4)   VALUE 0.

       01  WS-PJ-MAX                   PIC 9(5)   VALUE 5000.
       01  WS-PJ-COUNT                 PIC 9(5)   VALUE 0.
       01  WS-PJ-TABLE.
           05  WS-PJ-ENTRY OCCURS 5000 TIMES.
               10  WS-PJ-ID             PIC X(64).
               10  WS-PJ-OWNER          PIC X(64).
               10  WS-PJ-DECISION       PIC X(12).
               10  WS-PJ-XFER-TO        PIC X(64).
               10  WS-PJ-DECIDED        PIC 9(8).
               10  WS-PJ-APPLIED        PIC X(8).
               10  WS-PJ-NAME           PIC X(64).
       01  WS-PJ-IDX                   PIC 9(5)   VALUE 0.
       01  WS-PJ-FOUND-IDX             PIC 9(5)   VALUE 0.
       01  WS-TABLE-FULL               PIC X      VALUE "N".

      ******************************************************************
      * One register or worksheet line taken apart
      ******************************************************************
       01  WS-RG-TAG                   PIC X(12)  VALUE SPACES.
       01  WS-RG-F2                    PIC X(64)  VALUE SPACES.
       01  WS-RG-F3                    PIC X(64)  VALUE SPACES.
       01  WS-RG-F4                    PIC X(64)  VALUE SPACES.
       01  WS-RG-F5                    PIC X(64)  VALUE SPACES.
       01  WS-RG-F6                    PIC X(12)  VALUE SPACES.
       01  WS-RG-F7                    PIC X(12)  VALUE SPACES.
       01  WS-RG-F8                    PIC X(64)  VALUE SPACES.
       01  WS-WK-ACTION                PIC X(96)  VALUE SPACES.
       01  WS-WK-PROJ-ID               PIC X(64)  VALUE SPACES.
       01  WS-WK-VERB                  PIC X(16)  VALUE SPACES.
       01  WS-WK-TARGET                PIC X(64)  VALUE SPACES.
       01  WS-REJECT-REASON            PIC X(32)  VALUE SPACES.

      ******************************************************************
      * User master - ID, email and status
      ******************************************************************
       01  WS-USER-TABLE.
           05  WS-USER-COUNT            PIC 9(5)  VALUE 0.
           05  WS-USER-TRUNCATED        PIC X     VALUE "N".
           05  WS-USER-ENTRY OCCURS 5000 TIMES.
               10  WS-UT-ID             PIC X(64).
               10  WS-UT-EMAIL          PIC X(128).
               10  WS-UT-STATUS         PIC X(16).
       01  WS-USER-IDX                 PIC 9(5)   VALUE 0.
       01  WS-USER-FOUND-IDX           PIC 9(5)   VALUE 0.
       01  WS-LOOK-USER                PIC X(64)  VALUE SPACES.
       01  WS-REC-ID                   PIC X(64)  VALUE SPACES.
       01  WS-REC-USERNAME             PIC X(256) VALUE SPACES.
       01  WS-REC-EMAIL                PIC X(128) VALUE SPACES.
       01  WS-REC-STATUS               PIC X(16)  VALUE SPACES.
       01  WS-MAIL-TO                  PIC X(128) VALUE SPACES.

      ******************************************************************
      * Org reference lookup
      ******************************************************************
       01  WS-ORG-DEPARTMENT           PIC X(64)  VALUE SPACES.
       01  WS-ORG-COST-CENTER          PIC X(32)  VALUE SPACES.
       01  WS-ORG-MANAGER-ID           PIC X(64)  VALUE SPACES.
       01  WS-ORG-FOUND                PIC X      VALUE "N".

      ******************************************************************
      * Department roll-up for the status report
      ******************************************************************
       01  WS-DP-COUNT                 PIC 9(4)   VALUE 0.
       01  WS-DP-TABLE.
           05  WS-DP-ENTRY OCCURS 500 TIMES.
               10  WS-DP-NAME           PIC X(64).
               10  WS-DP-OWNERS         PIC 9(5).
               10  WS-DP-PROJECTS       PIC 9(5).
               10  WS-DP-DECIDED        PIC 9(5).
       01  WS-DP-IDX                   PIC 9(4)   VALUE 0.
       01  WS-DP-FOUND-IDX             PIC 9(4)   VALUE 0.
       01  WS-LOOK-DEPT                PIC X(64)  VALUE SPACES.
       01  WS-PENDING                  PIC 9(5)   VALUE 0.
       01  WS-PCT                      PIC 9(3)   VALUE 0.

      ******************************************************************
      * Rejected worksheet lines of this run, for the status report
      ******************************************************************
       01  WS-RJ-COUNT                 PIC 9(4)   VALUE 0.
       01  WS-RJ-TABLE.
           05  WS-RJ-ENTRY OCCURS 500 TIMES.
               10  WS-RJ-OWNER          PIC X(64).
               10  WS-RJ-PROJ-ID        PIC X(64).
               10  WS-RJ-REASON         PIC X(32).
       01  WS-RJ-IDX                   PIC 9(4)   VALUE 0.

      ******************************************************************
      * Run totals
      ******************************************************************
       01  WS-TOT-DECIDED              PIC 9(5)   VALUE 0.
       01  WS-TOT-PENDING              PIC 9(5)   VALUE 0.
       01  WS-TOT-KEEP                 PIC 9(5)   VALUE 0.
       01  WS-TOT-ARCHIVE              PIC 9(5)   VALUE 0.
       01  WS-TOT-TRANSFER             PIC 9(5)   VALUE 0.
       01  WS-TOT-UNATTESTED           PIC 9(5)   VALUE 0.
       01  WS-COLLECTED                PIC 9(5)   VALUE 0.
       01  WS-REMINDED                 PIC 9(5)   VALUE 0.
       01  WS-ESCALATIONS              PIC 9(5)   VALUE 0.
       01  WS-NOMINATED                PIC 9(5)   VALUE 0.
       01  WS-APPLIED-COUNT            PIC 9(5)   VALUE 0.
       01  WS-HELD-COUNT               PIC 9(5)   VALUE 0.
       01  WS-FAIL-COUNT               PIC 9(5)   VALUE 0.

      ******************************************************************
      * Legal hold check and approval ledger fields
      ******************************************************************
       01  WS-HOLD-ACTION              PIC X(16)  VALUE "ARCHIVE".
       01  WS-HOLD-FLAG                PIC X      VALUE "N".
       01  WS-HOLD-MATTER              PIC X(32)  VALUE SPACES.
       01  WS-LEDGER-ACTION            PIC X(16)  VALUE SPACES.
       01  WS-LEDGER-SUBJECT           PIC X(64)  VALUE SPACES.
       01  WS-LEDGER-APPROVER          PIC X(64)  VALUE SPACES.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "OWNER-ATTESTATION".
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
           DISPLAY "=== Grey Owner Project Attestation ==="
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) "T"
                  WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2)
               DELIMITED BY SIZE INTO WS-TS
           MOVE WS-NOW(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)

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
           IF WS-PARAM-ERROR = "N"
               PERFORM LOAD-USER-MASTER
               PERFORM LOAD-REGISTER
               EVALUATE WS-MODE-ENV
                   WHEN "OPEN"
                       PERFORM RUN-OPEN
                   WHEN "DAILY"
                       PERFORM RUN-DAILY
                   WHEN "APPLY"
                       PERFORM RUN-APPLY
               END-EVALUATE
           END-IF
           IF WS-PARAM-ERROR = "Y"
               DISPLAY "ERROR: " WS-PARAM-MSG
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF

           PERFORM WRITE-STATUS-REPORT
           DISPLAY "Campaign " FUNCTION TRIM(WS-CP-ID)
                   " (" FUNCTION TRIM(WS-CP-STATE) ")"
                   " Projects: " WS-PJ-COUNT
                   " Decided: " WS-TOT-DECIDED
                   " Pending: " WS-TOT-PENDING
           DISPLAY "Status report written: " WS-STATUS-REPORT-NAME

           IF WS-RJ-COUNT > 0 OR WS-NOMINATED > 0
               OR WS-FAIL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           STOP RUN.

      ******************************************************************
      * READ-PARAMETERS: Mode and the campaign's timing
      ******************************************************************
       READ-PARAMETERS.
           ACCEPT WS-MODE-ENV FROM ENVIRONMENT "GREY_ATTEST_MODE"
           IF WS-MODE-ENV = SPACES
               MOVE "DAILY" TO WS-MODE-ENV
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-MODE-ENV) TO WS-MODE-ENV
           IF WS-MODE-ENV NOT = "OPEN" AND NOT = "DAILY"
               AND NOT = "APPLY"
               MOVE "GREY_ATTEST_MODE must be OPEN, DAILY or APPLY"
                   TO WS-PARAM-MSG
               MOVE "Y" TO WS-PARAM-ERROR
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-NUM-ENV FROM ENVIRONMENT "GREY_ATTEST_DAYS"
           IF WS-NUM-ENV NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-NUM-ENV) NOT = 0
                   OR FUNCTION NUMVAL(WS-NUM-ENV) < 1
                   OR FUNCTION NUMVAL(WS-NUM-ENV) > 365
                   MOVE "GREY_ATTEST_DAYS must be 1-365"
                       TO WS-PARAM-MSG
                   MOVE "Y" TO WS-PARAM-ERROR
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-CAMPAIGN-DAYS = FUNCTION NUMVAL(WS-NUM-ENV)
           END-IF

           MOVE SPACES TO WS-NUM-ENV
           ACCEPT WS-NUM-ENV FROM ENVIRONMENT "GREY_ATTEST_REMIND_DAYS"
           IF WS-NUM-ENV NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-NUM-ENV) NOT = 0
                   OR FUNCTION NUMVAL(WS-NUM-ENV) < 1
                   OR FUNCTION NUMVAL(WS-NUM-ENV) > 365
                   MOVE "GREY_ATTEST_REMIND_DAYS must be 1-365"
                       TO WS-PARAM-MSG
                   MOVE "Y" TO WS-PARAM-ERROR
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-REMIND-DAYS = FUNCTION NUMVAL(WS-NUM-ENV)
           END-IF

           MOVE SPACES TO WS-NUM-ENV
           ACCEPT WS-NUM-ENV
               FROM ENVIRONMENT "GREY_ATTEST_ESCALATE_AFTER"
           IF WS-NUM-ENV NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-NUM-ENV) NOT = 0
                   OR FUNCTION NUMVAL(WS-NUM-ENV) < 0
                   OR FUNCTION NUMVAL(WS-NUM-ENV) > 99
                   MOVE "GREY_ATTEST_ESCALATE_AFTER must be 0-99"
                       TO WS-PARAM-MSG
                   MOVE "Y" TO WS-PARAM-ERROR
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-ESCALATE-AFTER = FUNCTION NUMVAL(WS-NUM-ENV)
           END-IF

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "GREY_OPERATOR_ID".

      ******************************************************************
      * LOAD-USER-MASTER: ID, email and status of every account
      ******************************************************************
       LOAD-USER-MASTER.
           OPEN INPUT USER-SYNC-FILE
           IF WS-USER-SYNC-STATUS NOT = "00"
               DISPLAY "No user master " WS-USER-SYNC-FILE-NAME
                       " - worksheets cannot be mailed"
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
           IF WS-USER-TRUNCATED = "Y"
               DISPLAY "WARNING: user table filled at 5000"
           END-IF.

       LOAD-ONE-USER.
           IF USER-SYNC-RECORD = SPACES
               OR USER-SYNC-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           IF WS-USER-COUNT >= 5000
               MOVE "Y" TO WS-USER-TRUNCATED
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
           ADD 1 TO WS-USER-COUNT
           MOVE WS-REC-ID TO WS-UT-ID(WS-USER-COUNT)
           MOVE WS-REC-EMAIL TO WS-UT-EMAIL(WS-USER-COUNT)
           MOVE WS-REC-STATUS TO WS-UT-STATUS(WS-USER-COUNT).

      *    WS-USER-FOUND-IDX stays 0 when the account does not exist
       FIND-USER.
           MOVE 0 TO WS-USER-FOUND-IDX
           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
                       UNTIL WS-USER-IDX > WS-USER-COUNT
               IF WS-UT-ID(WS-USER-IDX) = WS-LOOK-USER
                   MOVE WS-USER-IDX TO WS-USER-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * LOAD-REGISTER: The current campaign, its owners and projects
      ******************************************************************
       LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ REGISTER-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-REGISTER-LINE
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE.

       LOAD-REGISTER-LINE.
           MOVE SPACES TO WS-RG-TAG WS-RG-F2 WS-RG-F3 WS-RG-F4
                          WS-RG-F5 WS-RG-F6 WS-RG-F7 WS-RG-F8
           UNSTRING REGISTER-RECORD DELIMITED BY "|"
               INTO WS-RG-TAG WS-RG-F2 WS-RG-F3 WS-RG-F4 WS-RG-F5
                    WS-RG-F6 WS-RG-F7 WS-RG-F8
           EVALUATE WS-RG-TAG
               WHEN "CAMPAIGN"
                   MOVE "Y" TO WS-CP-FOUND
                   MOVE WS-RG-F2 TO WS-CP-ID
                   MOVE WS-RG-F3(1:8) TO WS-CP-OPENED
                   MOVE WS-RG-F4(1:8) TO WS-CP-DEADLINE
                   MOVE WS-RG-F5 TO WS-CP-STATE
               WHEN "OWNER"
                   IF WS-OW-COUNT < WS-OW-MAX
                       ADD 1 TO WS-OW-COUNT
                       INITIALIZE WS-OW-ENTRY(WS-OW-COUNT)
                       MOVE WS-RG-F2 TO WS-OW-ID(WS-OW-COUNT)
                       MOVE WS-RG-F3 TO WS-OW-DEPT(WS-OW-COUNT)
                       MOVE WS-RG-F4 TO WS-OW-MANAGER(WS-OW-COUNT)
                       MOVE WS-RG-F5(1:8)
                           TO WS-OW-LAST-REMIND(WS-OW-COUNT)
                       IF WS-RG-F6(1:3) IS NUMERIC
                           MOVE WS-RG-F6(1:3)
                               TO WS-OW-REMINDERS(WS-OW-COUNT)
                       END-IF
                       IF WS-OW-LAST-REMIND(WS-OW-COUNT) NOT NUMERIC
                           OR WS-OW-LAST-REMIND(WS-OW-COUNT) = 0
                           MOVE WS-CP-OPENED
                               TO WS-OW-LAST-REMIND(WS-OW-COUNT)
                       END-IF
                       MOVE WS-RG-F7 TO WS-OW-ESCALATED(WS-OW-COUNT)
                   END-IF
               WHEN "PROJECT"
                   IF WS-PJ-COUNT < WS-PJ-MAX
                       ADD 1 TO WS-PJ-COUNT
                       MOVE WS-PJ-COUNT TO WS-PJ-IDX
                       MOVE WS-RG-F2 TO WS-PJ-ID(WS-PJ-IDX)
                       MOVE WS-RG-F3 TO WS-PJ-OWNER(WS-PJ-IDX)
                       MOVE WS-RG-F4 TO WS-PJ-DECISION(WS-PJ-IDX)
                       MOVE WS-RG-F5 TO WS-PJ-XFER-TO(WS-PJ-IDX)
                       MOVE 0 TO WS-PJ-DECIDED(WS-PJ-IDX)
                       IF WS-RG-F6(1:8) IS NUMERIC
                           MOVE WS-RG-F6(1:8)
                               TO WS-PJ-DECIDED(WS-PJ-IDX)
                       END-IF
                       MOVE WS-RG-F7 TO WS-PJ-APPLIED(WS-PJ-IDX)
                       MOVE WS-RG-F8 TO WS-PJ-NAME(WS-PJ-IDX)
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * SAVE-REGISTER: Write the register back from memory
      ******************************************************************
       SAVE-REGISTER.
           OPEN OUTPUT REGISTER-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CAMPAIGN|" DELIMITED BY SIZE
                  WS-CP-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-CP-OPENED DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CP-DEADLINE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CP-STATE DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           PERFORM VARYING WS-OW-IDX FROM 1 BY 1
                       UNTIL WS-OW-IDX > WS-OW-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "OWNER|" DELIMITED BY SIZE
                      WS-OW-ID(WS-OW-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-OW-DEPT(WS-OW-IDX) DELIMITED BY "  "
                      "|" DELIMITED BY SIZE
                      WS-OW-MANAGER(WS-OW-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-OW-LAST-REMIND(WS-OW-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-OW-REMINDERS(WS-OW-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-OW-ESCALATED(WS-OW-IDX) DELIMITED BY SPACE
                      INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-PERFORM
           PERFORM VARYING WS-PJ-IDX FROM 1 BY 1
                       UNTIL WS-PJ-IDX > WS-PJ-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "PROJECT|" DELIMITED BY SIZE
                      WS-PJ-ID(WS-PJ-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-PJ-OWNER(WS-PJ-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-PJ-DECISION(WS-PJ-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-PJ-XFER-TO(WS-PJ-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-PJ-DECIDED(WS-PJ-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-PJ-APPLIED(WS-PJ-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-PJ-NAME(WS-PJ-IDX) DELIMITED BY "  "
                      INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-PERFORM
           CLOSE REGISTER-FILE.

      ******************************************************************
      * RUN-OPEN: Register every live project under its owner, then
      * send each owner their worksheet
      ******************************************************************
       RUN-OPEN.
           IF WS-CP-FOUND = "Y" AND WS-CP-STATE = "OPEN"
               MOVE SPACES TO WS-PARAM-MSG
               STRING "campaign " DELIMITED BY SIZE
                      WS-CP-ID DELIMITED BY SPACE
                      " is still open" DELIMITED BY SIZE
                      INTO WS-PARAM-MSG
               MOVE "Y" TO WS-PARAM-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SYNC-MASTER-FILE
           IF WS-SYNC-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-PARAM-MSG
               STRING "cannot open project master (status "
                          DELIMITED BY SIZE
                      WS-SYNC-FILE-STATUS DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-PARAM-MSG
               MOVE "Y" TO WS-PARAM-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-OW-COUNT WS-PJ-COUNT
           MOVE SPACES TO WS-CP-ID
           STRING "ATT-" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO WS-CP-ID
           MOVE WS-TODAY TO WS-CP-OPENED
           COMPUTE WS-DATE-INT = WS-TODAY-INT + WS-CAMPAIGN-DAYS
           COMPUTE WS-CP-DEADLINE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE "OPEN" TO WS-CP-STATE
           MOVE "Y" TO WS-CP-FOUND

      *    The owner key returns each owner's projects together
           MOVE LOW-VALUES TO SYNC-PROJ-OWNER
           MOVE "N" TO WS-EOF
           START SYNC-MASTER-FILE KEY >= SYNC-PROJ-OWNER
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ SYNC-MASTER-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       PERFORM REGISTER-ONE-PROJECT
               END-READ
           END-PERFORM
           CLOSE SYNC-MASTER-FILE
           IF WS-TABLE-FULL = "Y"
               DISPLAY "WARNING: campaign tables filled - some "
                       "projects are not in this campaign"
           END-IF

           MOVE SPACES TO WS-COMMAND
           STRING "mkdir -p " DELIMITED BY SIZE
                  WS-WORKSHEET-DIR DELIMITED BY SPACE
                  "/returned" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE 0 TO RETURN-CODE

           PERFORM VARYING WS-OW-IDX FROM 1 BY 1
                       UNTIL WS-OW-IDX > WS-OW-COUNT
               PERFORM WRITE-WORKSHEET
               MOVE WS-OW-ID(WS-OW-IDX) TO WS-LOOK-USER
               PERFORM SEND-WORKSHEET
               MOVE WS-TODAY TO WS-OW-LAST-REMIND(WS-OW-IDX)
               ADD 1 TO WS-HIST-OK
           END-PERFORM
           PERFORM SAVE-REGISTER

           MOVE "INFO" TO WS-NOTIFY-SEVERITY
           MOVE SPACES TO WS-NOTIFY-SUMMARY
           STRING "Attestation campaign " DELIMITED BY SIZE
                  WS-CP-ID DELIMITED BY SPACE
                  " opened" DELIMITED BY SIZE
                  INTO WS-NOTIFY-SUMMARY
           MOVE SPACES TO WS-NOTIFY-DETAIL
           STRING WS-OW-COUNT DELIMITED BY SIZE
                  " owners, " DELIMITED BY SIZE
                  WS-PJ-COUNT DELIMITED BY SIZE
                  " projects to attest by " DELIMITED BY SIZE
                  WS-CP-DEADLINE DELIMITED BY SIZE
                  INTO WS-NOTIFY-DETAIL
           CALL "NOTIFY-SPOOL-WRITE" USING WS-NOTIFY-SEVERITY
                                           WS-HIST-JOB-NAME
                                           WS-NOTIFY-SUMMARY
                                           WS-NOTIFY-DETAIL
                                           WS-HIST-CID.

       REGISTER-ONE-PROJECT.
           IF SYNC-PROJ-OWNER = SPACES
               OR SYNC-PROJ-STATUS = "archived"
               EXIT PARAGRAPH
           END-IF
           IF WS-OW-COUNT = 0
               OR WS-OW-ID(WS-OW-COUNT) NOT = SYNC-PROJ-OWNER
               IF WS-OW-COUNT >= WS-OW-MAX
                   MOVE "Y" TO WS-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OW-COUNT
               INITIALIZE WS-OW-ENTRY(WS-OW-COUNT)
               MOVE SYNC-PROJ-OWNER TO WS-OW-ID(WS-OW-COUNT)
               MOVE "N" TO WS-OW-ESCALATED(WS-OW-COUNT)
               CALL "ORG-REFERENCE-GET" USING SYNC-PROJ-OWNER
                                              WS-ORG-DEPARTMENT
                                              WS-ORG-COST-CENTER
                                              WS-ORG-MANAGER-ID
                                              WS-ORG-FOUND
               IF WS-ORG-FOUND = "Y"
                   MOVE WS-ORG-DEPARTMENT TO WS-OW-DEPT(WS-OW-COUNT)
                   MOVE WS-ORG-MANAGER-ID
                       TO WS-OW-MANAGER(WS-OW-COUNT)
               END-IF
               IF WS-OW-DEPT(WS-OW-COUNT) = SPACES
                   MOVE "(unassigned)" TO WS-OW-DEPT(WS-OW-COUNT)
               END-IF
           END-IF
           IF WS-PJ-COUNT >= WS-PJ-MAX
               MOVE "Y" TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PJ-COUNT
           MOVE WS-PJ-COUNT TO WS-PJ-IDX
           MOVE SYNC-PROJ-ID TO WS-PJ-ID(WS-PJ-IDX)
           MOVE SYNC-PROJ-OWNER TO WS-PJ-OWNER(WS-PJ-IDX)
           MOVE "PENDING" TO WS-PJ-DECISION(WS-PJ-IDX)
           MOVE SPACES TO WS-PJ-XFER-TO(WS-PJ-IDX)
           MOVE 0 TO WS-PJ-DECIDED(WS-PJ-IDX)
           MOVE SPACES TO WS-PJ-APPLIED(WS-PJ-IDX)
           MOVE SYNC-PROJ-NAME-KEY TO WS-PJ-NAME(WS-PJ-IDX)
           INSPECT WS-PJ-NAME(WS-PJ-IDX) REPLACING ALL "|" BY "/".

      ******************************************************************
      * WRITE-WORKSHEET: The owner's worksheet (WS-OW-IDX), each
      * project shown with the decision recorded so far
      ******************************************************************
       WRITE-WORKSHEET.
           PERFORM BUILD-WORKSHEET-PATH
           OPEN OUTPUT WORKSHEET-FILE
           IF WS-WORKSHEET-STATUS NOT = "00"
               DISPLAY "Cannot write worksheet " WS-WORKSHEET-PATH
               EXIT PARAGRAPH
           END-IF
           MOVE "ACTION|PROJECT_ID|NAME" TO WORKSHEET-RECORD
           WRITE WORKSHEET-RECORD
           PERFORM VARYING WS-PJ-IDX FROM 1 BY 1
                       UNTIL WS-PJ-IDX > WS-PJ-COUNT
               IF WS-PJ-OWNER(WS-PJ-IDX) = WS-OW-ID(WS-OW-IDX)
                   MOVE SPACES TO WS-REPORT-LINE
                   IF WS-PJ-DECISION(WS-PJ-IDX) = "TRANSFER"
                       STRING "TRANSFER-TO " DELIMITED BY SIZE
                              WS-PJ-XFER-TO(WS-PJ-IDX)
                                  DELIMITED BY SPACE
                              INTO WS-REPORT-LINE
                   ELSE
                       MOVE WS-PJ-DECISION(WS-PJ-IDX)
                           TO WS-REPORT-LINE
                   END-IF
                   MOVE SPACES TO WORKSHEET-RECORD
                   STRING WS-REPORT-LINE DELIMITED BY "  "
                          "|" DELIMITED BY SIZE
                          WS-PJ-ID(WS-PJ-IDX) DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-PJ-NAME(WS-PJ-IDX) DELIMITED BY "  "
                          INTO WORKSHEET-RECORD
                   WRITE WORKSHEET-RECORD
               END-IF
           END-PERFORM
           CLOSE WORKSHEET-FILE.

       BUILD-WORKSHEET-PATH.
           MOVE SPACES TO WS-WORKSHEET-PATH
           STRING WS-WORKSHEET-DIR DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-CP-ID DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  WS-OW-ID(WS-OW-IDX) DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-WORKSHEET-PATH.

      ******************************************************************
      * SEND-WORKSHEET: Queue the owner's worksheet to WS-LOOK-USER's
      * email; an account with no usable address gets nothing
      ******************************************************************
       SEND-WORKSHEET.
           PERFORM FIND-USER
           IF WS-USER-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-UT-STATUS(WS-USER-FOUND-IDX) NOT = "active"
               OR WS-UT-EMAIL(WS-USER-FOUND-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-UT-EMAIL(WS-USER-FOUND-IDX) TO WS-MAIL-TO
           PERFORM BUILD-WORKSHEET-PATH
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-TS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-MAIL-TO DELIMITED BY SPACE
                  "|TXT|" DELIMITED BY SIZE
                  WS-WORKSHEET-PATH DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           OPEN EXTEND MAIL-SPOOL-FILE
           IF WS-MAIL-SPOOL-STATUS = "35"
               OPEN OUTPUT MAIL-SPOOL-FILE
           END-IF
           MOVE WS-REPORT-LINE TO MAIL-SPOOL-RECORD
           WRITE MAIL-SPOOL-RECORD
           CLOSE MAIL-SPOOL-FILE.

      ******************************************************************
      * RUN-DAILY: Collect returned worksheets, chase the owners still
      * pending, and close the campaign once the deadline has passed
      ******************************************************************
       RUN-DAILY.
           IF WS-CP-FOUND NOT = "Y"
               MOVE "no attestation campaign - open one first"
                   TO WS-PARAM-MSG
               MOVE "Y" TO WS-PARAM-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-CP-STATE NOT = "OPEN"
               DISPLAY "Campaign " FUNCTION TRIM(WS-CP-ID)
                       " is closed - status only"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-OW-IDX FROM 1 BY 1
                       UNTIL WS-OW-IDX > WS-OW-COUNT
               PERFORM COLLECT-WORKSHEET
           END-PERFORM

           IF WS-TODAY > WS-CP-DEADLINE
               PERFORM CLOSE-CAMPAIGN
           ELSE
               PERFORM VARYING WS-OW-IDX FROM 1 BY 1
                           UNTIL WS-OW-IDX > WS-OW-COUNT
                   PERFORM CHASE-ONE-OWNER
               END-PERFORM
           END-IF
           PERFORM SAVE-REGISTER
           DISPLAY "Decisions collected: " WS-COLLECTED
                   " Reminders: " WS-REMINDED
                   " Escalations: " WS-ESCALATIONS
                   " Rejected lines: " WS-RJ-COUNT.

      ******************************************************************
      * COLLECT-WORKSHEET: Record the decisions on the owner's
      * returned worksheet, if there is one
      ******************************************************************
       COLLECT-WORKSHEET.
           MOVE SPACES TO WS-WORKSHEET-PATH
           STRING WS-WORKSHEET-DIR DELIMITED BY SPACE
                  "/returned/" DELIMITED BY SIZE
                  WS-CP-ID DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  WS-OW-ID(WS-OW-IDX) DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-WORKSHEET-PATH
           OPEN INPUT WORKSHEET-FILE
           IF WS-WORKSHEET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ WORKSHEET-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       PERFORM COLLECT-ONE-DECISION
               END-READ
           END-PERFORM
           CLOSE WORKSHEET-FILE.

       COLLECT-ONE-DECISION.
           IF WORKSHEET-RECORD = SPACES
               OR WORKSHEET-RECORD(1:7) = "ACTION|"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-WK-ACTION WS-WK-PROJ-ID WS-WK-VERB
                          WS-WK-TARGET WS-REJECT-REASON
           UNSTRING WORKSHEET-RECORD DELIMITED BY "|"
               INTO WS-WK-ACTION WS-WK-PROJ-ID
           MOVE FUNCTION TRIM(WS-WK-ACTION) TO WS-WK-ACTION
           UNSTRING WS-WK-ACTION DELIMITED BY ALL SPACE
               INTO WS-WK-VERB WS-WK-TARGET
           MOVE FUNCTION UPPER-CASE(WS-WK-VERB) TO WS-WK-VERB
           IF WS-WK-VERB = "PENDING"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PJ-FOUND-IDX
           PERFORM VARYING WS-PJ-IDX FROM 1 BY 1
                       UNTIL WS-PJ-IDX > WS-PJ-COUNT
               IF WS-PJ-ID(WS-PJ-IDX) = WS-WK-PROJ-ID
                   AND WS-PJ-OWNER(WS-PJ-IDX) = WS-OW-ID(WS-OW-IDX)
                   MOVE WS-PJ-IDX TO WS-PJ-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-PJ-FOUND-IDX = 0
                   MOVE "NOT-THIS-OWNERS-PROJECT" TO WS-REJECT-REASON
               WHEN WS-PJ-APPLIED(WS-PJ-FOUND-IDX) NOT = SPACES
                   EXIT PARAGRAPH
               WHEN WS-WK-VERB = "KEEP" OR WS-WK-VERB = "ARCHIVE"
                   CONTINUE
               WHEN WS-WK-VERB = "TRANSFER-TO"
                   IF WS-WK-TARGET = SPACES
                       MOVE "NO-TRANSFER-TARGET" TO WS-REJECT-REASON
                   ELSE
                       IF WS-WK-TARGET = WS-OW-ID(WS-OW-IDX)
                           MOVE "TRANSFER-TO-SELF"
                               TO WS-REJECT-REASON
                       ELSE
                           MOVE WS-WK-TARGET TO WS-LOOK-USER
                           PERFORM FIND-USER
                           IF WS-USER-FOUND-IDX = 0
                               MOVE "TARGET-NOT-ON-USER-MASTER"
                                   TO WS-REJECT-REASON
                           ELSE
                               IF WS-UT-STATUS(WS-USER-FOUND-IDX)
                                   NOT = "active"
                                   MOVE "TARGET-NOT-ACTIVE"
                                       TO WS-REJECT-REASON
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN-ACTION" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               IF WS-RJ-COUNT < 500
                   ADD 1 TO WS-RJ-COUNT
                   MOVE WS-OW-ID(WS-OW-IDX) TO WS-RJ-OWNER(WS-RJ-COUNT)
                   MOVE WS-WK-PROJ-ID TO WS-RJ-PROJ-ID(WS-RJ-COUNT)
                   MOVE WS-REJECT-REASON TO WS-RJ-REASON(WS-RJ-COUNT)
               END-IF
               ADD 1 TO WS-HIST-FAIL
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PJ-FOUND-IDX TO WS-PJ-IDX
           IF WS-WK-VERB = "TRANSFER-TO"
               MOVE "TRANSFER" TO WS-WK-VERB
           ELSE
               MOVE SPACES TO WS-WK-TARGET
           END-IF
           IF WS-PJ-DECISION(WS-PJ-IDX) = WS-WK-VERB
               AND WS-PJ-XFER-TO(WS-PJ-IDX) = WS-WK-TARGET
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WK-VERB TO WS-PJ-DECISION(WS-PJ-IDX)
           MOVE WS-WK-TARGET TO WS-PJ-XFER-TO(WS-PJ-IDX)
           MOVE WS-TODAY TO WS-PJ-DECIDED(WS-PJ-IDX)
           ADD 1 TO WS-COLLECTED
           ADD 1 TO WS-HIST-OK.

      ******************************************************************
      * CHASE-ONE-OWNER: Remind an owner with projects still pending,
      * copying their manager once the reminders pass the escalation
      * point
      ******************************************************************
       CHASE-ONE-OWNER.
           MOVE 0 TO WS-PENDING
           PERFORM VARYING WS-PJ-IDX FROM 1 BY 1
                       UNTIL WS-PJ-IDX > WS-PJ-COUNT
               IF WS-PJ-OWNER(WS-PJ-IDX) = WS-OW-ID(WS-OW-IDX)
                   AND WS-PJ-DECISION(WS-PJ-IDX) = "PENDING"
                   ADD 1 TO WS-PENDING
               END-IF
           END-PERFORM
           IF WS-PENDING = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
               WS-OW-LAST-REMIND(WS-OW-IDX))
           COMPUTE WS-DAYS-SINCE = WS-TODAY-INT - WS-DATE-INT
           IF WS-DAYS-SINCE < WS-REMIND-DAYS
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-WORKSHEET
           MOVE WS-OW-ID(WS-OW-IDX) TO WS-LOOK-USER
           PERFORM SEND-WORKSHEET
           ADD 1 TO WS-OW-REMINDERS(WS-OW-IDX)
           MOVE WS-TODAY TO WS-OW-LAST-REMIND(WS-OW-IDX)
           ADD 1 TO WS-REMINDED
           IF WS-OW-REMINDERS(WS-OW-IDX) < WS-ESCALATE-AFTER
               EXIT PARAGRAPH
           END-IF
           IF WS-OW-MANAGER(WS-OW-IDX) = SPACES
               MOVE "NO-MANAGER" TO WS-OW-ESCALATED(WS-OW-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OW-MANAGER(WS-OW-IDX) TO WS-LOOK-USER
           PERFORM SEND-WORKSHEET
           MOVE "Y" TO WS-OW-ESCALATED(WS-OW-IDX)
           ADD 1 TO WS-ESCALATIONS.

      ******************************************************************
      * CLOSE-CAMPAIGN: The deadline has passed - whatever is still
      * pending is unattested and goes to the idle sweep
      ******************************************************************
       CLOSE-CAMPAIGN.
           OPEN OUTPUT NOMINATION-FILE
           PERFORM VARYING WS-PJ-IDX FROM 1 BY 1
                       UNTIL WS-PJ-IDX > WS-PJ-COUNT
               IF WS-PJ-DECISION(WS-PJ-IDX) = "PENDING"
                   MOVE "UNATTESTED" TO WS-PJ-DECISION(WS-PJ-IDX)
                   ADD 1 TO WS-NOMINATED
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING WS-PJ-ID(WS-PJ-IDX) DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-CP-ID DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-PJ-OWNER(WS-PJ-IDX) DELIMITED BY SPACE
                          INTO WS-REPORT-LINE
                   MOVE WS-REPORT-LINE TO NOMINATION-RECORD
                   WRITE NOMINATION-RECORD
               END-IF
           END-PERFORM
           CLOSE NOMINATION-FILE
           MOVE "CLOSED" TO WS-CP-STATE
           DISPLAY "Campaign " FUNCTION TRIM(WS-CP-ID)
                   " closed - " WS-NOMINATED
                   " unattested projects nominated to ARCHIVE-SWEEP"

           MOVE "WARNING" TO WS-NOTIFY-SEVERITY
           IF WS-NOMINATED = 0
               MOVE "INFO" TO WS-NOTIFY-SEVERITY
           END-IF
           MOVE SPACES TO WS-NOTIFY-SUMMARY
           STRING "Attestation campaign " DELIMITED BY SIZE
                  WS-CP-ID DELIMITED BY SPACE
                  " closed" DELIMITED BY SIZE
                  INTO WS-NOTIFY-SUMMARY
           MOVE SPACES TO WS-NOTIFY-DETAIL
           STRING WS-NOMINATED DELIMITED BY SIZE
                  " unattested projects listed for the idle sweep in "
                      DELIMITED BY SIZE
                  WS-NOMINATION-NAME DELIMITED BY SPACE
                  INTO WS-NOTIFY-DETAIL
           CALL "NOTIFY-SPOOL-WRITE" USING WS-NOTIFY-SEVERITY
                                           WS-HIST-JOB-NAME
                                           WS-NOTIFY-SUMMARY
                                           WS-NOTIFY-DETAIL
                                           WS-HIST-CID.

      ******************************************************************
      * RUN-APPLY: Carry out the ARCHIVE and TRANSFER decisions not
      * yet applied
      ******************************************************************
       RUN-APPLY.
           IF WS-CP-FOUND NOT = "Y"
               MOVE "no attestation campaign to apply"
                   TO WS-PARAM-MSG
               MOVE "Y" TO WS-PARAM-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM INITIALIZE-CONFIG
           PERFORM AUTHENTICATE
           IF WS-RESULT-OK NOT = "Y"
               MOVE SPACES TO WS-PARAM-MSG
               STRING "login failed: " DELIMITED BY SIZE
                      WS-RES-ERR-MSG DELIMITED BY SIZE
                      INTO WS-PARAM-MSG
               MOVE "Y" TO WS-PARAM-ERROR
               CALL "SDK-SHUTDOWN"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ACTION-REPORT-FILE
           MOVE "RESULT|PROJECT_ID|DETAIL|CORRELATION_ID"
               TO ACTION-REPORT-RECORD
           WRITE ACTION-REPORT-RECORD
           PERFORM VARYING WS-PJ-IDX FROM 1 BY 1
                       UNTIL WS-PJ-IDX > WS-PJ-COUNT
               IF WS-PJ-APPLIED(WS-PJ-IDX) = SPACES
                   EVALUATE WS-PJ-DECISION(WS-PJ-IDX)
                       WHEN "ARCHIVE"
                           PERFORM APPLY-ARCHIVE
                       WHEN "TRANSFER"
                           PERFORM APPLY-TRANSFER
                   END-EVALUATE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUMMARY|APPLIED=" DELIMITED BY SIZE
                  WS-APPLIED-COUNT DELIMITED BY SIZE
                  "|HELD=" DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
                  "|FAILED=" DELIMITED BY SIZE
                  WS-FAIL-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO ACTION-REPORT-RECORD
           WRITE ACTION-REPORT-RECORD
           CLOSE ACTION-REPORT-FILE
           CALL "SDK-SHUTDOWN"
           PERFORM SAVE-REGISTER
           DISPLAY "Decisions applied: " WS-APPLIED-COUNT
                   " Held: " WS-HELD-COUNT
                   " Failed: " WS-FAIL-COUNT.

      ******************************************************************
      * APPLY-ARCHIVE: Archive the project unless it is under legal
      * hold; a failed call stays unapplied for the next run
      ******************************************************************
       APPLY-ARCHIVE.
           CALL "HOLD-CHECK" USING WS-HIST-JOB-NAME WS-HOLD-ACTION
                                   WS-PJ-ID(WS-PJ-IDX)
                                   WS-PJ-OWNER(WS-PJ-IDX)
                                   WS-HOLD-FLAG WS-HOLD-MATTER
                                   WS-RESULT-ERROR
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-HOLD-FLAG = "Y"
               ADD 1 TO WS-HELD-COUNT
               MOVE "HELD" TO WS-PJ-APPLIED(WS-PJ-IDX)
               STRING "HELD|" DELIMITED BY SIZE
                      WS-PJ-ID(WS-PJ-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-HOLD-MATTER DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO ACTION-REPORT-RECORD
               WRITE ACTION-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PROJECT-REQUEST
           MOVE WS-PJ-ID(WS-PJ-IDX) TO WS-PROJ-ID-REQ
           CALL "PROJECTS-ARCHIVE" USING WS-GREY-CONFIG
                                         WS-PROJECT-REQUEST
                                         WS-PROJECT-RESPONSE
                                         WS-GREY-RESULT
           IF WS-RESULT-OK = "Y"
               ADD 1 TO WS-APPLIED-COUNT
               ADD 1 TO WS-HIST-OK
               MOVE "ARCHIVED" TO WS-PJ-APPLIED(WS-PJ-IDX)
               STRING "ARCHIVED|" DELIMITED BY SIZE
                      WS-PJ-ID(WS-PJ-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-PJ-NAME(WS-PJ-IDX) DELIMITED BY "  "
                      "|" DELIMITED BY SIZE
                      WS-RESULT-CORRELATION-ID DELIMITED BY SPACE
                      INTO WS-REPORT-LINE
               MOVE "ARCHIVE" TO WS-LEDGER-ACTION
               PERFORM WRITE-LEDGER-ENTRY
           ELSE
               ADD 1 TO WS-FAIL-COUNT
               ADD 1 TO WS-HIST-FAIL
               MOVE WS-RESULT-CORRELATION-ID TO WS-HIST-CID
               STRING "FAILED|" DELIMITED BY SIZE
                      WS-PJ-ID(WS-PJ-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RES-ERR-MSG DELIMITED BY "  "
                      "|" DELIMITED BY SIZE
                      WS-RESULT-CORRELATION-ID DELIMITED BY SPACE
                      INTO WS-REPORT-LINE
           END-IF
           MOVE WS-REPORT-LINE TO ACTION-REPORT-RECORD
           WRITE ACTION-REPORT-RECORD.

      ******************************************************************
      * APPLY-TRANSFER: Queue the reassignment for OWNERSHIP-TRANSFER
      ******************************************************************
       APPLY-TRANSFER.
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-PJ-ID(WS-PJ-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-PJ-OWNER(WS-PJ-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-PJ-XFER-TO(WS-PJ-IDX) DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           OPEN EXTEND TRANSFER-LIST-FILE
           IF WS-TRANSFER-LIST-STATUS = "35"
               OPEN OUTPUT TRANSFER-LIST-FILE
           END-IF
           MOVE WS-REPORT-LINE TO TRANSFER-LIST-RECORD
           WRITE TRANSFER-LIST-RECORD
           CLOSE TRANSFER-LIST-FILE

           ADD 1 TO WS-APPLIED-COUNT
           ADD 1 TO WS-HIST-OK
           MOVE "QUEUED" TO WS-PJ-APPLIED(WS-PJ-IDX)
           MOVE SPACES TO WS-REPORT-LINE
           STRING "QUEUED|" DELIMITED BY SIZE
                  WS-PJ-ID(WS-PJ-IDX) DELIMITED BY SPACE
                  "|transfer to " DELIMITED BY SIZE
                  WS-PJ-XFER-TO(WS-PJ-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO ACTION-REPORT-RECORD
           WRITE ACTION-REPORT-RECORD
           MOVE "TRANSFER" TO WS-LEDGER-ACTION
           PERFORM WRITE-LEDGER-ENTRY.

      *    The owner's decision is the approval; the operator running
      *    the apply is the performer
       WRITE-LEDGER-ENTRY.
           MOVE WS-PJ-ID(WS-PJ-IDX) TO WS-LEDGER-SUBJECT
           MOVE WS-PJ-OWNER(WS-PJ-IDX) TO WS-LEDGER-APPROVER
           CALL "APPROVAL-LEDGER-WRITE" USING WS-HIST-JOB-NAME
                                              WS-LEDGER-SUBJECT
                                              WS-LEDGER-ACTION
                                              WS-OPERATOR-ID
                                              WS-LEDGER-APPROVER.

      ******************************************************************
      * WRITE-STATUS-REPORT: Completion by owner and by department
      ******************************************************************
       WRITE-STATUS-REPORT.
           PERFORM VARYING WS-OW-IDX FROM 1 BY 1
                       UNTIL WS-OW-IDX > WS-OW-COUNT
               MOVE 0 TO WS-OW-PROJECTS(WS-OW-IDX)
                         WS-OW-DECIDED(WS-OW-IDX)
           END-PERFORM
           MOVE 0 TO WS-OW-FOUND-IDX
           PERFORM VARYING WS-PJ-IDX FROM 1 BY 1
                       UNTIL WS-PJ-IDX > WS-PJ-COUNT
               PERFORM TALLY-ONE-PROJECT
           END-PERFORM

           OPEN OUTPUT STATUS-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ATTEST-STATUS|CAMPAIGN=" DELIMITED BY SIZE
                  WS-CP-ID DELIMITED BY SPACE
                  "|DEADLINE=" DELIMITED BY SIZE
                  WS-CP-DEADLINE DELIMITED BY SIZE
                  "|STATE=" DELIMITED BY SIZE
                  WS-CP-STATE DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-STATUS-LINE

           MOVE 0 TO WS-DP-COUNT
           PERFORM VARYING WS-OW-IDX FROM 1 BY 1
                       UNTIL WS-OW-IDX > WS-OW-COUNT
               PERFORM REPORT-ONE-OWNER
           END-PERFORM

           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                       UNTIL WS-DP-IDX > WS-DP-COUNT
               COMPUTE WS-PENDING = WS-DP-PROJECTS(WS-DP-IDX)
                                  - WS-DP-DECIDED(WS-DP-IDX)
               MOVE 100 TO WS-PCT
               IF WS-DP-PROJECTS(WS-DP-IDX) > 0
                   COMPUTE WS-PCT = (WS-DP-DECIDED(WS-DP-IDX) * 100)
                                  / WS-DP-PROJECTS(WS-DP-IDX)
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING "DEPARTMENT|" DELIMITED BY SIZE
                      WS-DP-NAME(WS-DP-IDX) DELIMITED BY "  "
                      "|" DELIMITED BY SIZE
                      WS-DP-OWNERS(WS-DP-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-DP-PROJECTS(WS-DP-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-DP-DECIDED(WS-DP-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-PENDING DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-PCT DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-STATUS-LINE
           END-PERFORM

           PERFORM VARYING WS-RJ-IDX FROM 1 BY 1
                       UNTIL WS-RJ-IDX > WS-RJ-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "REJECTED|" DELIMITED BY SIZE
                      WS-RJ-OWNER(WS-RJ-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RJ-PROJ-ID(WS-RJ-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RJ-REASON(WS-RJ-IDX) DELIMITED BY SPACE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-STATUS-LINE
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL|OWNERS=" DELIMITED BY SIZE
                  WS-OW-COUNT DELIMITED BY SIZE
                  "|PROJECTS=" DELIMITED BY SIZE
                  WS-PJ-COUNT DELIMITED BY SIZE
                  "|DECIDED=" DELIMITED BY SIZE
                  WS-TOT-DECIDED DELIMITED BY SIZE
                  "|PENDING=" DELIMITED BY SIZE
                  WS-TOT-PENDING DELIMITED BY SIZE
                  "|KEEP=" DELIMITED BY SIZE
                  WS-TOT-KEEP DELIMITED BY SIZE
                  "|ARCHIVE=" DELIMITED BY SIZE
                  WS-TOT-ARCHIVE DELIMITED BY SIZE
                  "|TRANSFER=" DELIMITED BY SIZE
                  WS-TOT-TRANSFER DELIMITED BY SIZE
                  "|UNATTESTED=" DELIMITED BY SIZE
                  WS-TOT-UNATTESTED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-STATUS-LINE
           CLOSE STATUS-REPORT-FILE.

       TALLY-ONE-PROJECT.
           EVALUATE WS-PJ-DECISION(WS-PJ-IDX)
               WHEN "KEEP"
                   ADD 1 TO WS-TOT-KEEP
               WHEN "ARCHIVE"
                   ADD 1 TO WS-TOT-ARCHIVE
               WHEN "TRANSFER"
                   ADD 1 TO WS-TOT-TRANSFER
               WHEN "UNATTESTED"
                   ADD 1 TO WS-TOT-UNATTESTED
               WHEN OTHER
                   ADD 1 TO WS-TOT-PENDING
           END-EVALUATE
           IF WS-OW-FOUND-IDX = 0
               OR WS-OW-ID(WS-OW-FOUND-IDX) NOT = WS-PJ-OWNER(WS-PJ-IDX)
               MOVE 0 TO WS-OW-FOUND-IDX
               PERFORM VARYING WS-OW-IDX FROM 1 BY 1
                           UNTIL WS-OW-IDX > WS-OW-COUNT
                   IF WS-OW-ID(WS-OW-IDX) = WS-PJ-OWNER(WS-PJ-IDX)
                       MOVE WS-OW-IDX TO WS-OW-FOUND-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-OW-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OW-PROJECTS(WS-OW-FOUND-IDX)
           IF WS-PJ-DECISION(WS-PJ-IDX) NOT = "PENDING"
               AND WS-PJ-DECISION(WS-PJ-IDX) NOT = "UNATTESTED"
               ADD 1 TO WS-OW-DECIDED(WS-OW-FOUND-IDX)
               ADD 1 TO WS-TOT-DECIDED
           END-IF.

       REPORT-ONE-OWNER.
           COMPUTE WS-PENDING = WS-OW-PROJECTS(WS-OW-IDX)
                              - WS-OW-DECIDED(WS-OW-IDX)
           MOVE 100 TO WS-PCT
           IF WS-OW-PROJECTS(WS-OW-IDX) > 0
               COMPUTE WS-PCT = (WS-OW-DECIDED(WS-OW-IDX) * 100)
                              / WS-OW-PROJECTS(WS-OW-IDX)
           END-IF
           MOVE SPACES TO WS-MAIL-TO
           MOVE WS-OW-ID(WS-OW-IDX) TO WS-LOOK-USER
           PERFORM FIND-USER
           IF WS-USER-FOUND-IDX > 0
               MOVE WS-UT-EMAIL(WS-USER-FOUND-IDX) TO WS-MAIL-TO
           END-IF
           IF WS-MAIL-TO = SPACES
               MOVE "(no email)" TO WS-MAIL-TO
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OWNER|" DELIMITED BY SIZE
                  WS-OW-ID(WS-OW-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-OW-DEPT(WS-OW-IDX) DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-OW-PROJECTS(WS-OW-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-OW-DECIDED(WS-OW-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-PENDING DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-PCT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-OW-REMINDERS(WS-OW-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-OW-ESCALATED(WS-OW-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-MAIL-TO DELIMITED BY "  "
                  INTO WS-REPORT-LINE
           PERFORM WRITE-STATUS-LINE

           MOVE WS-OW-DEPT(WS-OW-IDX) TO WS-LOOK-DEPT
           MOVE 0 TO WS-DP-FOUND-IDX
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                       UNTIL WS-DP-IDX > WS-DP-COUNT
               IF WS-DP-NAME(WS-DP-IDX) = WS-LOOK-DEPT
                   MOVE WS-DP-IDX TO WS-DP-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DP-FOUND-IDX = 0
               IF WS-DP-COUNT >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DP-COUNT
               MOVE WS-DP-COUNT TO WS-DP-FOUND-IDX
               INITIALIZE WS-DP-ENTRY(WS-DP-FOUND-IDX)
               MOVE WS-LOOK-DEPT TO WS-DP-NAME(WS-DP-FOUND-IDX)
           END-IF
           ADD 1 TO WS-DP-OWNERS(WS-DP-FOUND-IDX)
           ADD WS-OW-PROJECTS(WS-OW-IDX)
               TO WS-DP-PROJECTS(WS-DP-FOUND-IDX)
           ADD WS-OW-DECIDED(WS-OW-IDX)
               TO WS-DP-DECIDED(WS-DP-FOUND-IDX).

       WRITE-STATUS-LINE.
           MOVE WS-REPORT-LINE TO STATUS-REPORT-RECORD
           WRITE STATUS-REPORT-RECORD.

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

       END PROGRAM OWNER-ATTESTATION.
