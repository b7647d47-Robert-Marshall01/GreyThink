      ******************************************************************
      * membership_risk_report.cbl - Grey Membership Risk Report
      * The membership file MEMBERSHIP-SYNC writes shows who can touch
      * each project; this report reads it for single points of
      * failure, so each gap can be closed before someone leaves
      * rather than after. For every live (not archived) project on
      * the master it flags:
      *   OWNER-ONLY-MEMBER    the owner is the project's only member
      *   OWNER-NOT-MEMBER     the owner is not a member at all
      *   NO-ADMIN             no member holds an admin-type role
      *   NO-ACTIVE-ADMIN      there are admins, but every one of
      *                        them is suspended, inactive or missing
      *                        on the user master
      * Projects come off the master's owner key, so the findings are
      * grouped by owner. Projects with no owner are left to
      * OWNER-INTEGRITY-CHECK.
      *
      * It then lists the users who are the sole admin on more than
      * GREY_RISK_SOLE_ADMIN_MAX projects (default 3), with those
      * projects - the people whose departure would orphan most.
      *
      * Parameters (environment):
      *   GREY_RISK_SOLE_ADMIN_MAX  sole-admin project limit (default
      *                             3)
      *   GREY_RISK_ADMIN_ROLES     comma-separated admin-type roles,
      *                             any case (default
      *                             ADMIN,OWNER,MAINTAINER)
      *
      * Report (/tmp/grey_membership_risk_report.txt):
      *   "MEMBERSHIP-RISK|RUN=timestamp|SOLE_ADMIN_MAX=n"
      *   "OWNER|owner-id|user-master-status"
      *   "  RISK|project-id|name|finding|members=n|admins=n|
      *    active_admins=n"
      *   "  OWNER-TOTAL|PROJECTS=n|AT_RISK=n"
      *   "SOLE-ADMIN|user-id|user-master-status|PROJECTS=n"
      *   "  PROJECT|project-id|name|owner"
      *   "SUMMARY|PROJECTS=n|AT_RISK=n|OWNER_ONLY=n|
      *    OWNER_NOT_MEMBER=n|NO_ADMIN=n|NO_ACTIVE_ADMIN=n|
      *    SOLE_ADMIN_USERS=n"
      * Owners with no finding get no OWNER group.
      *
      * RETURN-CODE 0 no risk found, 4 risks reported, 8 bad
      * parameters or no project master or membership file, 12
      * another instance holds the run lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBERSHIP-RISK-REPORT.

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

           SELECT MEMBERSHIP-FILE ASSIGN TO WS-MEMBERSHIP-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBERSHIP-STATUS.

           SELECT RISK-REPORT-FILE ASSIGN TO WS-RISK-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYNC-MASTER-FILE.
       COPY GREYSYNC.

       FD  USER-SYNC-FILE.
       01  USER-SYNC-RECORD            PIC X(700).

       FD  MEMBERSHIP-FILE.
       01  MEMBERSHIP-RECORD           PIC X(200).

       FD  RISK-REPORT-FILE.
       01  RISK-REPORT-RECORD          PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-SYNC-FILE-NAME           PIC X(64)
               VALUE "/tmp/grey_project_master.dat".
       01  WS-SYNC-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-USER-SYNC-FILE-NAME      PIC X(64)
               VALUE "/tmp/grey_user_sync.txt".
       01  WS-USER-SYNC-STATUS         PIC XX     VALUE SPACES.
       01  WS-MEMBERSHIP-FILE-NAME     PIC X(64)
               VALUE "/tmp/grey_membership.txt".
       01  WS-MEMBERSHIP-STATUS        PIC XX     VALUE SPACES.
       01  WS-RISK-REPORT-NAME         PIC X(64)
               VALUE "/tmp/grey_membership_risk_report.txt".
       01  WS-REPORT-LINE              PIC X(400) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-RISK-RC                  PIC 9(2)   VALUE 0.
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-TS                       PIC X(20)  VALUE SPACES.

      ******************************************************************
      * Parameters
      ******************************************************************
       01  WS-SOLE-MAX-ENV             PIC X(8)   VALUE SPACES.
       01  WS-SOLE-MAX                 PIC 9(5)   VALUE 3.
       01  WS-ADMIN-ROLES-ENV          PIC X(200) VALUE SPACES.
       01  WS-ADMIN-ROLES-PTR          PIC 9(3)   VALUE 0.
       01  WS-ADMIN-ROLE-WORK          PIC X(32)  VALUE SPACES.
       01  WS-ADMIN-ROLE-COUNT         PIC 9(2)   VALUE 0.
       01  WS-ADMIN-ROLE-TABLE.
           05  WS-ADMIN-ROLE OCCURS 10 TIMES PIC X(32).
       01  WS-ADMIN-ROLE-IDX           PIC 9(2)   VALUE 0.
       01  WS-PARAM-ERROR              PIC X      VALUE "N".
       01  WS-PARAM-MSG                PIC X(64)  VALUE SPACES.

      ******************************************************************
      * User master - ID and status for the admin check
      ******************************************************************
       01  WS-USER-TABLE.
           05  WS-USER-COUNT            PIC 9(5)  VALUE 0.
           05  WS-USER-TRUNCATED        PIC X     VALUE "N".
           05  WS-USER-ENTRY OCCURS 5000 TIMES.
               10  WS-UT-ID             PIC X(64).
               10  WS-UT-STATUS         PIC X(16).
       01  WS-USER-IDX                 PIC 9(5)   VALUE 0.
       01  WS-LOOK-USER-ID             PIC X(64)  VALUE SPACES.
       01  WS-LOOK-USER-STATUS         PIC X(16)  VALUE SPACES.
       01  WS-REC-ID                   PIC X(64)  VALUE SPACES.
       01  WS-REC-USERNAME             PIC X(256) VALUE SPACES.
       01  WS-REC-EMAIL                PIC X(128) VALUE SPACES.
       01  WS-REC-STATUS               PIC X(16)  VALUE SPACES.

      ******************************************************************
      * Live projects in owner-key order, with what the membership
      * file says about each
      ******************************************************************
       01  WS-PROJ-TABLE.
           05  WS-PROJ-COUNT            PIC 9(5)  VALUE 0.
           05  WS-PROJ-TRUNCATED        PIC X     VALUE "N".
           05  WS-PROJ-ENTRY OCCURS 5000 TIMES.
               10  WS-PT-ID             PIC X(64).
               10  WS-PT-NAME           PIC X(64).
               10  WS-PT-OWNER          PIC X(64).
               10  WS-PT-MEMBERS        PIC 9(5).
               10  WS-PT-OWNER-MEMBER   PIC X.
               10  WS-PT-ADMINS         PIC 9(5).
               10  WS-PT-ACTIVE-ADMINS  PIC 9(5).
               10  WS-PT-ADMIN-USER     PIC X(64).
       01  WS-PROJ-IDX                 PIC 9(5)   VALUE 0.
       01  WS-PROJ-FOUND-IDX           PIC 9(5)   VALUE 0.
       01  WS-LOOK-PROJ-ID             PIC X(64)  VALUE SPACES.

      ******************************************************************
      * One membership record
      ******************************************************************
       01  WS-MBR-PROJ-ID              PIC X(64)  VALUE SPACES.
       01  WS-MBR-USER-ID              PIC X(64)  VALUE SPACES.
       01  WS-MBR-ROLE                 PIC X(32)  VALUE SPACES.
       01  WS-MBR-IS-ADMIN             PIC X      VALUE "N".
       01  WS-MBR-UNMATCHED            PIC 9(8)   VALUE 0.

      ******************************************************************
      * Sole-admin tallies per user
      ******************************************************************
       01  WS-SOLE-TABLE.
           05  WS-SOLE-COUNT            PIC 9(5)  VALUE 0.
           05  WS-SOLE-TRUNCATED        PIC X     VALUE "N".
           05  WS-SOLE-ENTRY OCCURS 5000 TIMES.
               10  WS-ST-USER           PIC X(64).
               10  WS-ST-PROJECTS       PIC 9(5).
       01  WS-SOLE-IDX                 PIC 9(5)   VALUE 0.
       01  WS-SOLE-FOUND-IDX           PIC 9(5)   VALUE 0.

      ******************************************************************
      * The owner being reported and the findings for one project
      ******************************************************************
       01  WS-CUR-OWNER                PIC X(64)  VALUE SPACES.
       01  WS-OWN-PROJECTS             PIC 9(5)   VALUE 0.
       01  WS-OWN-AT-RISK              PIC 9(5)   VALUE 0.
       01  WS-OWN-HEADER-DONE          PIC X      VALUE "N".
       01  WS-PROJ-AT-RISK             PIC X      VALUE "N".
       01  WS-FINDING                  PIC X(20)  VALUE SPACES.

      ******************************************************************
      * Totals
      ******************************************************************
       01  WS-TOT-PROJECTS             PIC 9(5)   VALUE 0.
       01  WS-TOT-AT-RISK              PIC 9(5)   VALUE 0.
       01  WS-TOT-OWNER-ONLY           PIC 9(5)   VALUE 0.
       01  WS-TOT-OWNER-NOT-MEMBER     PIC 9(5)   VALUE 0.
       01  WS-TOT-NO-ADMIN             PIC 9(5)   VALUE 0.
       01  WS-TOT-NO-ACTIVE-ADMIN      PIC 9(5)   VALUE 0.
       01  WS-TOT-SOLE-USERS           PIC 9(5)   VALUE 0.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "MEMBERSHIP-RISK-REPORT".
       01  WS-HIST-RUN-ID              PIC X(24)  VALUE SPACES.
       01  WS-HIST-READ                PIC 9(8)   VALUE 0.
       01  WS-HIST-OK                  PIC 9(8)   VALUE 0.
       01  WS-HIST-FAIL                PIC 9(8)   VALUE 0.
       01  WS-HIST-CID                 PIC X(40)  VALUE SPACES.
       01  WS-LOCK-ACQUIRED            PIC X      VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Membership Risk Report ==="
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
               MOVE 8 TO WS-RISK-RC
               PERFORM FINISH-RUN
           END-IF

           OPEN INPUT SYNC-MASTER-FILE
           IF WS-SYNC-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open project master "
                       WS-SYNC-FILE-NAME
                       " (status " WS-SYNC-FILE-STATUS ")"
               MOVE 8 TO WS-RISK-RC
               PERFORM FINISH-RUN
           END-IF
           PERFORM LOAD-PROJECTS
           CLOSE SYNC-MASTER-FILE

           PERFORM LOAD-USER-MASTER

           OPEN INPUT MEMBERSHIP-FILE
           IF WS-MEMBERSHIP-STATUS NOT = "00"
               DISPLAY "No membership file - run MEMBERSHIP-SYNC "
                       "first"
               MOVE 8 TO WS-RISK-RC
               PERFORM FINISH-RUN
           END-IF
           PERFORM LOAD-MEMBERSHIPS
           CLOSE MEMBERSHIP-FILE

           OPEN OUTPUT RISK-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MEMBERSHIP-RISK|RUN=" DELIMITED BY SIZE
                  WS-TS DELIMITED BY SPACE
                  "|SOLE_ADMIN_MAX=" DELIMITED BY SIZE
                  WS-SOLE-MAX DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

      *    The table is in owner-key order - each change of owner
      *    closes off the previous owner's group
           MOVE SPACES TO WS-CUR-OWNER
           PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
                   UNTIL WS-PROJ-IDX > WS-PROJ-COUNT
               IF WS-PT-OWNER(WS-PROJ-IDX) NOT = WS-CUR-OWNER
                   IF WS-CUR-OWNER NOT = SPACES
                       PERFORM FINISH-OWNER
                   END-IF
                   MOVE WS-PT-OWNER(WS-PROJ-IDX) TO WS-CUR-OWNER
                   MOVE 0 TO WS-OWN-PROJECTS WS-OWN-AT-RISK
                   MOVE "N" TO WS-OWN-HEADER-DONE
               END-IF
               PERFORM ASSESS-ONE-PROJECT
           END-PERFORM
           IF WS-CUR-OWNER NOT = SPACES
               PERFORM FINISH-OWNER
           END-IF

           PERFORM REPORT-SOLE-ADMINS

           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUMMARY|PROJECTS=" DELIMITED BY SIZE
                  WS-TOT-PROJECTS DELIMITED BY SIZE
                  "|AT_RISK=" DELIMITED BY SIZE
                  WS-TOT-AT-RISK DELIMITED BY SIZE
                  "|OWNER_ONLY=" DELIMITED BY SIZE
                  WS-TOT-OWNER-ONLY DELIMITED BY SIZE
                  "|OWNER_NOT_MEMBER=" DELIMITED BY SIZE
                  WS-TOT-OWNER-NOT-MEMBER DELIMITED BY SIZE
                  "|NO_ADMIN=" DELIMITED BY SIZE
                  WS-TOT-NO-ADMIN DELIMITED BY SIZE
                  "|NO_ACTIVE_ADMIN=" DELIMITED BY SIZE
                  WS-TOT-NO-ACTIVE-ADMIN DELIMITED BY SIZE
                  "|SOLE_ADMIN_USERS=" DELIMITED BY SIZE
                  WS-TOT-SOLE-USERS DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE RISK-REPORT-FILE

           DISPLAY "Projects: " WS-TOT-PROJECTS
                   " At risk: " WS-TOT-AT-RISK
                   " Sole-admin users over limit: " WS-TOT-SOLE-USERS
           IF WS-MBR-UNMATCHED > 0
               DISPLAY "Memberships for projects not live on the "
                       "master (ignored): " WS-MBR-UNMATCHED
           END-IF
           DISPLAY "Risk report written: " WS-RISK-REPORT-NAME

           IF WS-TOT-AT-RISK > 0 OR WS-TOT-SOLE-USERS > 0
               MOVE 4 TO WS-RISK-RC
           END-IF
           PERFORM FINISH-RUN.

      ******************************************************************
      * FINISH-RUN: Record the run, release the lock and end with the
      * job's return code
      ******************************************************************
       FINISH-RUN.
           MOVE WS-RISK-RC TO RETURN-CODE
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           MOVE WS-RISK-RC TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * READ-PARAMETERS: Sole-admin limit and the admin-type roles
      ******************************************************************
       READ-PARAMETERS.
           ACCEPT WS-SOLE-MAX-ENV
               FROM ENVIRONMENT "GREY_RISK_SOLE_ADMIN_MAX"
           IF WS-SOLE-MAX-ENV NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-SOLE-MAX-ENV) NOT = 0
                   MOVE "Y" TO WS-PARAM-ERROR
                   MOVE "GREY_RISK_SOLE_ADMIN_MAX must be a number"
                       TO WS-PARAM-MSG
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-SOLE-MAX = FUNCTION NUMVAL(WS-SOLE-MAX-ENV)
           END-IF

           ACCEPT WS-ADMIN-ROLES-ENV
               FROM ENVIRONMENT "GREY_RISK_ADMIN_ROLES"
           IF WS-ADMIN-ROLES-ENV = SPACES
               MOVE "ADMIN,OWNER,MAINTAINER" TO WS-ADMIN-ROLES-ENV
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-ADMIN-ROLES-ENV)
               TO WS-ADMIN-ROLES-ENV
           MOVE 1 TO WS-ADMIN-ROLES-PTR
           MOVE 0 TO WS-ADMIN-ROLE-COUNT
           PERFORM UNTIL WS-ADMIN-ROLES-PTR > 200
                      OR WS-ADMIN-ROLE-COUNT >= 10
               MOVE SPACES TO WS-ADMIN-ROLE-WORK
               UNSTRING WS-ADMIN-ROLES-ENV DELIMITED BY ","
                   INTO WS-ADMIN-ROLE-WORK
                   WITH POINTER WS-ADMIN-ROLES-PTR
               MOVE FUNCTION TRIM(WS-ADMIN-ROLE-WORK)
                   TO WS-ADMIN-ROLE-WORK
               IF WS-ADMIN-ROLE-WORK NOT = SPACES
                   ADD 1 TO WS-ADMIN-ROLE-COUNT
                   MOVE WS-ADMIN-ROLE-WORK
                       TO WS-ADMIN-ROLE(WS-ADMIN-ROLE-COUNT)
               END-IF
           END-PERFORM
           IF WS-ADMIN-ROLE-COUNT = 0
               MOVE "Y" TO WS-PARAM-ERROR
               MOVE "GREY_RISK_ADMIN_ROLES names no role"
                   TO WS-PARAM-MSG
           END-IF.

      ******************************************************************
      * LOAD-PROJECTS: Live projects off the master's owner key, so
      * the table comes out grouped by owner
      ******************************************************************
       LOAD-PROJECTS.
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
                       PERFORM LOAD-ONE-PROJECT
               END-READ
           END-PERFORM
           DISPLAY "Live projects loaded: " WS-PROJ-COUNT
           IF WS-PROJ-TRUNCATED = "Y"
               DISPLAY "WARNING: project table filled at 5000 - "
                       "later owners are not assessed"
           END-IF.

       LOAD-ONE-PROJECT.
           IF SYNC-PROJ-OWNER = SPACES
               OR SYNC-PROJ-STATUS = "archived"
               EXIT PARAGRAPH
           END-IF
           IF WS-PROJ-COUNT >= 5000
               MOVE "Y" TO WS-PROJ-TRUNCATED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PROJ-COUNT
           MOVE SYNC-PROJ-ID TO WS-PT-ID(WS-PROJ-COUNT)
           MOVE SYNC-PROJ-NAME-KEY TO WS-PT-NAME(WS-PROJ-COUNT)
           MOVE SYNC-PROJ-OWNER TO WS-PT-OWNER(WS-PROJ-COUNT)
           MOVE 0 TO WS-PT-MEMBERS(WS-PROJ-COUNT)
                     WS-PT-ADMINS(WS-PROJ-COUNT)
                     WS-PT-ACTIVE-ADMINS(WS-PROJ-COUNT)
           MOVE "N" TO WS-PT-OWNER-MEMBER(WS-PROJ-COUNT)
           MOVE SPACES TO WS-PT-ADMIN-USER(WS-PROJ-COUNT).

      ******************************************************************
      * LOAD-USER-MASTER: ID and status of every account
      ******************************************************************
       LOAD-USER-MASTER.
           OPEN INPUT USER-SYNC-FILE
           IF WS-USER-SYNC-STATUS NOT = "00"
               DISPLAY "No user master " WS-USER-SYNC-FILE-NAME
                       " - no admin can be shown active"
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
           DISPLAY "User master loaded: " WS-USER-COUNT " accounts"
           IF WS-USER-TRUNCATED = "Y"
               DISPLAY "WARNING: user table filled at 5000 - later "
                       "admins show as not on the user master"
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
           MOVE WS-REC-STATUS TO WS-UT-STATUS(WS-USER-COUNT).

      *    WS-LOOK-USER-STATUS comes back "not-on-master" when the
      *    user is not in the table
       FIND-USER-STATUS.
           MOVE "not-on-master" TO WS-LOOK-USER-STATUS
           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
                       UNTIL WS-USER-IDX > WS-USER-COUNT
               IF WS-UT-ID(WS-USER-IDX) = WS-LOOK-USER-ID
                   MOVE WS-UT-STATUS(WS-USER-IDX)
                       TO WS-LOOK-USER-STATUS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * LOAD-MEMBERSHIPS: Tally "project-id|user-id|role|added_at"
      * against the project table. MEMBERSHIP-SYNC writes a
      * project's members together, so the last project found is
      * tried before the table is searched.
      ******************************************************************
       LOAD-MEMBERSHIPS.
           MOVE 0 TO WS-PROJ-FOUND-IDX
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ MEMBERSHIP-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       PERFORM TALLY-ONE-MEMBERSHIP
               END-READ
           END-PERFORM.

       TALLY-ONE-MEMBERSHIP.
           IF MEMBERSHIP-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MBR-PROJ-ID WS-MBR-USER-ID WS-MBR-ROLE
           UNSTRING MEMBERSHIP-RECORD DELIMITED BY "|"
               INTO WS-MBR-PROJ-ID WS-MBR-USER-ID WS-MBR-ROLE
           IF WS-MBR-PROJ-ID = SPACES OR WS-MBR-USER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-PROJ-FOUND-IDX = 0
               OR WS-PT-ID(WS-PROJ-FOUND-IDX) NOT = WS-MBR-PROJ-ID
               MOVE WS-MBR-PROJ-ID TO WS-LOOK-PROJ-ID
               PERFORM FIND-PROJECT
           END-IF
           IF WS-PROJ-FOUND-IDX = 0
               ADD 1 TO WS-MBR-UNMATCHED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PT-MEMBERS(WS-PROJ-FOUND-IDX)
           IF WS-MBR-USER-ID = WS-PT-OWNER(WS-PROJ-FOUND-IDX)
               MOVE "Y" TO WS-PT-OWNER-MEMBER(WS-PROJ-FOUND-IDX)
           END-IF

           MOVE "N" TO WS-MBR-IS-ADMIN
           MOVE FUNCTION UPPER-CASE(WS-MBR-ROLE) TO WS-MBR-ROLE
           PERFORM VARYING WS-ADMIN-ROLE-IDX FROM 1 BY 1
                   UNTIL WS-ADMIN-ROLE-IDX > WS-ADMIN-ROLE-COUNT
               IF WS-MBR-ROLE = WS-ADMIN-ROLE(WS-ADMIN-ROLE-IDX)
                   MOVE "Y" TO WS-MBR-IS-ADMIN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MBR-IS-ADMIN = "N"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PT-ADMINS(WS-PROJ-FOUND-IDX)
           IF WS-PT-ADMINS(WS-PROJ-FOUND-IDX) = 1
               MOVE WS-MBR-USER-ID
                   TO WS-PT-ADMIN-USER(WS-PROJ-FOUND-IDX)
           END-IF
           MOVE WS-MBR-USER-ID TO WS-LOOK-USER-ID
           PERFORM FIND-USER-STATUS
           IF WS-LOOK-USER-STATUS = "active"
               ADD 1 TO WS-PT-ACTIVE-ADMINS(WS-PROJ-FOUND-IDX)
           END-IF.

      *    WS-PROJ-FOUND-IDX stays 0 when the project is not live on
      *    the master
       FIND-PROJECT.
           MOVE 0 TO WS-PROJ-FOUND-IDX
           PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
                       UNTIL WS-PROJ-IDX > WS-PROJ-COUNT
               IF WS-PT-ID(WS-PROJ-IDX) = WS-LOOK-PROJ-ID
                   MOVE WS-PROJ-IDX TO WS-PROJ-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * ASSESS-ONE-PROJECT: Each single point of failure on the
      * project becomes a RISK line in its owner's group; a project
      * with exactly one admin counts toward that admin's sole-admin
      * tally
      ******************************************************************
       ASSESS-ONE-PROJECT.
           ADD 1 TO WS-OWN-PROJECTS
           ADD 1 TO WS-TOT-PROJECTS
           MOVE "N" TO WS-PROJ-AT-RISK

           IF WS-PT-OWNER-MEMBER(WS-PROJ-IDX) = "Y"
               AND WS-PT-MEMBERS(WS-PROJ-IDX) = 1
               MOVE "OWNER-ONLY-MEMBER" TO WS-FINDING
               ADD 1 TO WS-TOT-OWNER-ONLY
               PERFORM WRITE-RISK-LINE
           END-IF
           IF WS-PT-OWNER-MEMBER(WS-PROJ-IDX) = "N"
               MOVE "OWNER-NOT-MEMBER" TO WS-FINDING
               ADD 1 TO WS-TOT-OWNER-NOT-MEMBER
               PERFORM WRITE-RISK-LINE
           END-IF
           IF WS-PT-ADMINS(WS-PROJ-IDX) = 0
               MOVE "NO-ADMIN" TO WS-FINDING
               ADD 1 TO WS-TOT-NO-ADMIN
               PERFORM WRITE-RISK-LINE
           ELSE
               IF WS-PT-ACTIVE-ADMINS(WS-PROJ-IDX) = 0
                   MOVE "NO-ACTIVE-ADMIN" TO WS-FINDING
                   ADD 1 TO WS-TOT-NO-ACTIVE-ADMIN
                   PERFORM WRITE-RISK-LINE
               END-IF
           END-IF

           IF WS-PROJ-AT-RISK = "Y"
               ADD 1 TO WS-OWN-AT-RISK
               ADD 1 TO WS-TOT-AT-RISK
               ADD 1 TO WS-HIST-FAIL
           ELSE
               ADD 1 TO WS-HIST-OK
           END-IF

           IF WS-PT-ADMINS(WS-PROJ-IDX) = 1
               PERFORM TALLY-SOLE-ADMIN
           END-IF.

       WRITE-RISK-LINE.
           MOVE "Y" TO WS-PROJ-AT-RISK
           IF WS-OWN-HEADER-DONE = "N"
               MOVE "Y" TO WS-OWN-HEADER-DONE
               MOVE WS-CUR-OWNER TO WS-LOOK-USER-ID
               PERFORM FIND-USER-STATUS
               MOVE SPACES TO WS-REPORT-LINE
               STRING "OWNER|" DELIMITED BY SIZE
                      WS-CUR-OWNER DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-LOOK-USER-STATUS DELIMITED BY SPACE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  RISK|" DELIMITED BY SIZE
                  WS-PT-ID(WS-PROJ-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-PT-NAME(WS-PROJ-IDX) DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-FINDING DELIMITED BY SPACE
                  "|members=" DELIMITED BY SIZE
                  WS-PT-MEMBERS(WS-PROJ-IDX) DELIMITED BY SIZE
                  "|admins=" DELIMITED BY SIZE
                  WS-PT-ADMINS(WS-PROJ-IDX) DELIMITED BY SIZE
                  "|active_admins=" DELIMITED BY SIZE
                  WS-PT-ACTIVE-ADMINS(WS-PROJ-IDX) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * FINISH-OWNER: Trailer for an owner who had any finding
      ******************************************************************
       FINISH-OWNER.
           IF WS-OWN-HEADER-DONE = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  OWNER-TOTAL|PROJECTS=" DELIMITED BY SIZE
                  WS-OWN-PROJECTS DELIMITED BY SIZE
                  "|AT_RISK=" DELIMITED BY SIZE
                  WS-OWN-AT-RISK DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       TALLY-SOLE-ADMIN.
           MOVE 0 TO WS-SOLE-FOUND-IDX
           PERFORM VARYING WS-SOLE-IDX FROM 1 BY 1
                   UNTIL WS-SOLE-IDX > WS-SOLE-COUNT
               IF WS-ST-USER(WS-SOLE-IDX)
                   = WS-PT-ADMIN-USER(WS-PROJ-IDX)
                   MOVE WS-SOLE-IDX TO WS-SOLE-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SOLE-FOUND-IDX = 0
               IF WS-SOLE-COUNT >= 5000
                   MOVE "Y" TO WS-SOLE-TRUNCATED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SOLE-COUNT
               MOVE WS-SOLE-COUNT TO WS-SOLE-FOUND-IDX
               MOVE WS-PT-ADMIN-USER(WS-PROJ-IDX)
                   TO WS-ST-USER(WS-SOLE-FOUND-IDX)
               MOVE 0 TO WS-ST-PROJECTS(WS-SOLE-FOUND-IDX)
           END-IF
           ADD 1 TO WS-ST-PROJECTS(WS-SOLE-FOUND-IDX).

      ******************************************************************
      * REPORT-SOLE-ADMINS: Users who are the only admin on more than
      * the limit, each with the projects that depend on them
      ******************************************************************
       REPORT-SOLE-ADMINS.
           IF WS-SOLE-TRUNCATED = "Y"
               DISPLAY "WARNING: sole-admin table filled at 5000"
           END-IF
           PERFORM VARYING WS-SOLE-IDX FROM 1 BY 1
                   UNTIL WS-SOLE-IDX > WS-SOLE-COUNT
               IF WS-ST-PROJECTS(WS-SOLE-IDX) > WS-SOLE-MAX
                   PERFORM REPORT-ONE-SOLE-ADMIN
               END-IF
           END-PERFORM.

       REPORT-ONE-SOLE-ADMIN.
           ADD 1 TO WS-TOT-SOLE-USERS
           MOVE WS-ST-USER(WS-SOLE-IDX) TO WS-LOOK-USER-ID
           PERFORM FIND-USER-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SOLE-ADMIN|" DELIMITED BY SIZE
                  WS-ST-USER(WS-SOLE-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-LOOK-USER-STATUS DELIMITED BY SPACE
                  "|PROJECTS=" DELIMITED BY SIZE
                  WS-ST-PROJECTS(WS-SOLE-IDX) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
                   UNTIL WS-PROJ-IDX > WS-PROJ-COUNT
               IF WS-PT-ADMINS(WS-PROJ-IDX) = 1
                   AND WS-PT-ADMIN-USER(WS-PROJ-IDX)
                       = WS-ST-USER(WS-SOLE-IDX)
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  PROJECT|" DELIMITED BY SIZE
                          WS-PT-ID(WS-PROJ-IDX) DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-PT-NAME(WS-PROJ-IDX) DELIMITED BY "  "
                          "|" DELIMITED BY SIZE
                          WS-PT-OWNER(WS-PROJ-IDX) DELIMITED BY SPACE
                          INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RISK-REPORT-RECORD
           WRITE RISK-REPORT-RECORD.

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

       END PROGRAM MEMBERSHIP-RISK-REPORT.
