      ******************************************************************
      * org_reference_load.cbl - Grey Organization Reference Load
      * Builds the org reference file ORG-REFERENCE serves (user,
      * department, cost center, manager) from the HR org extract,
      * so rollups and the recertification campaign can work by
      * department and manager chain rather than by project owner.
      *
      * HR org extract (GREY_HR_ORG_FILE, default
      * /tmp/grey_hr_org_extract.txt), "#" lines are comments:
      *   "employee|department|cost-center|manager"
      * HR knows people by username or email, not by Grey user ID;
      * both the employee and the manager are resolved to user IDs
      * through the user master USER-SYNC-BATCH keeps, username
      * first, then email (case-insensitive).
      *
      * A line whose employee has no Grey account, has no
      * department, or repeats an employee already loaded is
      * rejected. A manager with no Grey account, a self-reference,
      * or a manager chain that loops back on itself is cut at that
      * line (the manager is left blank, so the person rolls up and
      * routes as top-of-chain) and reported as a warning.
      *
      * The new reference replaces the old one in a single rename
      * only once it is complete (GREY_ORG_FILE, default
      * /tmp/grey_org_reference.txt):
      *   "user-id|department|cost-center|manager-user-id"
      * Load report: /tmp/grey_org_load_report.txt
      *   "REJECTED-or-WARNING|line|employee|reason"
      * RETURN-CODE 0 clean, 4 rejects or warnings, 8 setup failure,
      * 12 another instance holds the run lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORG-REFERENCE-LOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HR-ORG-FILE ASSIGN TO WS-HR-ORG-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HR-ORG-FILE-STATUS.

           SELECT USER-SYNC-FILE ASSIGN TO WS-USER-SYNC-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-USER-SYNC-STATUS.

           SELECT ORG-NEW-FILE ASSIGN TO WS-ORG-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ORG-NEW-STATUS.

           SELECT LOAD-REPORT-FILE ASSIGN TO WS-LOAD-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HR-ORG-FILE.
       01  HR-ORG-RECORD               PIC X(800).

       FD  USER-SYNC-FILE.
       01  USER-SYNC-RECORD            PIC X(700).

       FD  ORG-NEW-FILE.
       01  ORG-NEW-RECORD              PIC X(300).

       FD  LOAD-REPORT-FILE.
       01  LOAD-REPORT-RECORD          PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-HR-ORG-FILE-NAME         PIC X(64)
               VALUE "/tmp/grey_hr_org_extract.txt".
       01  WS-HR-ORG-FILE-STATUS       PIC XX     VALUE SPACES.
       01  WS-USER-SYNC-FILE-NAME      PIC X(64)
               VALUE "/tmp/grey_user_sync.txt".
       01  WS-USER-SYNC-STATUS         PIC XX     VALUE SPACES.
       01  WS-ORG-FILE-NAME            PIC X(64)
               VALUE "/tmp/grey_org_reference.txt".
       01  WS-ORG-NEW-NAME             PIC X(70)  VALUE SPACES.
       01  WS-ORG-NEW-STATUS           PIC XX     VALUE SPACES.
       01  WS-LOAD-REPORT-NAME         PIC X(64)
               VALUE "/tmp/grey_org_load_report.txt".
       01  WS-FILE-ENV                 PIC X(64)  VALUE SPACES.
       01  WS-SWAP-COMMAND             PIC X(256) VALUE SPACES.
       01  WS-REPORT-LINE              PIC X(400) VALUE SPACES.
       01  WS-ORG-LINE                 PIC X(300) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".

      ******************************************************************
      * User master - match keys for resolving HR identities
      ******************************************************************
       01  WS-UM-TABLE.
           05  WS-UM-COUNT              PIC 9(5)  VALUE 0.
           05  WS-UM-TRUNCATED          PIC X     VALUE "N".
           05  WS-UM-ENTRY OCCURS 5000 TIMES.
               10  WS-UM-ID             PIC X(64).
               10  WS-UM-USERNAME-KEY   PIC X(256).
               10  WS-UM-EMAIL-KEY      PIC X(256).
       01  WS-UM-IDX                   PIC 9(5)   VALUE 0.
       01  WS-REC-ID                   PIC X(64)  VALUE SPACES.
       01  WS-REC-USERNAME             PIC X(256) VALUE SPACES.
       01  WS-REC-EMAIL                PIC X(256) VALUE SPACES.
       01  WS-LOOK-KEY                 PIC X(256) VALUE SPACES.
       01  WS-LOOK-ID                  PIC X(64)  VALUE SPACES.

      ******************************************************************
      * The org reference being built
      ******************************************************************
       01  WS-ORG-TABLE.
           05  WS-ORG-COUNT             PIC 9(5)  VALUE 0.
           05  WS-ORG-ENTRY OCCURS 5000 TIMES.
               10  WS-ORG-LINE-NUM      PIC 9(8).
               10  WS-ORG-EMPLOYEE      PIC X(256).
               10  WS-ORG-USER-ID       PIC X(64).
               10  WS-ORG-DEPARTMENT    PIC X(64).
               10  WS-ORG-COST-CENTER   PIC X(32).
               10  WS-ORG-MANAGER-KEY   PIC X(256).
               10  WS-ORG-MANAGER-ID    PIC X(64).
               10  WS-ORG-MANAGER-IDX   PIC 9(5).
       01  WS-ORG-IDX                  PIC 9(5)   VALUE 0.
       01  WS-ORG-SCAN-IDX             PIC 9(5)   VALUE 0.
       01  WS-CHAIN-IDX                PIC 9(5)   VALUE 0.
       01  WS-CHAIN-HOPS               PIC 9(3)   VALUE 0.
       01  WS-CHAIN-MAX-HOPS           PIC 9(3)   VALUE 50.

      ******************************************************************
      * Fields of one HR org extract line
      ******************************************************************
       01  WS-LINE-NUM                 PIC 9(8)   VALUE 0.
       01  WS-HR-EMPLOYEE              PIC X(256) VALUE SPACES.
       01  WS-HR-DEPARTMENT            PIC X(64)  VALUE SPACES.
       01  WS-HR-COST-CENTER           PIC X(32)  VALUE SPACES.
       01  WS-HR-MANAGER               PIC X(256) VALUE SPACES.
       01  WS-ISSUE-KIND               PIC X(8)   VALUE SPACES.
       01  WS-ISSUE-LINE               PIC 9(8)   VALUE 0.
       01  WS-ISSUE-EMPLOYEE           PIC X(256) VALUE SPACES.
       01  WS-ISSUE-REASON             PIC X(64)  VALUE SPACES.

       01  WS-READ-COUNT               PIC 9(8)   VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(8)   VALUE 0.
       01  WS-WARNING-COUNT            PIC 9(8)   VALUE 0.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "ORG-REFERENCE-LOAD".
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
       01  WS-NOTIFY-CID               PIC X(40)  VALUE SPACES.
       01  WS-LOCK-ACQUIRED            PIC X      VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Organization Reference Load ==="
           MOVE 0 TO RETURN-CODE

           ACCEPT WS-FILE-ENV FROM ENVIRONMENT "GREY_HR_ORG_FILE"
           IF WS-FILE-ENV NOT = SPACES
               MOVE WS-FILE-ENV TO WS-HR-ORG-FILE-NAME
           END-IF
           MOVE SPACES TO WS-FILE-ENV
           ACCEPT WS-FILE-ENV FROM ENVIRONMENT "GREY_ORG_FILE"
           IF WS-FILE-ENV NOT = SPACES
               MOVE WS-FILE-ENV TO WS-ORG-FILE-NAME
           END-IF
           STRING WS-ORG-FILE-NAME DELIMITED BY SPACE
                  ".new" DELIMITED BY SIZE
                  INTO WS-ORG-NEW-NAME

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

           PERFORM LOAD-USER-MASTER
           IF RETURN-CODE = 0
               OPEN INPUT HR-ORG-FILE
               IF WS-HR-ORG-FILE-STATUS NOT = "00"
                   DISPLAY "Cannot open HR org extract "
                           WS-HR-ORG-FILE-NAME
                           " (status " WS-HR-ORG-FILE-STATUS ")"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE NOT = 0
               PERFORM NOTIFY-ABEND
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF

           OPEN OUTPUT LOAD-REPORT-FILE
           MOVE "RESULT|LINE|EMPLOYEE|REASON" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ HR-ORG-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NUM
                       PERFORM LOAD-ONE-ORG-LINE
               END-READ
           END-PERFORM
           CLOSE HR-ORG-FILE

           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                       UNTIL WS-ORG-IDX > WS-ORG-COUNT
               PERFORM RESOLVE-MANAGER
           END-PERFORM
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                       UNTIL WS-ORG-IDX > WS-ORG-COUNT
               PERFORM CHECK-MANAGER-CHAIN
           END-PERFORM

           PERFORM WRITE-ORG-REFERENCE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUMMARY|READ=" DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
                  "|LOADED=" DELIMITED BY SIZE
                  WS-ORG-COUNT DELIMITED BY SIZE
                  "|REJECTED=" DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
                  "|WARNINGS=" DELIMITED BY SIZE
                  WS-WARNING-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE LOAD-REPORT-FILE

           MOVE WS-READ-COUNT TO WS-HIST-READ
           MOVE WS-ORG-COUNT TO WS-HIST-OK
           MOVE WS-REJECT-COUNT TO WS-HIST-FAIL
           IF RETURN-CODE = 0
               AND (WS-REJECT-COUNT > 0 OR WS-WARNING-COUNT > 0)
               MOVE 4 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 8
               PERFORM NOTIFY-ABEND
           END-IF

           DISPLAY "Org reference load complete. Read: " WS-READ-COUNT
                   " Loaded: " WS-ORG-COUNT
                   " Rejected: " WS-REJECT-COUNT
                   " Warnings: " WS-WARNING-COUNT
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           STOP RUN.

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

           DISPLAY "User master loaded: " WS-UM-COUNT " accounts"
           IF WS-UM-TRUNCATED = "Y"
               DISPLAY "WARNING: user table filled at 5000 - HR "
                       "people beyond it are rejected as unknown"
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
           UNSTRING USER-SYNC-RECORD DELIMITED BY "|"
               INTO WS-REC-ID WS-REC-USERNAME WS-REC-EMAIL
           IF WS-REC-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UM-COUNT
           MOVE WS-REC-ID TO WS-UM-ID(WS-UM-COUNT)
           MOVE FUNCTION LOWER-CASE(WS-REC-USERNAME)
               TO WS-UM-USERNAME-KEY(WS-UM-COUNT)
           MOVE FUNCTION LOWER-CASE(WS-REC-EMAIL)
               TO WS-UM-EMAIL-KEY(WS-UM-COUNT).

      ******************************************************************
      * LOAD-ONE-ORG-LINE: Resolve one HR person to a Grey user ID
      * and stage the line
      ******************************************************************
       LOAD-ONE-ORG-LINE.
           IF HR-ORG-RECORD = SPACES OR HR-ORG-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-HR-EMPLOYEE WS-HR-DEPARTMENT
                          WS-HR-COST-CENTER WS-HR-MANAGER
           UNSTRING HR-ORG-RECORD DELIMITED BY "|"
               INTO WS-HR-EMPLOYEE WS-HR-DEPARTMENT
                    WS-HR-COST-CENTER WS-HR-MANAGER

           MOVE "REJECTED" TO WS-ISSUE-KIND
           MOVE WS-LINE-NUM TO WS-ISSUE-LINE
           MOVE WS-HR-EMPLOYEE TO WS-ISSUE-EMPLOYEE
           IF WS-HR-DEPARTMENT = SPACES
               MOVE "department is required" TO WS-ISSUE-REASON
               PERFORM WRITE-ISSUE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HR-EMPLOYEE TO WS-LOOK-KEY
           PERFORM RESOLVE-HR-IDENTITY
           IF WS-LOOK-ID = SPACES
               MOVE "employee has no Grey account" TO WS-ISSUE-REASON
               PERFORM WRITE-ISSUE-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ORG-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-ORG-SCAN-IDX > WS-ORG-COUNT
               IF WS-ORG-USER-ID(WS-ORG-SCAN-IDX) = WS-LOOK-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ORG-SCAN-IDX <= WS-ORG-COUNT
               MOVE "employee already loaded from an earlier line"
                   TO WS-ISSUE-REASON
               PERFORM WRITE-ISSUE-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-ORG-COUNT >= 5000
               MOVE "org reference full at 5000 people"
                   TO WS-ISSUE-REASON
               PERFORM WRITE-ISSUE-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ORG-COUNT
           MOVE WS-LINE-NUM TO WS-ORG-LINE-NUM(WS-ORG-COUNT)
           MOVE WS-HR-EMPLOYEE TO WS-ORG-EMPLOYEE(WS-ORG-COUNT)
           MOVE WS-LOOK-ID TO WS-ORG-USER-ID(WS-ORG-COUNT)
           MOVE WS-HR-DEPARTMENT TO WS-ORG-DEPARTMENT(WS-ORG-COUNT)
           MOVE WS-HR-COST-CENTER TO WS-ORG-COST-CENTER(WS-ORG-COUNT)
           MOVE WS-HR-MANAGER TO WS-ORG-MANAGER-KEY(WS-ORG-COUNT)
           MOVE SPACES TO WS-ORG-MANAGER-ID(WS-ORG-COUNT)
           MOVE 0 TO WS-ORG-MANAGER-IDX(WS-ORG-COUNT).

      ******************************************************************
      * RESOLVE-HR-IDENTITY: Username first, then email
      ******************************************************************
       RESOLVE-HR-IDENTITY.
           MOVE SPACES TO WS-LOOK-ID
           IF WS-LOOK-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LOWER-CASE(WS-LOOK-KEY) TO WS-LOOK-KEY
           PERFORM VARYING WS-UM-IDX FROM 1 BY 1
                       UNTIL WS-UM-IDX > WS-UM-COUNT
               IF WS-UM-USERNAME-KEY(WS-UM-IDX) = WS-LOOK-KEY
                   MOVE WS-UM-ID(WS-UM-IDX) TO WS-LOOK-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM VARYING WS-UM-IDX FROM 1 BY 1
                       UNTIL WS-UM-IDX > WS-UM-COUNT
               IF WS-UM-EMAIL-KEY(WS-UM-IDX) = WS-LOOK-KEY
                   MOVE WS-UM-ID(WS-UM-IDX) TO WS-LOOK-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

      ******************************************************************
      * RESOLVE-MANAGER: The manager's user ID, and where the manager
      * sits in the staged table (0 when not loaded themselves)
      ******************************************************************
       RESOLVE-MANAGER.
           IF WS-ORG-MANAGER-KEY(WS-ORG-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "WARNING" TO WS-ISSUE-KIND
           MOVE WS-ORG-LINE-NUM(WS-ORG-IDX) TO WS-ISSUE-LINE
           MOVE WS-ORG-EMPLOYEE(WS-ORG-IDX) TO WS-ISSUE-EMPLOYEE

           MOVE WS-ORG-MANAGER-KEY(WS-ORG-IDX) TO WS-LOOK-KEY
           PERFORM RESOLVE-HR-IDENTITY
           IF WS-LOOK-ID = SPACES
               MOVE "manager has no Grey account - left blank"
                   TO WS-ISSUE-REASON
               PERFORM WRITE-ISSUE-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-LOOK-ID = WS-ORG-USER-ID(WS-ORG-IDX)
               MOVE "employee is their own manager - left blank"
                   TO WS-ISSUE-REASON
               PERFORM WRITE-ISSUE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOK-ID TO WS-ORG-MANAGER-ID(WS-ORG-IDX)
           PERFORM VARYING WS-ORG-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-ORG-SCAN-IDX > WS-ORG-COUNT
               IF WS-ORG-USER-ID(WS-ORG-SCAN-IDX) = WS-LOOK-ID
                   MOVE WS-ORG-SCAN-IDX
                       TO WS-ORG-MANAGER-IDX(WS-ORG-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * CHECK-MANAGER-CHAIN: Walk up from one person; a chain that
      * comes back to them is cut at their line
      ******************************************************************
       CHECK-MANAGER-CHAIN.
           MOVE WS-ORG-MANAGER-IDX(WS-ORG-IDX) TO WS-CHAIN-IDX
           MOVE 0 TO WS-CHAIN-HOPS
           PERFORM UNTIL WS-CHAIN-IDX = 0
                      OR WS-CHAIN-IDX = WS-ORG-IDX
                      OR WS-CHAIN-HOPS >= WS-CHAIN-MAX-HOPS
               ADD 1 TO WS-CHAIN-HOPS
               MOVE WS-ORG-MANAGER-IDX(WS-CHAIN-IDX) TO WS-CHAIN-IDX
           END-PERFORM
      *    Only a chain that comes back to this person is cut here;
      *    someone merely reporting into a loop is left alone, and the
      *    loop is cut when its own members are checked
           IF WS-CHAIN-IDX NOT = WS-ORG-IDX
               EXIT PARAGRAPH
           END-IF
           MOVE "WARNING" TO WS-ISSUE-KIND
           MOVE WS-ORG-LINE-NUM(WS-ORG-IDX) TO WS-ISSUE-LINE
           MOVE WS-ORG-EMPLOYEE(WS-ORG-IDX) TO WS-ISSUE-EMPLOYEE
           MOVE "manager chain loops - manager left blank"
               TO WS-ISSUE-REASON
           PERFORM WRITE-ISSUE-LINE
           MOVE SPACES TO WS-ORG-MANAGER-ID(WS-ORG-IDX)
           MOVE 0 TO WS-ORG-MANAGER-IDX(WS-ORG-IDX).

      ******************************************************************
      * WRITE-ORG-REFERENCE: Write the complete reference beside the
      * old one, then rename it into place
      ******************************************************************
       WRITE-ORG-REFERENCE.
           OPEN OUTPUT ORG-NEW-FILE
           IF WS-ORG-NEW-STATUS NOT = "00"
               DISPLAY "Cannot write " WS-ORG-NEW-NAME
                       " - org reference left as it was"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                       UNTIL WS-ORG-IDX > WS-ORG-COUNT
               MOVE SPACES TO WS-ORG-LINE
               STRING WS-ORG-USER-ID(WS-ORG-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-ORG-DEPARTMENT(WS-ORG-IDX) DELIMITED BY "  "
                      "|" DELIMITED BY SIZE
                      WS-ORG-COST-CENTER(WS-ORG-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-ORG-MANAGER-ID(WS-ORG-IDX) DELIMITED BY SPACE
                      INTO WS-ORG-LINE
               MOVE WS-ORG-LINE TO ORG-NEW-RECORD
               WRITE ORG-NEW-RECORD
           END-PERFORM
           CLOSE ORG-NEW-FILE

           MOVE SPACES TO WS-SWAP-COMMAND
           STRING "mv -f " DELIMITED BY SIZE
                  WS-ORG-NEW-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-ORG-FILE-NAME DELIMITED BY SPACE
                  INTO WS-SWAP-COMMAND
           CALL "SYSTEM" USING WS-SWAP-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "Rename of " WS-ORG-NEW-NAME " failed - org "
                       "reference left as it was"
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * WRITE-ISSUE-LINE: One rejected line or warning
      ******************************************************************
       WRITE-ISSUE-LINE.
           IF WS-ISSUE-KIND = "REJECTED"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               ADD 1 TO WS-WARNING-COUNT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-ISSUE-KIND DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-ISSUE-LINE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-ISSUE-EMPLOYEE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-ISSUE-REASON DELIMITED BY "  "
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO LOAD-REPORT-RECORD
           WRITE LOAD-REPORT-RECORD.

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
           MOVE "org reference not rebuilt - previous file kept"
               TO WS-NOTIFY-DETAIL
           CALL "NOTIFY-SPOOL-WRITE" USING WS-NOTIFY-SEVERITY
                                           WS-HIST-JOB-NAME
                                           WS-NOTIFY-SUMMARY
                                           WS-NOTIFY-DETAIL
                                           WS-NOTIFY-CID.

       END PROGRAM ORG-REFERENCE-LOAD.
