      ******************************************************************
      * owner_delegate_report.cbl - Grey Owner Delegate Report
      * Monthly check of the owner delegate register OWNER-DELEGATE
      * keeps, which OWNERSHIP-TRANSFER and the offboarding driver
      * fall back on when no successor is named. A gap there only
      * shows when someone leaves, so this report lists ahead of time:
      *
      *   - owners of live projects on the project master
      *     (/tmp/grey_project_master.dat, archived projects left
      *     out) who have named no backup, no successor or neither
      *   - delegates who are not active on the user master
      *     (/tmp/grey_user_sync.txt), not on it at all, or departing
      *     (DELEGATE-DEPARTING - on the HR termination file or being
      *     offboarded)
      *   - circular delegations, where following successors (or
      *     backups) from an owner leads back to that owner - a self
      *     delegation included. Each circle is listed once, from the
      *     lowest owner ID on it.
      *
      * Report (/tmp/grey_owner_delegate_report.txt):
      *   "OWNER-DELEGATES|RUN=timestamp"
      *   "NO-DELEGATE|owner-id|PROJECTS=n|MISSING=BACKUP,SUCCESSOR"
      *   "INACTIVE-DELEGATE|owner-id|BACKUP-or-SUCCESSOR|
      *    delegate-id|status"
      *   "CIRCULAR|SUCCESSOR-or-BACKUP|owner>delegate>...>owner"
      *   "SUMMARY|OWNERS=n|REGISTERED=n|NO_DELEGATE=n|
      *    INACTIVE_DELEGATE=n|CIRCULAR=n"
      *
      * RETURN-CODE 0 no finding, 4 findings reported, 8 no project
      * master, 12 another instance holds the run lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OWNER-DELEGATE-REPORT.

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

           SELECT DELEGATE-REPORT-FILE ASSIGN TO WS-DELEGATE-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYNC-MASTER-FILE.
       COPY GREYSYNC.

       FD  USER-SYNC-FILE.
       01  USER-SYNC-RECORD            PIC X(700).

       FD  DELEGATE-REPORT-FILE.
       01  DELEGATE-REPORT-RECORD      PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-SYNC-FILE-NAME           PIC X(64)
               VALUE "/tmp/grey_project_master.dat".
       01  WS-SYNC-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-USER-SYNC-FILE-NAME      PIC X(64)
               VALUE "/tmp/grey_user_sync.txt".
       01  WS-USER-SYNC-STATUS         PIC XX     VALUE SPACES.
       01  WS-DELEGATE-REPORT-NAME     PIC X(64)
               VALUE "/tmp/grey_owner_delegate_report.txt".
       01  WS-REPORT-LINE              PIC X(400) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-DLG-RC                   PIC 9(2)   VALUE 0.
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-TS                       PIC X(20)  VALUE SPACES.

      ******************************************************************
      * The delegate register, as DELEGATE-LIST hands it back
      ******************************************************************
       01  WS-DELEGATE-LIST.
           05  WS-DL-COUNT              PIC 9(4)  VALUE 0.
           05  WS-DL-ENTRY OCCURS 2000 TIMES.
               10  WS-DL-OWNER          PIC X(64).
               10  WS-DL-BACKUP         PIC X(64).
               10  WS-DL-SUCCESSOR      PIC X(64).
       01  WS-DL-IDX                   PIC 9(4)   VALUE 0.
       01  WS-DL-SCAN-IDX              PIC 9(4)   VALUE 0.
       01  WS-DL-FOUND-IDX             PIC 9(4)   VALUE 0.
       01  WS-LOOK-OWNER-ID            PIC X(64)  VALUE SPACES.

      ******************************************************************
      * Owners of live projects, in owner-key order
      ******************************************************************
       01  WS-OWNER-TABLE.
           05  WS-OWNER-COUNT           PIC 9(5)  VALUE 0.
           05  WS-OWNER-TRUNCATED       PIC X     VALUE "N".
           05  WS-OWNER-ENTRY OCCURS 5000 TIMES.
               10  WS-OT-ID             PIC X(64).
               10  WS-OT-PROJECTS       PIC 9(5).
       01  WS-OWNER-IDX                PIC 9(5)   VALUE 0.

      ******************************************************************
      * User master - ID and status of every account
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
       01  WS-LOOK-DEPARTING           PIC X      VALUE "N".
       01  WS-REC-ID                   PIC X(64)  VALUE SPACES.
       01  WS-REC-USERNAME             PIC X(256) VALUE SPACES.
       01  WS-REC-EMAIL                PIC X(128) VALUE SPACES.
       01  WS-REC-STATUS               PIC X(16)  VALUE SPACES.

      ******************************************************************
      * Findings in progress
      ******************************************************************
       01  WS-MISSING                  PIC X(20)  VALUE SPACES.
       01  WS-DELEGATE-ROLE            PIC X(9)   VALUE SPACES.
       01  WS-DELEGATE-ID              PIC X(64)  VALUE SPACES.
       01  WS-CHAIN-KIND               PIC X(9)   VALUE SPACES.
       01  WS-CHAIN-START              PIC X(64)  VALUE SPACES.
       01  WS-CHAIN-CUR                PIC X(64)  VALUE SPACES.
       01  WS-CHAIN-STEPS              PIC 9(4)   VALUE 0.
       01  WS-CHAIN-DONE               PIC X      VALUE "N".
       01  WS-CHAIN-CIRCULAR           PIC X      VALUE "N".
       01  WS-CHAIN-LOWEST             PIC X      VALUE "Y".
       01  WS-CHAIN-PATH               PIC X(300) VALUE SPACES.
       01  WS-CHAIN-PTR                PIC 9(3)   VALUE 0.

      ******************************************************************
      * Totals
      ******************************************************************
       01  WS-TOT-NO-DELEGATE          PIC 9(5)   VALUE 0.
       01  WS-TOT-INACTIVE             PIC 9(5)   VALUE 0.
       01  WS-TOT-CIRCULAR             PIC 9(5)   VALUE 0.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "OWNER-DELEGATE-REPORT".
       01  WS-HIST-RUN-ID              PIC X(24)  VALUE SPACES.
       01  WS-HIST-READ                PIC 9(8)   VALUE 0.
       01  WS-HIST-OK                  PIC 9(8)   VALUE 0.
       01  WS-HIST-FAIL                PIC 9(8)   VALUE 0.
       01  WS-HIST-CID                 PIC X(40)  VALUE SPACES.
       01  WS-LOCK-ACQUIRED            PIC X      VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Owner Delegate Report ==="
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

           OPEN INPUT SYNC-MASTER-FILE
           IF WS-SYNC-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open project master "
                       WS-SYNC-FILE-NAME
                       " (status " WS-SYNC-FILE-STATUS ")"
               MOVE 8 TO WS-DLG-RC
               PERFORM FINISH-RUN
           END-IF
           PERFORM LOAD-OWNERS
           CLOSE SYNC-MASTER-FILE

           PERFORM LOAD-USER-MASTER
           CALL "DELEGATE-LIST" USING WS-DELEGATE-LIST
           DISPLAY "Delegate register: " WS-DL-COUNT " owners"

           OPEN OUTPUT DELEGATE-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OWNER-DELEGATES|RUN=" DELIMITED BY SIZE
                  WS-TS DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                   UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
               PERFORM CHECK-OWNER-DELEGATES
           END-PERFORM

           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-DL-COUNT
               PERFORM CHECK-DELEGATE-STATUS
           END-PERFORM

           MOVE "SUCCESSOR" TO WS-CHAIN-KIND
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-DL-COUNT
               PERFORM CHECK-ONE-CHAIN
           END-PERFORM
           MOVE "BACKUP" TO WS-CHAIN-KIND
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-DL-COUNT
               PERFORM CHECK-ONE-CHAIN
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUMMARY|OWNERS=" DELIMITED BY SIZE
                  WS-OWNER-COUNT DELIMITED BY SIZE
                  "|REGISTERED=" DELIMITED BY SIZE
                  WS-DL-COUNT DELIMITED BY SIZE
                  "|NO_DELEGATE=" DELIMITED BY SIZE
                  WS-TOT-NO-DELEGATE DELIMITED BY SIZE
                  "|INACTIVE_DELEGATE=" DELIMITED BY SIZE
                  WS-TOT-INACTIVE DELIMITED BY SIZE
                  "|CIRCULAR=" DELIMITED BY SIZE
                  WS-TOT-CIRCULAR DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE DELEGATE-REPORT-FILE

           COMPUTE WS-HIST-FAIL = WS-TOT-NO-DELEGATE + WS-TOT-INACTIVE
                                + WS-TOT-CIRCULAR
           IF WS-HIST-FAIL > 0
               MOVE 4 TO WS-DLG-RC
           END-IF
           DISPLAY "Owners: " WS-OWNER-COUNT
                   " No delegate: " WS-TOT-NO-DELEGATE
                   " Inactive delegates: " WS-TOT-INACTIVE
                   " Circular: " WS-TOT-CIRCULAR
           DISPLAY "Report written: "
                   FUNCTION TRIM(WS-DELEGATE-REPORT-NAME)
           PERFORM FINISH-RUN.

      ******************************************************************
      * FINISH-RUN: Record the run, release the lock and end with the
      * job's return code
      ******************************************************************
       FINISH-RUN.
           MOVE WS-DLG-RC TO RETURN-CODE
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           MOVE WS-DLG-RC TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * LOAD-OWNERS: Every owner of a live project with a count of
      * the projects, walking the master in owner-key order
      ******************************************************************
       LOAD-OWNERS.
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
                       PERFORM LOAD-ONE-OWNER
               END-READ
           END-PERFORM
           DISPLAY "Owners of live projects: " WS-OWNER-COUNT
           IF WS-OWNER-TRUNCATED = "Y"
               DISPLAY "WARNING: owner table filled at 5000 - later "
                       "owners are not checked"
           END-IF.

       LOAD-ONE-OWNER.
           IF SYNC-PROJ-OWNER = SPACES
               OR SYNC-PROJ-STATUS = "archived"
               EXIT PARAGRAPH
           END-IF
           IF WS-OWNER-COUNT > 0
               IF WS-OT-ID(WS-OWNER-COUNT) = SYNC-PROJ-OWNER
                   ADD 1 TO WS-OT-PROJECTS(WS-OWNER-COUNT)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-OWNER-COUNT >= 5000
               MOVE "Y" TO WS-OWNER-TRUNCATED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OWNER-COUNT
           MOVE SYNC-PROJ-OWNER TO WS-OT-ID(WS-OWNER-COUNT)
           MOVE 1 TO WS-OT-PROJECTS(WS-OWNER-COUNT).

      ******************************************************************
      * LOAD-USER-MASTER: ID and status of every account
      ******************************************************************
       LOAD-USER-MASTER.
           OPEN INPUT USER-SYNC-FILE
           IF WS-USER-SYNC-STATUS NOT = "00"
               DISPLAY "No user master " WS-USER-SYNC-FILE-NAME
                       " - every delegate shows as not on it"
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
                       "delegates show as not on the user master"
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

      *    WS-DL-FOUND-IDX stays 0 when WS-LOOK-OWNER-ID has no
      *    register line
       FIND-DELEGATE-ENTRY.
           MOVE 0 TO WS-DL-FOUND-IDX
           PERFORM VARYING WS-DL-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-DL-SCAN-IDX > WS-DL-COUNT
               IF WS-DL-OWNER(WS-DL-SCAN-IDX) = WS-LOOK-OWNER-ID
                   MOVE WS-DL-SCAN-IDX TO WS-DL-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * CHECK-OWNER-DELEGATES: An owner with no backup, no successor
      * or neither on the register
      ******************************************************************
       CHECK-OWNER-DELEGATES.
           MOVE WS-OT-ID(WS-OWNER-IDX) TO WS-LOOK-OWNER-ID
           PERFORM FIND-DELEGATE-ENTRY
           EVALUATE TRUE
               WHEN WS-DL-FOUND-IDX = 0
                   MOVE "BACKUP,SUCCESSOR" TO WS-MISSING
               WHEN WS-DL-BACKUP(WS-DL-FOUND-IDX) = SPACES
                AND WS-DL-SUCCESSOR(WS-DL-FOUND-IDX) = SPACES
                   MOVE "BACKUP,SUCCESSOR" TO WS-MISSING
               WHEN WS-DL-BACKUP(WS-DL-FOUND-IDX) = SPACES
                   MOVE "BACKUP" TO WS-MISSING
               WHEN WS-DL-SUCCESSOR(WS-DL-FOUND-IDX) = SPACES
                   MOVE "SUCCESSOR" TO WS-MISSING
               WHEN OTHER
                   ADD 1 TO WS-HIST-OK
                   EXIT PARAGRAPH
           END-EVALUATE

           ADD 1 TO WS-TOT-NO-DELEGATE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "NO-DELEGATE|" DELIMITED BY SIZE
                  WS-OT-ID(WS-OWNER-IDX) DELIMITED BY SPACE
                  "|PROJECTS=" DELIMITED BY SIZE
                  WS-OT-PROJECTS(WS-OWNER-IDX) DELIMITED BY SIZE
                  "|MISSING=" DELIMITED BY SIZE
                  WS-MISSING DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * CHECK-DELEGATE-STATUS: Both of an owner's delegates must be
      * active and staying
      ******************************************************************
       CHECK-DELEGATE-STATUS.
           MOVE "BACKUP" TO WS-DELEGATE-ROLE
           MOVE WS-DL-BACKUP(WS-DL-IDX) TO WS-DELEGATE-ID
           PERFORM CHECK-ONE-DELEGATE
           MOVE "SUCCESSOR" TO WS-DELEGATE-ROLE
           MOVE WS-DL-SUCCESSOR(WS-DL-IDX) TO WS-DELEGATE-ID
           PERFORM CHECK-ONE-DELEGATE.

       CHECK-ONE-DELEGATE.
           IF WS-DELEGATE-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DELEGATE-ID TO WS-LOOK-USER-ID
           PERFORM FIND-USER-STATUS
           IF WS-LOOK-USER-STATUS = "active"
               CALL "DELEGATE-DEPARTING" USING WS-DELEGATE-ID
                                               WS-LOOK-DEPARTING
               IF WS-LOOK-DEPARTING NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE "departing" TO WS-LOOK-USER-STATUS
           END-IF

           ADD 1 TO WS-TOT-INACTIVE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "INACTIVE-DELEGATE|" DELIMITED BY SIZE
                  WS-DL-OWNER(WS-DL-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-DELEGATE-ROLE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-DELEGATE-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-LOOK-USER-STATUS DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * CHECK-ONE-CHAIN: Follow successors (or backups) from one
      * owner; a chain that returns to the owner is circular. It is
      * reported only from its lowest owner ID so each circle appears
      * once, and a chain that loops without returning to its start
      * is left to the owner inside the loop.
      ******************************************************************
       CHECK-ONE-CHAIN.
           MOVE WS-DL-OWNER(WS-DL-IDX) TO WS-CHAIN-START
           MOVE WS-DL-IDX TO WS-DL-FOUND-IDX
           MOVE SPACES TO WS-CHAIN-PATH
           MOVE 1 TO WS-CHAIN-PTR
           STRING WS-CHAIN-START DELIMITED BY SPACE
                  INTO WS-CHAIN-PATH WITH POINTER WS-CHAIN-PTR
           MOVE 0 TO WS-CHAIN-STEPS
           MOVE "N" TO WS-CHAIN-DONE WS-CHAIN-CIRCULAR
           MOVE "Y" TO WS-CHAIN-LOWEST
           PERFORM UNTIL WS-CHAIN-DONE = "Y"
               PERFORM FOLLOW-ONE-LINK
           END-PERFORM
           IF WS-CHAIN-CIRCULAR NOT = "Y" OR WS-CHAIN-LOWEST NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOT-CIRCULAR
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CIRCULAR|" DELIMITED BY SIZE
                  WS-CHAIN-KIND DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-CHAIN-PATH DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *    One step along the chain from register entry
      *    WS-DL-FOUND-IDX
       FOLLOW-ONE-LINK.
           ADD 1 TO WS-CHAIN-STEPS
           IF WS-CHAIN-KIND = "SUCCESSOR"
               MOVE WS-DL-SUCCESSOR(WS-DL-FOUND-IDX) TO WS-CHAIN-CUR
           ELSE
               MOVE WS-DL-BACKUP(WS-DL-FOUND-IDX) TO WS-CHAIN-CUR
           END-IF
           IF WS-CHAIN-CUR = SPACES OR WS-CHAIN-STEPS > WS-DL-COUNT
               MOVE "Y" TO WS-CHAIN-DONE
               EXIT PARAGRAPH
           END-IF

           STRING ">" DELIMITED BY SIZE
                  WS-CHAIN-CUR DELIMITED BY SPACE
                  INTO WS-CHAIN-PATH WITH POINTER WS-CHAIN-PTR
               ON OVERFLOW
                   CONTINUE
           END-STRING
           IF WS-CHAIN-CUR = WS-CHAIN-START
               MOVE "Y" TO WS-CHAIN-CIRCULAR WS-CHAIN-DONE
               EXIT PARAGRAPH
           END-IF
           IF WS-CHAIN-CUR < WS-CHAIN-START
               MOVE "N" TO WS-CHAIN-LOWEST
           END-IF

           MOVE WS-CHAIN-CUR TO WS-LOOK-OWNER-ID
           PERFORM FIND-DELEGATE-ENTRY
           IF WS-DL-FOUND-IDX = 0
               MOVE "Y" TO WS-CHAIN-DONE
           END-IF.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO DELEGATE-REPORT-RECORD
           WRITE DELEGATE-REPORT-RECORD.

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

       END PROGRAM OWNER-DELEGATE-REPORT.
