      ******************************************************************
      * dept_rollup_report.cbl - Grey Department Rollup Report
      * The roster can only break on project owner; finance and the
      * recertification campaign want the estate by department and
      * by manager chain. This report joins the local project master
      * (owner) and the membership file MEMBERSHIP-SYNC keeps to the
      * org reference ORG-REFERENCE-LOAD builds, and rolls up per
      * person:
      *   PROJECTS     projects they own, split ACTIVE / ARCHIVED
      *   MEMBERSHIPS  project memberships they hold
      *
      * Report (/tmp/grey_dept_rollup.txt):
      *   "DEPARTMENT|department|people|projects|active|archived|
      *    memberships"
      *   "COST-CENTER|cost-center|people|projects|active|archived|
      *    memberships"
      *   "MANAGER|user-id|department|direct-reports|total-reports|
      *    projects|active|archived|memberships"
      *     one line per manager, the counts covering the manager and
      *     everyone below them in the chain
      * Owners and members not on the org reference are totalled
      * under department "(unassigned)".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPT-ROLLUP-REPORT.

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

           SELECT ORG-FILE ASSIGN TO WS-ORG-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ORG-FILE-STATUS.

           SELECT MEMBERSHIP-FILE ASSIGN TO WS-MEMBERSHIP-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBERSHIP-STATUS.

           SELECT ROLLUP-FILE ASSIGN TO WS-ROLLUP-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYNC-MASTER-FILE.
       COPY GREYSYNC.

       FD  ORG-FILE.
       01  ORG-RECORD                  PIC X(300).

       FD  MEMBERSHIP-FILE.
       01  MEMBERSHIP-RECORD           PIC X(200).

       FD  ROLLUP-FILE.
       01  ROLLUP-RECORD               PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-SYNC-FILE-NAME           PIC X(64)
               VALUE "/tmp/grey_project_master.dat".
       01  WS-SYNC-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-ORG-FILE-NAME            PIC X(64)
               VALUE "/tmp/grey_org_reference.txt".
       01  WS-ORG-FILE-STATUS          PIC XX     VALUE SPACES.
       01  WS-MEMBERSHIP-FILE-NAME     PIC X(64)
               VALUE "/tmp/grey_membership.txt".
       01  WS-MEMBERSHIP-STATUS        PIC XX     VALUE SPACES.
       01  WS-ROLLUP-FILE-NAME         PIC X(64)
               VALUE "/tmp/grey_dept_rollup.txt".
       01  WS-FILE-ENV                 PIC X(64)  VALUE SPACES.
       01  WS-REPORT-LINE              PIC X(300) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-NOW                      PIC X(21)  VALUE SPACES.

      ******************************************************************
      * Org reference, with each person's own counts and the counts
      * of their whole chain below them
      ******************************************************************
       01  WS-ORG-TABLE.
           05  WS-ORG-COUNT             PIC 9(5)  VALUE 0.
           05  WS-ORG-ENTRY OCCURS 5000 TIMES.
               10  WS-ORG-USER-ID       PIC X(64).
               10  WS-ORG-DEPARTMENT    PIC X(64).
               10  WS-ORG-COST-CENTER   PIC X(32).
               10  WS-ORG-MANAGER-ID    PIC X(64).
               10  WS-ORG-MANAGER-IDX   PIC 9(5).
               10  WS-ORG-DIRECT        PIC 9(5).
               10  WS-ORG-REPORTS       PIC 9(5).
               10  WS-ORG-OWN-COUNTS.
                   15  WS-ORG-OWN-PROJ  PIC 9(7).
                   15  WS-ORG-OWN-ACT   PIC 9(7).
                   15  WS-ORG-OWN-ARC   PIC 9(7).
                   15  WS-ORG-OWN-MBR   PIC 9(7).
               10  WS-ORG-CHAIN-COUNTS.
                   15  WS-ORG-CHN-PROJ  PIC 9(7).
                   15  WS-ORG-CHN-ACT   PIC 9(7).
                   15  WS-ORG-CHN-ARC   PIC 9(7).
                   15  WS-ORG-CHN-MBR   PIC 9(7).
       01  WS-ORG-IDX                  PIC 9(5)   VALUE 0.
       01  WS-ORG-FOUND-IDX            PIC 9(5)   VALUE 0.
       01  WS-ORG-FIND-IDX             PIC 9(5)   VALUE 0.
       01  WS-LOOK-USER                PIC X(64)  VALUE SPACES.
       01  WS-CHAIN-IDX                PIC 9(5)   VALUE 0.
       01  WS-CHAIN-HOPS               PIC 9(3)   VALUE 0.
       01  WS-CHAIN-MAX-HOPS           PIC 9(3)   VALUE 50.

      ******************************************************************
      * Department and cost-center accumulators (one table, the
      * group type telling them apart)
      ******************************************************************
       01  WS-GRP-TABLE.
           05  WS-GRP-COUNT             PIC 9(4)  VALUE 0.
           05  WS-GRP-ENTRY OCCURS 1000 TIMES.
               10  WS-GRP-TYPE          PIC X(12).
               10  WS-GRP-KEY           PIC X(64).
               10  WS-GRP-PEOPLE        PIC 9(7).
               10  WS-GRP-PROJ          PIC 9(7).
               10  WS-GRP-ACT           PIC 9(7).
               10  WS-GRP-ARC           PIC 9(7).
               10  WS-GRP-MBR           PIC 9(7).
       01  WS-GRP-IDX                  PIC 9(4)   VALUE 0.
       01  WS-GRP-FOUND-IDX            PIC 9(4)   VALUE 0.
       01  WS-GRP-FULL                 PIC X      VALUE "N".
       01  WS-LOOK-TYPE                PIC X(12)  VALUE SPACES.
       01  WS-LOOK-KEY                 PIC X(64)  VALUE SPACES.

      ******************************************************************
      * Owners and members not on the org reference
      ******************************************************************
       01  WS-UNASSIGNED-COUNTS.
           05  WS-UNA-PROJ              PIC 9(7)  VALUE 0.
           05  WS-UNA-ACT               PIC 9(7)  VALUE 0.
           05  WS-UNA-ARC               PIC 9(7)  VALUE 0.
           05  WS-UNA-MBR               PIC 9(7)  VALUE 0.

       01  WS-MBR-PROJ-ID              PIC X(64)  VALUE SPACES.
       01  WS-MBR-USER-ID              PIC X(64)  VALUE SPACES.
       01  WS-PROJECT-TOTAL            PIC 9(7)   VALUE 0.
       01  WS-MEMBERSHIP-TOTAL         PIC 9(7)   VALUE 0.
       01  WS-MANAGER-COUNT            PIC 9(5)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Department Rollup Report ==="
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW

           ACCEPT WS-FILE-ENV FROM ENVIRONMENT "GREY_ORG_FILE"
           IF WS-FILE-ENV NOT = SPACES
               MOVE WS-FILE-ENV TO WS-ORG-FILE-NAME
           END-IF

           PERFORM LOAD-ORG-REFERENCE
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF

           OPEN INPUT SYNC-MASTER-FILE
           IF WS-SYNC-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open project master "
                       WS-SYNC-FILE-NAME
                       " (status " WS-SYNC-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO SYNC-PROJ-ID
           MOVE "N" TO WS-EOF
           START SYNC-MASTER-FILE KEY >= SYNC-PROJ-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ SYNC-MASTER-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM COUNT-ONE-PROJECT
               END-READ
           END-PERFORM
           CLOSE SYNC-MASTER-FILE

           OPEN INPUT MEMBERSHIP-FILE
           IF WS-MEMBERSHIP-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ MEMBERSHIP-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM COUNT-ONE-MEMBERSHIP
                   END-READ
               END-PERFORM
               CLOSE MEMBERSHIP-FILE
           ELSE
               DISPLAY "No membership file (" WS-MEMBERSHIP-FILE-NAME
                       ") - membership counts are zero"
           END-IF

           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                       UNTIL WS-ORG-IDX > WS-ORG-COUNT
               PERFORM ROLL-UP-ONE-PERSON
           END-PERFORM

           PERFORM WRITE-ROLLUP-REPORT
           DISPLAY "Department rollup written: " WS-ROLLUP-FILE-NAME
           DISPLAY "People: " WS-ORG-COUNT
                   " Projects: " WS-PROJECT-TOTAL
                   " Memberships: " WS-MEMBERSHIP-TOTAL
                   " Managers: " WS-MANAGER-COUNT
           IF WS-GRP-FULL = "Y"
               DISPLAY "WARNING: group table filled at 1000 - some "
                       "departments or cost centers are not shown"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * LOAD-ORG-REFERENCE: Read the org reference and link each
      * person to their manager's entry
      ******************************************************************
       LOAD-ORG-REFERENCE.
           OPEN INPUT ORG-FILE
           IF WS-ORG-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open org reference " WS-ORG-FILE-NAME
                       " - run ORG-REFERENCE-LOAD first"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ ORG-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF ORG-RECORD NOT = SPACES
                           AND ORG-RECORD(1:1) NOT = "#"
                           AND WS-ORG-COUNT < 5000
                           ADD 1 TO WS-ORG-COUNT
                           INITIALIZE WS-ORG-ENTRY(WS-ORG-COUNT)
                           UNSTRING ORG-RECORD DELIMITED BY "|"
                               INTO WS-ORG-USER-ID(WS-ORG-COUNT)
                                    WS-ORG-DEPARTMENT(WS-ORG-COUNT)
                                    WS-ORG-COST-CENTER(WS-ORG-COUNT)
                                    WS-ORG-MANAGER-ID(WS-ORG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORG-FILE

           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                       UNTIL WS-ORG-IDX > WS-ORG-COUNT
               IF WS-ORG-MANAGER-ID(WS-ORG-IDX) NOT = SPACES
                   MOVE WS-ORG-MANAGER-ID(WS-ORG-IDX) TO WS-LOOK-USER
                   PERFORM FIND-PERSON
                   MOVE WS-ORG-FOUND-IDX
                       TO WS-ORG-MANAGER-IDX(WS-ORG-IDX)
                   IF WS-ORG-FOUND-IDX > 0
                       ADD 1 TO WS-ORG-DIRECT(WS-ORG-FOUND-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       FIND-PERSON.
           MOVE 0 TO WS-ORG-FOUND-IDX
           PERFORM VARYING WS-ORG-FIND-IDX FROM 1 BY 1
                       UNTIL WS-ORG-FIND-IDX > WS-ORG-COUNT
               IF WS-ORG-USER-ID(WS-ORG-FIND-IDX) = WS-LOOK-USER
                   MOVE WS-ORG-FIND-IDX TO WS-ORG-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * COUNT-ONE-PROJECT: Charge the project to its owner
      ******************************************************************
       COUNT-ONE-PROJECT.
           ADD 1 TO WS-PROJECT-TOTAL
           MOVE SYNC-PROJ-OWNER TO WS-LOOK-USER
           PERFORM FIND-PERSON
           IF WS-ORG-FOUND-IDX = 0
               ADD 1 TO WS-UNA-PROJ
               IF SYNC-PROJ-STATUS = "archived"
                   ADD 1 TO WS-UNA-ARC
               ELSE
                   ADD 1 TO WS-UNA-ACT
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ORG-OWN-PROJ(WS-ORG-FOUND-IDX)
           IF SYNC-PROJ-STATUS = "archived"
               ADD 1 TO WS-ORG-OWN-ARC(WS-ORG-FOUND-IDX)
           ELSE
               ADD 1 TO WS-ORG-OWN-ACT(WS-ORG-FOUND-IDX)
           END-IF.

      ******************************************************************
      * COUNT-ONE-MEMBERSHIP: Charge the membership to its holder
      ******************************************************************
       COUNT-ONE-MEMBERSHIP.
           IF MEMBERSHIP-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MBR-PROJ-ID WS-MBR-USER-ID
           UNSTRING MEMBERSHIP-RECORD DELIMITED BY "|"
               INTO WS-MBR-PROJ-ID WS-MBR-USER-ID
           IF WS-MBR-USER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MEMBERSHIP-TOTAL
           MOVE WS-MBR-USER-ID TO WS-LOOK-USER
           PERFORM FIND-PERSON
           IF WS-ORG-FOUND-IDX = 0
               ADD 1 TO WS-UNA-MBR
           ELSE
               ADD 1 TO WS-ORG-OWN-MBR(WS-ORG-FOUND-IDX)
           END-IF.

      ******************************************************************
      * ROLL-UP-ONE-PERSON: Add a person's own counts to their
      * department, their cost center, and everyone above them
      ******************************************************************
       ROLL-UP-ONE-PERSON.
           MOVE "DEPARTMENT" TO WS-LOOK-TYPE
           MOVE WS-ORG-DEPARTMENT(WS-ORG-IDX) TO WS-LOOK-KEY
           PERFORM ADD-TO-GROUP
           MOVE "COST-CENTER" TO WS-LOOK-TYPE
           MOVE WS-ORG-COST-CENTER(WS-ORG-IDX) TO WS-LOOK-KEY
           IF WS-LOOK-KEY = SPACES
               MOVE "(none)" TO WS-LOOK-KEY
           END-IF
           PERFORM ADD-TO-GROUP

      *    A person's chain counts include their own
           ADD WS-ORG-OWN-PROJ(WS-ORG-IDX)
               TO WS-ORG-CHN-PROJ(WS-ORG-IDX)
           ADD WS-ORG-OWN-ACT(WS-ORG-IDX) TO WS-ORG-CHN-ACT(WS-ORG-IDX)
           ADD WS-ORG-OWN-ARC(WS-ORG-IDX) TO WS-ORG-CHN-ARC(WS-ORG-IDX)
           ADD WS-ORG-OWN-MBR(WS-ORG-IDX) TO WS-ORG-CHN-MBR(WS-ORG-IDX)

           MOVE WS-ORG-MANAGER-IDX(WS-ORG-IDX) TO WS-CHAIN-IDX
           MOVE 0 TO WS-CHAIN-HOPS
           PERFORM UNTIL WS-CHAIN-IDX = 0
                      OR WS-CHAIN-IDX = WS-ORG-IDX
                      OR WS-CHAIN-HOPS >= WS-CHAIN-MAX-HOPS
               ADD 1 TO WS-CHAIN-HOPS
               ADD 1 TO WS-ORG-REPORTS(WS-CHAIN-IDX)
               ADD WS-ORG-OWN-PROJ(WS-ORG-IDX)
                   TO WS-ORG-CHN-PROJ(WS-CHAIN-IDX)
               ADD WS-ORG-OWN-ACT(WS-ORG-IDX)
                   TO WS-ORG-CHN-ACT(WS-CHAIN-IDX)
               ADD WS-ORG-OWN-ARC(WS-ORG-IDX)
                   TO WS-ORG-CHN-ARC(WS-CHAIN-IDX)
               ADD WS-ORG-OWN-MBR(WS-ORG-IDX)
                   TO WS-ORG-CHN-MBR(WS-CHAIN-IDX)
               MOVE WS-ORG-MANAGER-IDX(WS-CHAIN-IDX) TO WS-CHAIN-IDX
           END-PERFORM.

       ADD-TO-GROUP.
           MOVE 0 TO WS-GRP-FOUND-IDX
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                       UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-TYPE(WS-GRP-IDX) = WS-LOOK-TYPE
                   AND WS-GRP-KEY(WS-GRP-IDX) = WS-LOOK-KEY
                   MOVE WS-GRP-IDX TO WS-GRP-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GRP-FOUND-IDX = 0
               IF WS-GRP-COUNT >= 1000
                   MOVE "Y" TO WS-GRP-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GRP-COUNT
               MOVE WS-GRP-COUNT TO WS-GRP-FOUND-IDX
               INITIALIZE WS-GRP-ENTRY(WS-GRP-FOUND-IDX)
               MOVE WS-LOOK-TYPE TO WS-GRP-TYPE(WS-GRP-FOUND-IDX)
               MOVE WS-LOOK-KEY TO WS-GRP-KEY(WS-GRP-FOUND-IDX)
           END-IF
           ADD 1 TO WS-GRP-PEOPLE(WS-GRP-FOUND-IDX)
           ADD WS-ORG-OWN-PROJ(WS-ORG-IDX)
               TO WS-GRP-PROJ(WS-GRP-FOUND-IDX)
           ADD WS-ORG-OWN-ACT(WS-ORG-IDX)
               TO WS-GRP-ACT(WS-GRP-FOUND-IDX)
           ADD WS-ORG-OWN-ARC(WS-ORG-IDX)
               TO WS-GRP-ARC(WS-GRP-FOUND-IDX)
           ADD WS-ORG-OWN-MBR(WS-ORG-IDX)
               TO WS-GRP-MBR(WS-GRP-FOUND-IDX).

      ******************************************************************
      * WRITE-ROLLUP-REPORT: Departments, then cost centers, then the
      * manager chain
      ******************************************************************
       WRITE-ROLLUP-REPORT.
           OPEN OUTPUT ROLLUP-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DEPT-ROLLUP|AS_OF=" DELIMITED BY SIZE
                  WS-NOW(1:8) DELIMITED BY SIZE
                  "|PEOPLE=" DELIMITED BY SIZE
                  WS-ORG-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "DEPARTMENT" TO WS-LOOK-TYPE
           PERFORM WRITE-GROUP-LINES
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DEPARTMENT|(unassigned)|0000000|" DELIMITED BY SIZE
                  WS-UNA-PROJ DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-UNA-ACT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-UNA-ARC DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-UNA-MBR DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "COST-CENTER" TO WS-LOOK-TYPE
           PERFORM WRITE-GROUP-LINES

           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                       UNTIL WS-ORG-IDX > WS-ORG-COUNT
               IF WS-ORG-DIRECT(WS-ORG-IDX) > 0
                   ADD 1 TO WS-MANAGER-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "MANAGER|" DELIMITED BY SIZE
                          WS-ORG-USER-ID(WS-ORG-IDX) DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-ORG-DEPARTMENT(WS-ORG-IDX)
                              DELIMITED BY "  "
                          "|" DELIMITED BY SIZE
                          WS-ORG-DIRECT(WS-ORG-IDX) DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          WS-ORG-REPORTS(WS-ORG-IDX) DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          WS-ORG-CHN-PROJ(WS-ORG-IDX) DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          WS-ORG-CHN-ACT(WS-ORG-IDX) DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          WS-ORG-CHN-ARC(WS-ORG-IDX) DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          WS-ORG-CHN-MBR(WS-ORG-IDX) DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL|PROJECTS=" DELIMITED BY SIZE
                  WS-PROJECT-TOTAL DELIMITED BY SIZE
                  "|MEMBERSHIPS=" DELIMITED BY SIZE
                  WS-MEMBERSHIP-TOTAL DELIMITED BY SIZE
                  "|MANAGERS=" DELIMITED BY SIZE
                  WS-MANAGER-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE ROLLUP-FILE.

       WRITE-GROUP-LINES.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                       UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-TYPE(WS-GRP-IDX) = WS-LOOK-TYPE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING WS-GRP-TYPE(WS-GRP-IDX) DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-GRP-KEY(WS-GRP-IDX) DELIMITED BY "  "
                          "|" DELIMITED BY SIZE
                          WS-GRP-PEOPLE(WS-GRP-IDX) DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          WS-GRP-PROJ(WS-GRP-IDX) DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          WS-GRP-ACT(WS-GRP-IDX) DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          WS-GRP-ARC(WS-GRP-IDX) DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          WS-GRP-MBR(WS-GRP-IDX) DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO ROLLUP-RECORD
           WRITE ROLLUP-RECORD.

       END PROGRAM DEPT-ROLLUP-REPORT.
