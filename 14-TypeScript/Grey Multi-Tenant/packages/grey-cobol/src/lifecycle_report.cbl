      *   GREY_LC_FROM / GREY_LC_TO   period bounds (YYYY-MM-DD,
      *       default: everything the log holds)
      *
      * Anomalies - one line per project, as the master is walked:
      *   UNKNOWN-STATE    the lifecycle value is not a state the
      *                    transitions file (LIFECYCLE-RULES'
      *                    GREY_LIFECYCLE_FILE) names; not checked
      *                    when there is no transitions file
      *   STATUS-MISMATCH  Grey has the project archived and the
      *                    lifecycle says otherwise, or the lifecycle
      *                    says archived and Grey has it live
      * A project with no lifecycle key is not an anomaly.
      *
      * Report: /tmp/grey_lifecycle_report.txt
      *   "ANOMALY|project-id|owner|kind|state|grey-status" per
      *   anomaly, then "STATE|state|count" per state ("(none)"
      *   collects projects with no lifecycle key), then one
      *   "TRANSITION|..." line per period move.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIFECYCLE-REPORT.
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SYNC-PROJ-ID
               ALTERNATE RECORD KEY SYNC-PROJ-NAME-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY SYNC-PROJ-OWNER WITH DUPLICATES
               FILE STATUS IS WS-SYNC-FILE-STATUS.

           SELECT LIFECYCLE-LOG-FILE ASSIGN TO WS-LIFECYCLE-LOG-NAME
           SELECT LC-REPORT-FILE ASSIGN TO WS-LC-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT TRANSITIONS-FILE ASSIGN TO WS-TRANSITIONS-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSITIONS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYNC-MASTER-FILE.
       FD  LC-REPORT-FILE.
       01  LC-REPORT-RECORD            PIC X(250).

       FD  TRANSITIONS-FILE.
       01  TRANSITIONS-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       COPY GREYCONF.
       COPY GREYERR.
       01  WS-LC-REPORT-NAME           PIC X(64)
               VALUE "/tmp/grey_lifecycle_report.txt".
       01  WS-LC-LINE                  PIC X(250) VALUE SPACES.
       01  WS-TRANSITIONS-NAME         PIC X(64)
               VALUE "/tmp/grey_lifecycle_transitions.txt".
       01  WS-TRANSITIONS-ENV          PIC X(64)  VALUE SPACES.
       01  WS-TRANSITIONS-STATUS       PIC XX     VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-MASTER-EOF               PIC X      VALUE "N".

       01  WS-SCANNED-COUNT            PIC 9(8)   VALUE 0.
       01  WS-TRANSITION-COUNT         PIC 9(8)   VALUE 0.

      ******************************************************************
      * States the transitions file names, for the anomaly check
      ******************************************************************
       01  WS-KNOWN-STATE-TABLE.
           05  WS-KNOWN-COUNT           PIC 9(3)  VALUE 0.
           05  WS-KNOWN-STATE OCCURS 200 TIMES PIC X(32).
       01  WS-KNOWN-IDX                PIC 9(3)   VALUE 0.
       01  WS-RULES-PRESENT            PIC X      VALUE "N".
       01  WS-REC-FROM                 PIC X(32)  VALUE SPACES.
       01  WS-REC-TO                   PIC X(32)  VALUE SPACES.
       01  WS-ADD-STATE                PIC X(32)  VALUE SPACES.
       01  WS-ANOMALY-KIND             PIC X(16)  VALUE SPACES.
       01  WS-ANOMALY-COUNT            PIC 9(8)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Project Lifecycle Report ==="
               STOP RUN
           END-IF

           PERFORM LOAD-KNOWN-STATES
           OPEN OUTPUT LC-REPORT-FILE
           PERFORM COUNT-STATES
           CALL "SDK-SHUTDOWN"

           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                       UNTIL WS-STATE-IDX > WS-STATE-COUNT
               MOVE SPACES TO WS-LC-LINE
                  WS-SCANNED-COUNT DELIMITED BY SIZE
                  "|TRANSITIONS=" DELIMITED BY SIZE
                  WS-TRANSITION-COUNT DELIMITED BY SIZE
                  "|ANOMALIES=" DELIMITED BY SIZE
                  WS-ANOMALY-COUNT DELIMITED BY SIZE
                  INTO WS-LC-LINE
           MOVE WS-LC-LINE TO LC-REPORT-RECORD
           WRITE LC-REPORT-RECORD
           DISPLAY "Lifecycle report complete. Projects: "
                   WS-SCANNED-COUNT
                   " Transitions in period: " WS-TRANSITION-COUNT
                   " Anomalies: " WS-ANOMALY-COUNT
           STOP RUN.

      ******************************************************************
               ADD 1 TO WS-STATE-COUNT
               MOVE WS-THIS-STATE TO WS-ST-NAME(WS-STATE-COUNT)
               MOVE 1 TO WS-ST-TALLY(WS-STATE-COUNT)
           END-IF
           PERFORM CHECK-ANOMALY.

      ******************************************************************
      * CHECK-ANOMALY: A lifecycle value the transitions file does not
      * know, or one that contradicts the project's Grey status
      ******************************************************************
       CHECK-ANOMALY.
           IF WS-THIS-STATE = "(none)"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ANOMALY-KIND
           IF WS-RULES-PRESENT = "Y"
               MOVE "N" TO WS-STATE-FOUND
               PERFORM VARYING WS-KNOWN-IDX FROM 1 BY 1
                           UNTIL WS-KNOWN-IDX > WS-KNOWN-COUNT
                   IF WS-KNOWN-STATE(WS-KNOWN-IDX) = WS-THIS-STATE
                       MOVE "Y" TO WS-STATE-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-STATE-FOUND NOT = "Y"
                   MOVE "UNKNOWN-STATE" TO WS-ANOMALY-KIND
               END-IF
           END-IF
           IF WS-ANOMALY-KIND = SPACES
               IF (SYNC-PROJ-STATUS = "archived"
                       AND WS-THIS-STATE NOT = "archived")
                   OR (SYNC-PROJ-STATUS NOT = "archived"
                       AND WS-THIS-STATE = "archived")
                   MOVE "STATUS-MISMATCH" TO WS-ANOMALY-KIND
               END-IF
           END-IF
           IF WS-ANOMALY-KIND = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ANOMALY-COUNT
           MOVE SPACES TO WS-LC-LINE
           STRING "ANOMALY|" DELIMITED BY SIZE
                  SYNC-PROJ-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  SYNC-PROJ-OWNER DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-ANOMALY-KIND DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-THIS-STATE DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  SYNC-PROJ-STATUS DELIMITED BY SPACE
                  INTO WS-LC-LINE
           MOVE WS-LC-LINE TO LC-REPORT-RECORD
           WRITE LC-REPORT-RECORD.

      ******************************************************************
      * LOAD-KNOWN-STATES: Every state either column of the
      * transitions file names ("(new)" is not a state)
      ******************************************************************
       LOAD-KNOWN-STATES.
           ACCEPT WS-TRANSITIONS-ENV
               FROM ENVIRONMENT "GREY_LIFECYCLE_FILE"
           IF WS-TRANSITIONS-ENV NOT = SPACES
               MOVE WS-TRANSITIONS-ENV TO WS-TRANSITIONS-NAME
           END-IF
           OPEN INPUT TRANSITIONS-FILE
           IF WS-TRANSITIONS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RULES-PRESENT
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ TRANSITIONS-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TRANSITIONS-RECORD NOT = SPACES
                           AND TRANSITIONS-RECORD(1:1) NOT = "#"
                           MOVE SPACES TO WS-REC-FROM WS-REC-TO
                           UNSTRING TRANSITIONS-RECORD
                               DELIMITED BY "|"
                               INTO WS-REC-FROM WS-REC-TO
                           MOVE WS-REC-FROM TO WS-ADD-STATE
                           PERFORM ADD-KNOWN-STATE
                           MOVE WS-REC-TO TO WS-ADD-STATE
                           PERFORM ADD-KNOWN-STATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSITIONS-FILE.

       ADD-KNOWN-STATE.
           IF WS-ADD-STATE = SPACES OR WS-ADD-STATE = "(new)"
               OR WS-KNOWN-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-KNOWN-IDX FROM 1 BY 1
                       UNTIL WS-KNOWN-IDX > WS-KNOWN-COUNT
               IF WS-KNOWN-STATE(WS-KNOWN-IDX) = WS-ADD-STATE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           ADD 1 TO WS-KNOWN-COUNT
           MOVE WS-ADD-STATE TO WS-KNOWN-STATE(WS-KNOWN-COUNT).

      ******************************************************************
      * LIST-PERIOD-TRANSITIONS: The transition log's records inside
