      ******************************************************************
      * data_quality_scorecard.cbl - Grey Data-Quality Scorecard
      * Data-quality findings come out of five reports, each read by
      * its own audience, and nobody saw the combined picture. Once
      * a month this job gathers the findings of the last run of
      * each, weights every finding type from a configuration file,
      * and scores every owner and every tenant out of 100 - ranking
      * the worst offenders and keeping a monthly history so
      * governance can show whether the cleanup campaign is working.
      * OWNER-STATEMENTS carries each owner's score on their
      * statement; the report itself is the service review's view.
      *
      * Sources (the last report each job wrote) and finding types:
      *   METADATA-COMPLIANCE  /tmp/grey_metadata_compliance.txt
      *       VIOLATION lines            METADATA-VIOLATION
      *   OWNER-INTEGRITY-CHECK  /tmp/grey_owner_integrity_report.txt
      *       ORPHAN / INACTIVE / NO-OWNER  OWNER-ORPHAN /
      *                                  OWNER-INACTIVE / OWNER-MISSING
      *   PROJECT-HIERARCHY-REPORT  /tmp/grey_project_hierarchy.txt
      *       ORPHAN / CYCLE lines       HIERARCHY-ORPHAN /
      *                                  HIERARCHY-CYCLE
      *   LIFECYCLE-REPORT  /tmp/grey_lifecycle_report.txt
      *       ANOMALY lines              LIFECYCLE-UNKNOWN /
      *                                  LIFECYCLE-MISMATCH
      *   PROJECT-SYNC-BATCH contract rejects
      *       /tmp/grey_sync_contract_rejects.txt
      *       REJECT lines               CONTRACT-REJECT
      *
      * Weights (GREY_DQ_WEIGHTS_FILE, default
      * /tmp/grey_dq_weights.txt), "#" lines comments:
      *   "finding-type|points"
      * points are taken off a project's 100 per finding of the type;
      * a type the file does not name keeps its standard weight
      * (METADATA-VIOLATION 10, OWNER-ORPHAN 30, OWNER-INACTIVE 20,
      * OWNER-MISSING 30, HIERARCHY-ORPHAN 15, HIERARCHY-CYCLE 25,
      * LIFECYCLE-UNKNOWN 10, LIFECYCLE-MISMATCH 10, CONTRACT-REJECT
      * 20); 0 leaves the type out of the score.
      *
      * Scoring: a project loses the points of its findings, never
      * more than 100. An owner's score (and a tenant's) is 100 less
      * the average loss over their projects - the master's
      * projects on the owner key, the tenant's in its fan-out
      * snapshot (/tmp/grey_project_sync_<tenant>.txt, for each
      * enabled tenant on /tmp/grey_tenant_roster.txt). A finding is
      * charged to the project's owner on the master and to the
      * tenant whose snapshot carries the project; one on no
      * snapshot is counted UNATTRIBUTED.
      *
      * Parameters (environment):
      *   GREY_DQ_PERIOD  scorecard month, YYYY-MM (default the
      *                   current month)
      *   GREY_DQ_TOP     worst offenders ranked (default 10)
      *
      * History (/tmp/grey_dq_history.txt), appended each run, a
      * rerun's lines superseding the month's earlier ones:
      *   "YYYY-MM|OWNER|owner|score|findings"
      *   "YYYY-MM|TENANT|tenant|score|findings"
      *   "YYYY-MM|ALL|ALL|score|findings"
      *
      * Scorecard (/tmp/grey_dq_scorecard.txt):
      *   "DQ-SCORECARD|PERIOD=YYYY-MM|RUN=timestamp"
      *   "SOURCE|report|file|findings"   (MISSING when not on file)
      *   "WEIGHT|finding-type|points|findings"
      *   "OWNER|owner|projects|flagged|findings|score|previous|
      *    change"
      *   "TENANT|tenant|projects|flagged|findings|score|previous|
      *    change"
      *   "WORST-OWNER|rank|owner|score|findings"
      *   "WORST-TENANT|rank|tenant|score|findings"
      *   "TREND|YYYY-MM|score|findings"  the whole estate, the last
      *                                  twelve months
      *   "TOTAL|PROJECTS=n|FINDINGS=n|SCORE=n|OWNERS=n|TENANTS=n|
      *    UNATTRIBUTED=n"
      * previous is the score of the latest earlier month on the
      * history ("-" when there is none); a blank owner shows as
      * "(none)".
      *
      * RETURN-CODE 0 scorecard complete, 4 a source report was
      * missing or the finding table filled (scores incomplete), 8
      * bad parameters or no project master, 12 another instance
      * holds the run lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-QUALITY-SCORECARD.

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

           SELECT SOURCE-FILE ASSIGN TO WS-SOURCE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.

           SELECT WEIGHTS-FILE ASSIGN TO WS-WEIGHTS-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WEIGHTS-FILE-STATUS.

           SELECT TENANT-ROSTER-FILE ASSIGN TO WS-TENANT-ROSTER-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TENANT-ROSTER-STATUS.

           SELECT TENANT-SYNC-FILE ASSIGN TO WS-TENANT-SYNC-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TENANT-SYNC-STATUS.

           SELECT DQ-HISTORY-FILE ASSIGN TO WS-DQ-HISTORY-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DQ-HISTORY-STATUS.

           SELECT SCORECARD-FILE ASSIGN TO WS-SCORECARD-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYNC-MASTER-FILE.
       COPY GREYSYNC.

       FD  SOURCE-FILE.
       01  SOURCE-RECORD               PIC X(512).

       FD  WEIGHTS-FILE.
       01  WEIGHTS-RECORD              PIC X(80).

       FD  TENANT-ROSTER-FILE.
       01  TENANT-ROSTER-RECORD        PIC X(200).

       FD  TENANT-SYNC-FILE.
       01  TENANT-SYNC-RECORD          PIC X(2048).

       FD  DQ-HISTORY-FILE.
       01  DQ-HISTORY-RECORD           PIC X(160).

       FD  SCORECARD-FILE.
       01  SCORECARD-RECORD            PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-SYNC-FILE-NAME           PIC X(64)
               VALUE "/tmp/grey_project_master.dat".
       01  WS-SYNC-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-SOURCE-FILE-NAME         PIC X(64)  VALUE SPACES.
       01  WS-SOURCE-FILE-STATUS       PIC XX     VALUE SPACES.
       01  WS-WEIGHTS-FILE-NAME        PIC X(64)
               VALUE "/tmp/grey_dq_weights.txt".
       01  WS-WEIGHTS-FILE-ENV         PIC X(64)  VALUE SPACES.
       01  WS-WEIGHTS-FILE-STATUS      PIC XX     VALUE SPACES.
       01  WS-TENANT-ROSTER-NAME       PIC X(64)
               VALUE "/tmp/grey_tenant_roster.txt".
       01  WS-TENANT-ROSTER-STATUS     PIC XX     VALUE SPACES.
       01  WS-TENANT-SYNC-NAME         PIC X(128) VALUE SPACES.
       01  WS-TENANT-SYNC-STATUS       PIC XX     VALUE SPACES.
       01  WS-DQ-HISTORY-NAME          PIC X(64)
               VALUE "/tmp/grey_dq_history.txt".
       01  WS-DQ-HISTORY-STATUS        PIC XX     VALUE SPACES.
       01  WS-SCORECARD-NAME           PIC X(64)
               VALUE "/tmp/grey_dq_scorecard.txt".
       01  WS-REPORT-LINE              PIC X(250) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-TS                       PIC X(19)  VALUE SPACES.

       01  WS-PERIOD                   PIC X(7)   VALUE SPACES.
       01  WS-PERIOD-YYYY              PIC 9(4)   VALUE 0.
       01  WS-PERIOD-MONTH             PIC 99     VALUE 0.
       01  WS-TREND-FROM               PIC X(7)   VALUE SPACES.
       01  WS-TREND-ABS                PIC 9(6)   VALUE 0.
       01  WS-TREND-YYYY               PIC 9(4)   VALUE 0.
       01  WS-TREND-MM                 PIC 99     VALUE 0.
       01  WS-TOP-ENV                  PIC X(4)   VALUE SPACES.
       01  WS-TOP-N                    PIC 9(3)   VALUE 10.
       01  WS-PARAM-ERROR              PIC X      VALUE "N".
       01  WS-PARAM-MSG                PIC X(64)  VALUE SPACES.
       01  WS-DQ-RC                    PIC 9(2)   VALUE 0.

      ******************************************************************
      * Finding types with their weights and finding counts
      ******************************************************************
       01  WS-WEIGHT-TABLE.
           05  WS-WT-COUNT              PIC 9(2)  VALUE 0.
           05  WS-WT-ENTRY OCCURS 30 TIMES.
               10  WS-WT-TYPE           PIC X(24).
               10  WS-WT-POINTS         PIC 9(3).
               10  WS-WT-FINDINGS       PIC 9(7).
       01  WS-WT-IDX                   PIC 9(2)   VALUE 0.
       01  WS-WT-FOUND                 PIC 9(2)   VALUE 0.
       01  WS-SET-TYPE                 PIC X(24)  VALUE SPACES.
       01  WS-SET-POINTS               PIC 9(3)   VALUE 0.
       01  WS-REC-TYPE                 PIC X(24)  VALUE SPACES.
       01  WS-REC-POINTS               PIC X(8)   VALUE SPACES.

      ******************************************************************
      * Source reports - name, file, findings read
      ******************************************************************
       01  WS-SOURCE-TABLE.
           05  WS-SRC-ENTRY OCCURS 5 TIMES.
               10  WS-SRC-NAME          PIC X(24).
               10  WS-SRC-FILE          PIC X(64).
               10  WS-SRC-FINDINGS      PIC 9(7).
               10  WS-SRC-PRESENT       PIC X.
       01  WS-SRC-IDX                  PIC 9      VALUE 0.
       01  WS-SRC-MISSING              PIC 9      VALUE 0.

       01  WS-FLD-1                    PIC X(32)  VALUE SPACES.
       01  WS-FLD-2                    PIC X(64)  VALUE SPACES.
       01  WS-FLD-3                    PIC X(256) VALUE SPACES.
       01  WS-FLD-4                    PIC X(128) VALUE SPACES.

      ******************************************************************
      * Projects with findings - owner, tenant and points lost
      ******************************************************************
       01  WS-FP-TABLE.
           05  WS-FP-COUNT              PIC 9(5)  VALUE 0.
           05  WS-FP-FULL               PIC X     VALUE "N".
           05  WS-FP-ENTRY OCCURS 5000 TIMES.
               10  WS-FP-ID             PIC X(64).
               10  WS-FP-OWNER          PIC X(64).
               10  WS-FP-TENANT         PIC X(64).
               10  WS-FP-POINTS         PIC 9(5).
               10  WS-FP-FINDINGS       PIC 9(4).
       01  WS-FP-IDX                   PIC 9(5)   VALUE 0.
       01  WS-FP-FOUND                 PIC 9(5)   VALUE 0.
       01  WS-FP-DROPPED               PIC 9(7)   VALUE 0.
       01  WS-FIND-PROJ                PIC X(64)  VALUE SPACES.
       01  WS-FIND-TYPE                PIC X(24)  VALUE SPACES.
       01  WS-LOST                     PIC 9(3)   VALUE 0.

      ******************************************************************
      * Owners (off the master's owner key) and tenants (off the
      * roster) with their roll-ups
      ******************************************************************
       01  WS-OWNER-TABLE.
           05  WS-OWN-COUNT             PIC 9(5)  VALUE 0.
           05  WS-OWN-FULL              PIC X     VALUE "N".
           05  WS-OWN-ENTRY OCCURS 5000 TIMES.
               10  WS-OWN-ID            PIC X(64).
               10  WS-OWN-PROJECTS      PIC 9(7).
               10  WS-OWN-FLAGGED       PIC 9(5).
               10  WS-OWN-FINDINGS      PIC 9(7).
               10  WS-OWN-LOST          PIC 9(9).
               10  WS-OWN-SCORE         PIC 9(3).
               10  WS-OWN-PREV-MONTH    PIC X(7).
               10  WS-OWN-PREV-SCORE    PIC 9(3).
               10  WS-OWN-RANKED        PIC X.
       01  WS-OWN-IDX                  PIC 9(5)   VALUE 0.
       01  WS-OWN-FOUND                PIC 9(5)   VALUE 0.
       01  WS-CUR-OWNER                PIC X(64)  VALUE SPACES.
       01  WS-FIRST-RECORD             PIC X      VALUE "Y".

       01  WS-TENANT-TABLE.
           05  WS-TNT-COUNT             PIC 9(2)  VALUE 0.
           05  WS-TNT-ENTRY OCCURS 50 TIMES.
               10  WS-TNT-ID            PIC X(64).
               10  WS-TNT-PROJECTS      PIC 9(7).
               10  WS-TNT-FLAGGED       PIC 9(5).
               10  WS-TNT-FINDINGS      PIC 9(7).
               10  WS-TNT-LOST          PIC 9(9).
               10  WS-TNT-SCORE         PIC 9(3).
               10  WS-TNT-PREV-MONTH    PIC X(7).
               10  WS-TNT-PREV-SCORE    PIC 9(3).
               10  WS-TNT-RANKED        PIC X.
       01  WS-TNT-IDX                  PIC 9(2)   VALUE 0.
       01  WS-TNT-FOUND                PIC 9(2)   VALUE 0.
       01  WS-TEN-ID                   PIC X(64)  VALUE SPACES.
       01  WS-TEN-CRED-REF             PIC X(32)  VALUE SPACES.
       01  WS-TEN-ENABLED              PIC X(8)   VALUE SPACES.
       01  WS-ROW-PROJ-ID              PIC X(64)  VALUE SPACES.

      ******************************************************************
      * Score arithmetic and the estate as a whole
      ******************************************************************
       01  WS-CALC-PROJECTS            PIC 9(7)   VALUE 0.
       01  WS-CALC-FLAGGED             PIC 9(7)   VALUE 0.
       01  WS-CALC-LOST                PIC 9(9)   VALUE 0.
       01  WS-CALC-SCORE               PIC 9(3)   VALUE 0.
       01  WS-CALC-AVG                 PIC 9(5)   VALUE 0.
       01  WS-ALL-PROJECTS             PIC 9(7)   VALUE 0.
       01  WS-ALL-FLAGGED              PIC 9(7)   VALUE 0.
       01  WS-ALL-FINDINGS             PIC 9(7)   VALUE 0.
       01  WS-ALL-LOST                 PIC 9(9)   VALUE 0.
       01  WS-ALL-SCORE                PIC 9(3)   VALUE 0.
       01  WS-UNATTRIBUTED             PIC 9(7)   VALUE 0.
       01  WS-CHANGE                   PIC S9(3)  VALUE 0.
       01  WS-CHANGE-EDIT              PIC +++9.
       01  WS-PREV-TEXT                PIC X(4)   VALUE SPACES.
       01  WS-CHANGE-TEXT              PIC X(4)   VALUE SPACES.
       01  WS-SHOW-ID                  PIC X(64)  VALUE SPACES.

      ******************************************************************
      * History - earlier months' scores and the estate trend
      ******************************************************************
       01  WS-H-MONTH                  PIC X(8)   VALUE SPACES.
       01  WS-H-KIND                   PIC X(8)   VALUE SPACES.
       01  WS-H-ID                     PIC X(64)  VALUE SPACES.
       01  WS-H-SCORE                  PIC X(8)   VALUE SPACES.
       01  WS-H-FINDINGS               PIC X(12)  VALUE SPACES.
       01  WS-TREND-TABLE.
           05  WS-TRD-COUNT             PIC 9(3)  VALUE 0.
           05  WS-TRD-ENTRY OCCURS 120 TIMES.
               10  WS-TRD-MONTH         PIC X(7).
               10  WS-TRD-SCORE         PIC 9(3).
               10  WS-TRD-FINDINGS      PIC 9(7).
       01  WS-TRD-IDX                  PIC 9(3)   VALUE 0.
       01  WS-TRD-FOUND                PIC 9(3)   VALUE 0.

      ******************************************************************
      * Worst-offender ranking
      ******************************************************************
       01  WS-RANK                     PIC 9(3)   VALUE 0.
       01  WS-PICK                     PIC 9(5)   VALUE 0.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "DATA-QUALITY-SCORECARD".
       01  WS-HIST-RUN-ID              PIC X(24)  VALUE SPACES.
       01  WS-HIST-READ                PIC 9(8)   VALUE 0.
       01  WS-HIST-OK                  PIC 9(8)   VALUE 0.
       01  WS-HIST-FAIL                PIC 9(8)   VALUE 0.
       01  WS-HIST-CID                 PIC X(40)  VALUE SPACES.
       01  WS-LOCK-ACQUIRED            PIC X      VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Data-Quality Scorecard ==="
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
               MOVE 12 TO WS-DQ-RC
               PERFORM FINISH-RUN
           END-IF

           PERFORM READ-PARAMETERS
           IF WS-PARAM-ERROR = "Y"
               DISPLAY "ERROR: " WS-PARAM-MSG
               MOVE 8 TO WS-DQ-RC
               PERFORM FINISH-RUN
           END-IF

           OPEN INPUT SYNC-MASTER-FILE
           IF WS-SYNC-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open project master "
                       WS-SYNC-FILE-NAME
                       " (status " WS-SYNC-FILE-STATUS ")"
               MOVE 8 TO WS-DQ-RC
               PERFORM FINISH-RUN
           END-IF

           PERFORM LOAD-WEIGHTS
           PERFORM LOAD-OWNERS

           MOVE "METADATA-COMPLIANCE" TO WS-SRC-NAME(1)
           MOVE "/tmp/grey_metadata_compliance.txt" TO WS-SRC-FILE(1)
           MOVE "OWNER-INTEGRITY-CHECK" TO WS-SRC-NAME(2)
           MOVE "/tmp/grey_owner_integrity_report.txt"
               TO WS-SRC-FILE(2)
           MOVE "PROJECT-HIERARCHY-REPORT" TO WS-SRC-NAME(3)
           MOVE "/tmp/grey_project_hierarchy.txt" TO WS-SRC-FILE(3)
           MOVE "LIFECYCLE-REPORT" TO WS-SRC-NAME(4)
           MOVE "/tmp/grey_lifecycle_report.txt" TO WS-SRC-FILE(4)
           MOVE "CONTRACT-REJECTS" TO WS-SRC-NAME(5)
           MOVE "/tmp/grey_sync_contract_rejects.txt"
               TO WS-SRC-FILE(5)
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1 UNTIL WS-SRC-IDX > 5
               PERFORM READ-SOURCE
           END-PERFORM
           CLOSE SYNC-MASTER-FILE

           PERFORM LOAD-TENANTS
           PERFORM ROLL-UP-FINDINGS
           PERFORM SCORE-ALL
           PERFORM LOAD-DQ-HISTORY
           PERFORM WRITE-SCORECARD
           PERFORM APPEND-DQ-HISTORY

           IF WS-SRC-MISSING > 0 OR WS-FP-FULL = "Y"
               MOVE 4 TO WS-DQ-RC
           END-IF
           IF WS-FP-FULL = "Y"
               DISPLAY "WARNING: finding table filled at 5000 - "
                       WS-FP-DROPPED " findings not scored"
           END-IF
           DISPLAY "Period " WS-PERIOD ": " WS-ALL-FINDINGS
                   " findings, estate score " WS-ALL-SCORE
                   ", owners " WS-OWN-COUNT ", tenants " WS-TNT-COUNT
           DISPLAY "Scorecard written: "
                   FUNCTION TRIM(WS-SCORECARD-NAME)
           PERFORM FINISH-RUN.

      ******************************************************************
      * FINISH-RUN: Record the run, release the lock and end with the
      * job's return code
      ******************************************************************
       FINISH-RUN.
           MOVE WS-DQ-RC TO RETURN-CODE
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           MOVE WS-DQ-RC TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * READ-PARAMETERS: Scorecard month (default the current one)
      * and the length of the worst-offender lists
      ******************************************************************
       READ-PARAMETERS.
           ACCEPT WS-PERIOD FROM ENVIRONMENT "GREY_DQ_PERIOD"
           IF WS-PERIOD = SPACES
               STRING WS-NOW(1:4) "-" WS-NOW(5:2)
                   DELIMITED BY SIZE INTO WS-PERIOD
           END-IF
           IF WS-PERIOD(1:4) IS NOT NUMERIC
               OR WS-PERIOD(5:1) NOT = "-"
               OR WS-PERIOD(6:2) IS NOT NUMERIC
               MOVE "GREY_DQ_PERIOD must be YYYY-MM" TO WS-PARAM-MSG
               MOVE "Y" TO WS-PARAM-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PERIOD(1:4) TO WS-PERIOD-YYYY
           MOVE WS-PERIOD(6:2) TO WS-PERIOD-MONTH
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               MOVE "GREY_DQ_PERIOD month must be 01-12"
                   TO WS-PARAM-MSG
               MOVE "Y" TO WS-PARAM-ERROR
               EXIT PARAGRAPH
           END-IF

      *    The trend shows the period and the eleven months before it
           COMPUTE WS-TREND-ABS = WS-PERIOD-YYYY * 12
                                  + WS-PERIOD-MONTH - 1 - 11
           DIVIDE WS-TREND-ABS BY 12 GIVING WS-TREND-YYYY
               REMAINDER WS-TREND-MM
           ADD 1 TO WS-TREND-MM
           STRING WS-TREND-YYYY "-" WS-TREND-MM
               DELIMITED BY SIZE INTO WS-TREND-FROM

           ACCEPT WS-TOP-ENV FROM ENVIRONMENT "GREY_DQ_TOP"
           IF WS-TOP-ENV NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-TOP-ENV) NOT = 0
                   MOVE "GREY_DQ_TOP must be a number" TO WS-PARAM-MSG
                   MOVE "Y" TO WS-PARAM-ERROR
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-TOP-N = FUNCTION NUMVAL(WS-TOP-ENV)
           END-IF.

      ******************************************************************
      * LOAD-WEIGHTS: The standard weights, then the configuration
      * file's "finding-type|points" lines over them
      ******************************************************************
       LOAD-WEIGHTS.
           MOVE "METADATA-VIOLATION" TO WS-SET-TYPE
           MOVE 10 TO WS-SET-POINTS
           PERFORM SET-WEIGHT
           MOVE "OWNER-ORPHAN" TO WS-SET-TYPE
           MOVE 30 TO WS-SET-POINTS
           PERFORM SET-WEIGHT
           MOVE "OWNER-INACTIVE" TO WS-SET-TYPE
           MOVE 20 TO WS-SET-POINTS
           PERFORM SET-WEIGHT
           MOVE "OWNER-MISSING" TO WS-SET-TYPE
           MOVE 30 TO WS-SET-POINTS
           PERFORM SET-WEIGHT
           MOVE "HIERARCHY-ORPHAN" TO WS-SET-TYPE
           MOVE 15 TO WS-SET-POINTS
           PERFORM SET-WEIGHT
           MOVE "HIERARCHY-CYCLE" TO WS-SET-TYPE
           MOVE 25 TO WS-SET-POINTS
           PERFORM SET-WEIGHT
           MOVE "LIFECYCLE-UNKNOWN" TO WS-SET-TYPE
           MOVE 10 TO WS-SET-POINTS
           PERFORM SET-WEIGHT
           MOVE "LIFECYCLE-MISMATCH" TO WS-SET-TYPE
           MOVE 10 TO WS-SET-POINTS
           PERFORM SET-WEIGHT
           MOVE "CONTRACT-REJECT" TO WS-SET-TYPE
           MOVE 20 TO WS-SET-POINTS
           PERFORM SET-WEIGHT

           ACCEPT WS-WEIGHTS-FILE-ENV
               FROM ENVIRONMENT "GREY_DQ_WEIGHTS_FILE"
           IF WS-WEIGHTS-FILE-ENV NOT = SPACES
               MOVE WS-WEIGHTS-FILE-ENV TO WS-WEIGHTS-FILE-NAME
           END-IF
           OPEN INPUT WEIGHTS-FILE
           IF WS-WEIGHTS-FILE-STATUS NOT = "00"
               DISPLAY "No weights file " WS-WEIGHTS-FILE-NAME
                       " - standard weights used"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ WEIGHTS-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-WEIGHT
               END-READ
           END-PERFORM
           CLOSE WEIGHTS-FILE.

       LOAD-ONE-WEIGHT.
           IF WEIGHTS-RECORD = SPACES
               OR WEIGHTS-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REC-TYPE WS-REC-POINTS
           UNSTRING WEIGHTS-RECORD DELIMITED BY "|"
               INTO WS-REC-TYPE WS-REC-POINTS
           IF WS-REC-TYPE = SPACES
               OR FUNCTION TEST-NUMVAL(WS-REC-POINTS) NOT = 0
               DISPLAY "Weight line ignored: "
                       FUNCTION TRIM(WEIGHTS-RECORD)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REC-TYPE TO WS-SET-TYPE
           COMPUTE WS-SET-POINTS = FUNCTION NUMVAL(WS-REC-POINTS)
           IF WS-SET-POINTS > 100
               MOVE 100 TO WS-SET-POINTS
           END-IF
           PERFORM SET-WEIGHT.

       SET-WEIGHT.
           PERFORM FIND-WEIGHT
           IF WS-WT-FOUND = 0
               IF WS-WT-COUNT >= 30
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-WT-COUNT
               MOVE WS-WT-COUNT TO WS-WT-FOUND
               MOVE WS-SET-TYPE TO WS-WT-TYPE(WS-WT-FOUND)
               MOVE 0 TO WS-WT-FINDINGS(WS-WT-FOUND)
           END-IF
           MOVE WS-SET-POINTS TO WS-WT-POINTS(WS-WT-FOUND).

       FIND-WEIGHT.
           MOVE 0 TO WS-WT-FOUND
           PERFORM VARYING WS-WT-IDX FROM 1 BY 1
                       UNTIL WS-WT-IDX > WS-WT-COUNT
               IF WS-WT-TYPE(WS-WT-IDX) = WS-SET-TYPE
                   MOVE WS-WT-IDX TO WS-WT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * LOAD-OWNERS: Projects per owner off the master's owner key -
      * each change of owner starts the next entry
      ******************************************************************
       LOAD-OWNERS.
           MOVE "Y" TO WS-FIRST-RECORD
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
                       ADD 1 TO WS-ALL-PROJECTS
                       IF WS-FIRST-RECORD = "Y"
                           OR SYNC-PROJ-OWNER NOT = WS-CUR-OWNER
                           MOVE "N" TO WS-FIRST-RECORD
                           MOVE SYNC-PROJ-OWNER TO WS-CUR-OWNER
                           PERFORM ADD-OWNER
                       END-IF
                       IF WS-OWN-FOUND > 0
                           ADD 1 TO WS-OWN-PROJECTS(WS-OWN-FOUND)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OWN-FULL = "Y"
               DISPLAY "WARNING: owner table filled at 5000 - later "
                       "owners are not scored"
           END-IF.

      *    A new owner entry for WS-CUR-OWNER; WS-OWN-FOUND is 0 when
      *    the table is full
       ADD-OWNER.
           IF WS-OWN-COUNT >= 5000
               MOVE "Y" TO WS-OWN-FULL
               MOVE 0 TO WS-OWN-FOUND
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OWN-COUNT
           MOVE WS-OWN-COUNT TO WS-OWN-FOUND
           INITIALIZE WS-OWN-ENTRY(WS-OWN-FOUND)
           MOVE WS-CUR-OWNER TO WS-OWN-ID(WS-OWN-FOUND).

       FIND-OWNER.
           MOVE 0 TO WS-OWN-FOUND
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                       UNTIL WS-OWN-IDX > WS-OWN-COUNT
               IF WS-OWN-ID(WS-OWN-IDX) = WS-CUR-OWNER
                   MOVE WS-OWN-IDX TO WS-OWN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * READ-SOURCE: Every finding line of one source report
      ******************************************************************
       READ-SOURCE.
           MOVE WS-SRC-FILE(WS-SRC-IDX) TO WS-SOURCE-FILE-NAME
           MOVE 0 TO WS-SRC-FINDINGS(WS-SRC-IDX)
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-SRC-PRESENT(WS-SRC-IDX)
               ADD 1 TO WS-SRC-MISSING
               DISPLAY "No " FUNCTION TRIM(WS-SRC-NAME(WS-SRC-IDX))
                       " report " FUNCTION TRIM(WS-SOURCE-FILE-NAME)
                       " - its findings are not scored"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-SRC-PRESENT(WS-SRC-IDX)
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SOURCE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CLASSIFY-SOURCE-LINE
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE.

      *    The finding type of one report line, by source; lines that
      *    are not findings (headings, summaries) have none
       CLASSIFY-SOURCE-LINE.
           MOVE SPACES TO WS-FLD-1 WS-FLD-2 WS-FLD-3 WS-FLD-4
                          WS-FIND-TYPE
           UNSTRING SOURCE-RECORD DELIMITED BY "|"
               INTO WS-FLD-1 WS-FLD-2 WS-FLD-3 WS-FLD-4
           MOVE WS-FLD-2 TO WS-FIND-PROJ
           EVALUATE WS-SRC-IDX
               WHEN 1
                   IF WS-FLD-1 = "VIOLATION"
                       MOVE "METADATA-VIOLATION" TO WS-FIND-TYPE
      *                The project ID is the fourth field there
                       MOVE WS-FLD-4 TO WS-FIND-PROJ
                   END-IF
               WHEN 2
                   EVALUATE WS-FLD-1
                       WHEN "ORPHAN"
                           MOVE "OWNER-ORPHAN" TO WS-FIND-TYPE
                       WHEN "INACTIVE"
                           MOVE "OWNER-INACTIVE" TO WS-FIND-TYPE
                       WHEN "NO-OWNER"
                           MOVE "OWNER-MISSING" TO WS-FIND-TYPE
                   END-EVALUATE
               WHEN 3
                   EVALUATE WS-FLD-1
                       WHEN "ORPHAN"
                           MOVE "HIERARCHY-ORPHAN" TO WS-FIND-TYPE
                       WHEN "CYCLE"
                           MOVE "HIERARCHY-CYCLE" TO WS-FIND-TYPE
                   END-EVALUATE
               WHEN 4
                   IF WS-FLD-1 = "ANOMALY"
                       IF WS-FLD-4 = "UNKNOWN-STATE"
                           MOVE "LIFECYCLE-UNKNOWN" TO WS-FIND-TYPE
                       ELSE
                           MOVE "LIFECYCLE-MISMATCH" TO WS-FIND-TYPE
                       END-IF
                   END-IF
               WHEN 5
                   IF WS-FLD-1 = "REJECT"
                       MOVE "CONTRACT-REJECT" TO WS-FIND-TYPE
                   END-IF
           END-EVALUATE
           IF WS-FIND-TYPE = SPACES OR WS-FIND-PROJ = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SRC-FINDINGS(WS-SRC-IDX)
           PERFORM ADD-FINDING.

      ******************************************************************
      * ADD-FINDING: Charge one finding of WS-FIND-TYPE to project
      * WS-FIND-PROJ, whose owner is the master's
      ******************************************************************
       ADD-FINDING.
           MOVE WS-FIND-TYPE TO WS-SET-TYPE
           PERFORM FIND-WEIGHT
           IF WS-WT-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WT-FINDINGS(WS-WT-FOUND)
           ADD 1 TO WS-ALL-FINDINGS

           MOVE 0 TO WS-FP-FOUND
           PERFORM VARYING WS-FP-IDX FROM 1 BY 1
                       UNTIL WS-FP-IDX > WS-FP-COUNT
               IF WS-FP-ID(WS-FP-IDX) = WS-FIND-PROJ
                   MOVE WS-FP-IDX TO WS-FP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FP-FOUND = 0
               IF WS-FP-COUNT >= 5000
                   MOVE "Y" TO WS-FP-FULL
                   ADD 1 TO WS-FP-DROPPED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FP-COUNT
               MOVE WS-FP-COUNT TO WS-FP-FOUND
               INITIALIZE WS-FP-ENTRY(WS-FP-FOUND)
               MOVE WS-FIND-PROJ TO WS-FP-ID(WS-FP-FOUND)
               MOVE WS-FIND-PROJ TO SYNC-PROJ-ID
               READ SYNC-MASTER-FILE KEY IS SYNC-PROJ-ID
                   INVALID KEY
                       MOVE SPACES TO WS-FP-OWNER(WS-FP-FOUND)
                   NOT INVALID KEY
                       MOVE SYNC-PROJ-OWNER TO WS-FP-OWNER(WS-FP-FOUND)
               END-READ
           END-IF
           ADD 1 TO WS-FP-FINDINGS(WS-FP-FOUND)
           ADD WS-WT-POINTS(WS-WT-FOUND) TO WS-FP-POINTS(WS-FP-FOUND).

      ******************************************************************
      * LOAD-TENANTS: Each enabled roster tenant's projects off its
      * fan-out snapshot, tagging the projects with findings
      ******************************************************************
       LOAD-TENANTS.
           OPEN INPUT TENANT-ROSTER-FILE
           IF WS-TENANT-ROSTER-STATUS NOT = "00"
               DISPLAY "No tenant roster " WS-TENANT-ROSTER-NAME
                       " - tenants are not scored"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ TENANT-ROSTER-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-TENANT
               END-READ
           END-PERFORM
           CLOSE TENANT-ROSTER-FILE.

       LOAD-ONE-TENANT.
           IF TENANT-ROSTER-RECORD = SPACES
               OR TENANT-ROSTER-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TEN-ID WS-TEN-CRED-REF WS-TEN-ENABLED
           UNSTRING TENANT-ROSTER-RECORD DELIMITED BY "|"
               INTO WS-TEN-ID WS-TEN-CRED-REF WS-TEN-ENABLED
           IF WS-TEN-ID = SPACES OR WS-TEN-ENABLED(1:1) = "N"
               OR WS-TNT-COUNT >= 50
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-TENANT-SYNC-NAME
           STRING "/tmp/grey_project_sync_" DELIMITED BY SIZE
                  WS-TEN-ID DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-TENANT-SYNC-NAME
           OPEN INPUT TENANT-SYNC-FILE
           IF WS-TENANT-SYNC-STATUS NOT = "00"
               DISPLAY "No snapshot for tenant "
                       FUNCTION TRIM(WS-TEN-ID) " - not scored"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TNT-COUNT
           MOVE WS-TNT-COUNT TO WS-TNT-FOUND
           INITIALIZE WS-TNT-ENTRY(WS-TNT-FOUND)
           MOVE WS-TEN-ID TO WS-TNT-ID(WS-TNT-FOUND)
           PERFORM UNTIL WS-TENANT-SYNC-STATUS NOT = "00"
               READ TENANT-SYNC-FILE
                   AT END MOVE "10" TO WS-TENANT-SYNC-STATUS
                   NOT AT END
                       IF TENANT-SYNC-RECORD NOT = SPACES
                           PERFORM TAG-TENANT-PROJECT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TENANT-SYNC-FILE.

       TAG-TENANT-PROJECT.
           ADD 1 TO WS-TNT-PROJECTS(WS-TNT-FOUND)
           MOVE SPACES TO WS-ROW-PROJ-ID
           UNSTRING TENANT-SYNC-RECORD DELIMITED BY "|"
               INTO WS-ROW-PROJ-ID
           PERFORM VARYING WS-FP-IDX FROM 1 BY 1
                       UNTIL WS-FP-IDX > WS-FP-COUNT
               IF WS-FP-ID(WS-FP-IDX) = WS-ROW-PROJ-ID
                   IF WS-FP-TENANT(WS-FP-IDX) = SPACES
                       MOVE WS-TEN-ID TO WS-FP-TENANT(WS-FP-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * ROLL-UP-FINDINGS: Each flagged project's loss (at most 100)
      * onto its owner, its tenant and the estate
      ******************************************************************
       ROLL-UP-FINDINGS.
           PERFORM VARYING WS-FP-IDX FROM 1 BY 1
                       UNTIL WS-FP-IDX > WS-FP-COUNT
               IF WS-FP-POINTS(WS-FP-IDX) > 100
                   MOVE 100 TO WS-LOST
               ELSE
                   MOVE WS-FP-POINTS(WS-FP-IDX) TO WS-LOST
               END-IF
               ADD 1 TO WS-ALL-FLAGGED
               ADD WS-LOST TO WS-ALL-LOST

      *        An owner with findings but no project on the master
      *        (a reject, say) still gets an entry
               MOVE WS-FP-OWNER(WS-FP-IDX) TO WS-CUR-OWNER
               PERFORM FIND-OWNER
               IF WS-OWN-FOUND = 0
                   PERFORM ADD-OWNER
               END-IF
               IF WS-OWN-FOUND > 0
                   ADD 1 TO WS-OWN-FLAGGED(WS-OWN-FOUND)
                   ADD WS-FP-FINDINGS(WS-FP-IDX)
                       TO WS-OWN-FINDINGS(WS-OWN-FOUND)
                   ADD WS-LOST TO WS-OWN-LOST(WS-OWN-FOUND)
               END-IF

               MOVE 0 TO WS-TNT-FOUND
               IF WS-FP-TENANT(WS-FP-IDX) NOT = SPACES
                   PERFORM VARYING WS-TNT-IDX FROM 1 BY 1
                               UNTIL WS-TNT-IDX > WS-TNT-COUNT
                       IF WS-TNT-ID(WS-TNT-IDX)
                           = WS-FP-TENANT(WS-FP-IDX)
                           MOVE WS-TNT-IDX TO WS-TNT-FOUND
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-TNT-FOUND > 0
                   ADD 1 TO WS-TNT-FLAGGED(WS-TNT-FOUND)
                   ADD WS-FP-FINDINGS(WS-FP-IDX)
                       TO WS-TNT-FINDINGS(WS-TNT-FOUND)
                   ADD WS-LOST TO WS-TNT-LOST(WS-TNT-FOUND)
               ELSE
                   ADD 1 TO WS-UNATTRIBUTED
               END-IF
           END-PERFORM.

      ******************************************************************
      * SCORE-ALL: 100 less the average loss per project, for every
      * owner, every tenant and the estate
      ******************************************************************
       SCORE-ALL.
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                       UNTIL WS-OWN-IDX > WS-OWN-COUNT
               MOVE WS-OWN-PROJECTS(WS-OWN-IDX) TO WS-CALC-PROJECTS
               MOVE WS-OWN-FLAGGED(WS-OWN-IDX) TO WS-CALC-FLAGGED
               MOVE WS-OWN-LOST(WS-OWN-IDX) TO WS-CALC-LOST
               PERFORM CALCULATE-SCORE
               MOVE WS-CALC-SCORE TO WS-OWN-SCORE(WS-OWN-IDX)
           END-PERFORM
           PERFORM VARYING WS-TNT-IDX FROM 1 BY 1
                       UNTIL WS-TNT-IDX > WS-TNT-COUNT
               MOVE WS-TNT-PROJECTS(WS-TNT-IDX) TO WS-CALC-PROJECTS
               MOVE WS-TNT-FLAGGED(WS-TNT-IDX) TO WS-CALC-FLAGGED
               MOVE WS-TNT-LOST(WS-TNT-IDX) TO WS-CALC-LOST
               PERFORM CALCULATE-SCORE
               MOVE WS-CALC-SCORE TO WS-TNT-SCORE(WS-TNT-IDX)
           END-PERFORM
           MOVE WS-ALL-PROJECTS TO WS-CALC-PROJECTS
           MOVE WS-ALL-FLAGGED TO WS-CALC-FLAGGED
           MOVE WS-ALL-LOST TO WS-CALC-LOST
           PERFORM CALCULATE-SCORE
           MOVE WS-CALC-SCORE TO WS-ALL-SCORE.

      *    Flagged projects off the master still count as projects
       CALCULATE-SCORE.
           IF WS-CALC-FLAGGED > WS-CALC-PROJECTS
               MOVE WS-CALC-FLAGGED TO WS-CALC-PROJECTS
           END-IF
           IF WS-CALC-PROJECTS = 0
               MOVE 100 TO WS-CALC-SCORE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CALC-AVG ROUNDED =
               WS-CALC-LOST / WS-CALC-PROJECTS
           IF WS-CALC-AVG >= 100
               MOVE 0 TO WS-CALC-SCORE
           ELSE
               COMPUTE WS-CALC-SCORE = 100 - WS-CALC-AVG
           END-IF.

      ******************************************************************
      * LOAD-DQ-HISTORY: The latest earlier score of every owner and
      * tenant, and the estate's score month by month
      ******************************************************************
       LOAD-DQ-HISTORY.
           OPEN INPUT DQ-HISTORY-FILE
           IF WS-DQ-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ DQ-HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-DQ-HISTORY
               END-READ
           END-PERFORM
           CLOSE DQ-HISTORY-FILE.

       LOAD-ONE-DQ-HISTORY.
           MOVE SPACES TO WS-H-MONTH WS-H-KIND WS-H-ID WS-H-SCORE
                          WS-H-FINDINGS
           UNSTRING DQ-HISTORY-RECORD DELIMITED BY "|"
               INTO WS-H-MONTH WS-H-KIND WS-H-ID WS-H-SCORE
                    WS-H-FINDINGS
           IF WS-H-MONTH(1:4) IS NOT NUMERIC
               OR WS-H-MONTH(6:2) IS NOT NUMERIC
               OR WS-H-SCORE(1:1) IS NOT NUMERIC
               OR WS-H-MONTH(1:7) >= WS-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF WS-H-ID = "(none)"
               MOVE SPACES TO WS-H-ID
           END-IF
           EVALUATE WS-H-KIND
               WHEN "OWNER"
                   MOVE WS-H-ID TO WS-CUR-OWNER
                   PERFORM FIND-OWNER
                   IF WS-OWN-FOUND > 0
                       AND WS-H-MONTH(1:7)
                           >= WS-OWN-PREV-MONTH(WS-OWN-FOUND)
                       MOVE WS-H-MONTH(1:7)
                           TO WS-OWN-PREV-MONTH(WS-OWN-FOUND)
                       COMPUTE WS-OWN-PREV-SCORE(WS-OWN-FOUND) =
                           FUNCTION NUMVAL(WS-H-SCORE)
                   END-IF
               WHEN "TENANT"
                   PERFORM VARYING WS-TNT-IDX FROM 1 BY 1
                               UNTIL WS-TNT-IDX > WS-TNT-COUNT
                       IF WS-TNT-ID(WS-TNT-IDX) = WS-H-ID
                           AND WS-H-MONTH(1:7)
                               >= WS-TNT-PREV-MONTH(WS-TNT-IDX)
                           MOVE WS-H-MONTH(1:7)
                               TO WS-TNT-PREV-MONTH(WS-TNT-IDX)
                           COMPUTE WS-TNT-PREV-SCORE(WS-TNT-IDX) =
                               FUNCTION NUMVAL(WS-H-SCORE)
                       END-IF
                   END-PERFORM
               WHEN "ALL"
                   IF WS-H-MONTH(1:7) >= WS-TREND-FROM
                       MOVE WS-H-MONTH(1:7) TO WS-FLD-1
                       COMPUTE WS-CALC-SCORE =
                           FUNCTION NUMVAL(WS-H-SCORE)
                       COMPUTE WS-CALC-FLAGGED =
                           FUNCTION NUMVAL(WS-H-FINDINGS)
                       PERFORM PUT-TREND-MONTH
                   END-IF
           END-EVALUATE.

      *    Month WS-FLD-1 of the estate trend, a later line for the
      *    same month replacing the earlier
       PUT-TREND-MONTH.
           MOVE 0 TO WS-TRD-FOUND
           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
                       UNTIL WS-TRD-IDX > WS-TRD-COUNT
               IF WS-TRD-MONTH(WS-TRD-IDX) = WS-FLD-1(1:7)
                   MOVE WS-TRD-IDX TO WS-TRD-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TRD-FOUND = 0
               IF WS-TRD-COUNT >= 120
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TRD-COUNT
               MOVE WS-TRD-COUNT TO WS-TRD-FOUND
               MOVE WS-FLD-1(1:7) TO WS-TRD-MONTH(WS-TRD-FOUND)
           END-IF
           MOVE WS-CALC-SCORE TO WS-TRD-SCORE(WS-TRD-FOUND)
           MOVE WS-CALC-FLAGGED TO WS-TRD-FINDINGS(WS-TRD-FOUND).

      ******************************************************************
      * WRITE-SCORECARD: Sources, weights, every owner and tenant,
      * the worst offenders, the estate trend and the totals
      ******************************************************************
       WRITE-SCORECARD.
           OPEN OUTPUT SCORECARD-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DQ-SCORECARD|PERIOD=" DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  "|RUN=" DELIMITED BY SIZE
                  WS-TS DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-SCORECARD-LINE

           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1 UNTIL WS-SRC-IDX > 5
               MOVE SPACES TO WS-REPORT-LINE
               STRING "SOURCE|" DELIMITED BY SIZE
                      WS-SRC-NAME(WS-SRC-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-SRC-FILE(WS-SRC-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               IF WS-SRC-PRESENT(WS-SRC-IDX) = "Y"
                   STRING WS-REPORT-LINE DELIMITED BY SPACE
                          WS-SRC-FINDINGS(WS-SRC-IDX) DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
               ELSE
                   STRING WS-REPORT-LINE DELIMITED BY SPACE
                          "MISSING" DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
               END-IF
               PERFORM WRITE-SCORECARD-LINE
           END-PERFORM

           PERFORM VARYING WS-WT-IDX FROM 1 BY 1
                       UNTIL WS-WT-IDX > WS-WT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "WEIGHT|" DELIMITED BY SIZE
                      WS-WT-TYPE(WS-WT-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-WT-POINTS(WS-WT-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-WT-FINDINGS(WS-WT-IDX) DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-SCORECARD-LINE
           END-PERFORM

           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                       UNTIL WS-OWN-IDX > WS-OWN-COUNT
               MOVE WS-OWN-ID(WS-OWN-IDX) TO WS-SHOW-ID
               IF WS-SHOW-ID = SPACES
                   MOVE "(none)" TO WS-SHOW-ID
               END-IF
               MOVE WS-OWN-SCORE(WS-OWN-IDX) TO WS-CALC-SCORE
               MOVE WS-OWN-PREV-MONTH(WS-OWN-IDX) TO WS-FLD-1
               MOVE WS-OWN-PREV-SCORE(WS-OWN-IDX) TO WS-CALC-AVG
               PERFORM FORMAT-CHANGE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "OWNER|" DELIMITED BY SIZE
                      WS-SHOW-ID DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-OWN-PROJECTS(WS-OWN-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-OWN-FLAGGED(WS-OWN-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-OWN-FINDINGS(WS-OWN-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-OWN-SCORE(WS-OWN-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-PREV-TEXT DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-CHANGE-TEXT DELIMITED BY SPACE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-SCORECARD-LINE
           END-PERFORM

           PERFORM VARYING WS-TNT-IDX FROM 1 BY 1
                       UNTIL WS-TNT-IDX > WS-TNT-COUNT
               MOVE WS-TNT-SCORE(WS-TNT-IDX) TO WS-CALC-SCORE
               MOVE WS-TNT-PREV-MONTH(WS-TNT-IDX) TO WS-FLD-1
               MOVE WS-TNT-PREV-SCORE(WS-TNT-IDX) TO WS-CALC-AVG
               PERFORM FORMAT-CHANGE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "TENANT|" DELIMITED BY SIZE
                      WS-TNT-ID(WS-TNT-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-TNT-PROJECTS(WS-TNT-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-TNT-FLAGGED(WS-TNT-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-TNT-FINDINGS(WS-TNT-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-TNT-SCORE(WS-TNT-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-PREV-TEXT DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-CHANGE-TEXT DELIMITED BY SPACE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-SCORECARD-LINE
           END-PERFORM

           PERFORM RANK-WORST-OWNERS
           PERFORM RANK-WORST-TENANTS

           MOVE WS-PERIOD TO WS-FLD-1
           MOVE WS-ALL-SCORE TO WS-CALC-SCORE
           MOVE WS-ALL-FINDINGS TO WS-CALC-FLAGGED
           PERFORM PUT-TREND-MONTH
           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
                       UNTIL WS-TRD-IDX > WS-TRD-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "TREND|" DELIMITED BY SIZE
                      WS-TRD-MONTH(WS-TRD-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-TRD-SCORE(WS-TRD-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-TRD-FINDINGS(WS-TRD-IDX) DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-SCORECARD-LINE
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL|PROJECTS=" DELIMITED BY SIZE
                  WS-ALL-PROJECTS DELIMITED BY SIZE
                  "|FINDINGS=" DELIMITED BY SIZE
                  WS-ALL-FINDINGS DELIMITED BY SIZE
                  "|SCORE=" DELIMITED BY SIZE
                  WS-ALL-SCORE DELIMITED BY SIZE
                  "|OWNERS=" DELIMITED BY SIZE
                  WS-OWN-COUNT DELIMITED BY SIZE
                  "|TENANTS=" DELIMITED BY SIZE
                  WS-TNT-COUNT DELIMITED BY SIZE
                  "|UNATTRIBUTED=" DELIMITED BY SIZE
                  WS-UNATTRIBUTED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-SCORECARD-LINE
           CLOSE SCORECARD-FILE.

      *    Previous score and change against WS-CALC-SCORE, from the
      *    previous month in WS-FLD-1 and its score in WS-CALC-AVG
       FORMAT-CHANGE.
           IF WS-FLD-1 = SPACES
               MOVE "-" TO WS-PREV-TEXT WS-CHANGE-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CALC-AVG(3:3) TO WS-PREV-TEXT
           COMPUTE WS-CHANGE = WS-CALC-SCORE - WS-CALC-AVG
           MOVE WS-CHANGE TO WS-CHANGE-EDIT
           MOVE FUNCTION TRIM(WS-CHANGE-EDIT) TO WS-CHANGE-TEXT.

      ******************************************************************
      * RANK-WORST-OWNERS / RANK-WORST-TENANTS: The lowest scores
      * among those with findings, more findings first on a tie
      ******************************************************************
       RANK-WORST-OWNERS.
           PERFORM VARYING WS-RANK FROM 1 BY 1
                       UNTIL WS-RANK > WS-TOP-N
               MOVE 0 TO WS-PICK
               PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                           UNTIL WS-OWN-IDX > WS-OWN-COUNT
                   IF WS-OWN-FINDINGS(WS-OWN-IDX) > 0
                       AND WS-OWN-RANKED(WS-OWN-IDX) NOT = "Y"
                       IF WS-PICK = 0
                           MOVE WS-OWN-IDX TO WS-PICK
                       ELSE
                           IF WS-OWN-SCORE(WS-OWN-IDX)
                                   < WS-OWN-SCORE(WS-PICK)
                               OR (WS-OWN-SCORE(WS-OWN-IDX)
                                   = WS-OWN-SCORE(WS-PICK)
                               AND WS-OWN-FINDINGS(WS-OWN-IDX)
                                   > WS-OWN-FINDINGS(WS-PICK))
                               MOVE WS-OWN-IDX TO WS-PICK
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PICK = 0
                   EXIT PERFORM
               END-IF
               MOVE "Y" TO WS-OWN-RANKED(WS-PICK)
               MOVE WS-OWN-ID(WS-PICK) TO WS-SHOW-ID
               IF WS-SHOW-ID = SPACES
                   MOVE "(none)" TO WS-SHOW-ID
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING "WORST-OWNER|" DELIMITED BY SIZE
                      WS-RANK DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-SHOW-ID DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-OWN-SCORE(WS-PICK) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-OWN-FINDINGS(WS-PICK) DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-SCORECARD-LINE
           END-PERFORM.

       RANK-WORST-TENANTS.
           PERFORM VARYING WS-RANK FROM 1 BY 1
                       UNTIL WS-RANK > WS-TOP-N
               MOVE 0 TO WS-PICK
               PERFORM VARYING WS-TNT-IDX FROM 1 BY 1
                           UNTIL WS-TNT-IDX > WS-TNT-COUNT
                   IF WS-TNT-FINDINGS(WS-TNT-IDX) > 0
                       AND WS-TNT-RANKED(WS-TNT-IDX) NOT = "Y"
                       IF WS-PICK = 0
                           MOVE WS-TNT-IDX TO WS-PICK
                       ELSE
                           IF WS-TNT-SCORE(WS-TNT-IDX)
                                   < WS-TNT-SCORE(WS-PICK)
                               OR (WS-TNT-SCORE(WS-TNT-IDX)
                                   = WS-TNT-SCORE(WS-PICK)
                               AND WS-TNT-FINDINGS(WS-TNT-IDX)
                                   > WS-TNT-FINDINGS(WS-PICK))
                               MOVE WS-TNT-IDX TO WS-PICK
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PICK = 0
                   EXIT PERFORM
               END-IF
               MOVE "Y" TO WS-TNT-RANKED(WS-PICK)
               MOVE SPACES TO WS-REPORT-LINE
               STRING "WORST-TENANT|" DELIMITED BY SIZE
                      WS-RANK DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-TNT-ID(WS-PICK) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-TNT-SCORE(WS-PICK) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-TNT-FINDINGS(WS-PICK) DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-SCORECARD-LINE
           END-PERFORM.

       WRITE-SCORECARD-LINE.
           MOVE WS-REPORT-LINE TO SCORECARD-RECORD
           WRITE SCORECARD-RECORD.

      ******************************************************************
      * APPEND-DQ-HISTORY: This month's scores onto the history
      ******************************************************************
       APPEND-DQ-HISTORY.
           OPEN EXTEND DQ-HISTORY-FILE
           IF WS-DQ-HISTORY-STATUS = "35"
               OPEN OUTPUT DQ-HISTORY-FILE
           END-IF
           MOVE SPACES TO DQ-HISTORY-RECORD
           STRING WS-PERIOD DELIMITED BY SIZE
                  "|ALL|ALL|" DELIMITED BY SIZE
                  WS-ALL-SCORE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-ALL-FINDINGS DELIMITED BY SIZE
                  INTO DQ-HISTORY-RECORD
           WRITE DQ-HISTORY-RECORD

           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                       UNTIL WS-OWN-IDX > WS-OWN-COUNT
               MOVE WS-OWN-ID(WS-OWN-IDX) TO WS-SHOW-ID
               IF WS-SHOW-ID = SPACES
                   MOVE "(none)" TO WS-SHOW-ID
               END-IF
               MOVE SPACES TO DQ-HISTORY-RECORD
               STRING WS-PERIOD DELIMITED BY SIZE
                      "|OWNER|" DELIMITED BY SIZE
                      WS-SHOW-ID DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-OWN-SCORE(WS-OWN-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-OWN-FINDINGS(WS-OWN-IDX) DELIMITED BY SIZE
                      INTO DQ-HISTORY-RECORD
               WRITE DQ-HISTORY-RECORD
           END-PERFORM

           PERFORM VARYING WS-TNT-IDX FROM 1 BY 1
                       UNTIL WS-TNT-IDX > WS-TNT-COUNT
               MOVE SPACES TO DQ-HISTORY-RECORD
               STRING WS-PERIOD DELIMITED BY SIZE
                      "|TENANT|" DELIMITED BY SIZE
                      WS-TNT-ID(WS-TNT-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-TNT-SCORE(WS-TNT-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-TNT-FINDINGS(WS-TNT-IDX) DELIMITED BY SIZE
                      INTO DQ-HISTORY-RECORD
               WRITE DQ-HISTORY-RECORD
           END-PERFORM
           CLOSE DQ-HISTORY-FILE.

       RECORD-RUN-HISTORY.
           MOVE WS-ALL-FINDINGS TO WS-HIST-FAIL
           MOVE 0 TO WS-HIST-OK
           IF WS-HIST-READ > WS-ALL-FLAGGED
               COMPUTE WS-HIST-OK = WS-HIST-READ - WS-ALL-FLAGGED
           END-IF
           CALL "RUN-HISTORY-END" USING WS-HIST-JOB-NAME
                                        WS-HIST-READ
                                        WS-HIST-OK
                                        WS-HIST-FAIL
                                        RETURN-CODE
                                        WS-HIST-CID.

       END PROGRAM DATA-QUALITY-SCORECARD.
