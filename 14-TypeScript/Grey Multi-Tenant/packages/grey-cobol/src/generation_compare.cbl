      ******************************************************************
      * generation_compare.cbl - Grey Snapshot Generation Compare
      * INVENTORY-TREND-REPORT counts each generation and
      * JOURNAL-REPORT answers as-of questions one project at a
      * time; neither says what changed across the whole estate
      * between two dates. This job takes two generation dates from
      * the snapshot catalog PROJECT-SYNC-BATCH keeps
      * (/tmp/grey_project_sync_gens.txt) and match-merges the two
      * generation files on project ID - both are written in key
      * order straight off the master, so one pass over each does
      * it.
      *
      * Parameters (environment), YYYYMMDD or YYYY-MM-DD:
      *   GREY_GENCMP_FROM   the earlier generation (default the
      *                      second newest in the catalog)
      *   GREY_GENCMP_TO     the later generation (default the newest)
      * Given the wrong way round they are swapped.
      *
      * A project present in both can carry several changes at once;
      * each is listed. Change types: ADDED, REMOVED, RENAMED,
      * REOWNED, STATUS (status changed) and DESCRIPTION. Every change
      * is counted against the project's owner in the later
      * generation (the earlier one's for a removed project).
      *
      * Report (/tmp/grey_generation_diff.txt):
      *   "GEN-DIFF|RUN_DATE=..|FROM=..|TO=.."
      *   "CHANGE|type|project-id|owner|before|after"
      *   "OWNER|owner|ADDED=n|REMOVED=n|RENAMED=n|REOWNED=n|
      *    STATUS=n|DESCRIPTION=n|TOTAL=n"
      *   "TYPE|type|n"
      *   "TOTAL|PROJECTS_CHANGED=n|CHANGES=n|FROM_PROJECTS=n|
      *    TO_PROJECTS=n"
      * Keyed CSV for the analysts (/tmp/grey_generation_diff.csv),
      * one row per change, keyed "project-id:type" (unique within
      * the file):
      *   change_key,project_id,change_type,owner,before,after,
      *   from_generation,to_generation
      *
      * RETURN-CODE 0 compared (changes or not), 8 no catalog, a
      * date not in the catalog, a generation file missing, or a
      * generation file out of project-ID order, 12 another instance
      * holds the run lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERATION-COMPARE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GEN-CATALOG-FILE ASSIGN TO WS-GEN-CATALOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-CATALOG-STATUS.

           SELECT FROM-GEN-FILE ASSIGN TO WS-FROM-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FROM-FILE-STATUS.

           SELECT TO-GEN-FILE ASSIGN TO WS-TO-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TO-FILE-STATUS.

           SELECT DIFF-REPORT-FILE ASSIGN TO WS-DIFF-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT DIFF-CSV-FILE ASSIGN TO WS-DIFF-CSV-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GEN-CATALOG-FILE.
       01  GEN-CATALOG-RECORD          PIC X(80).

       FD  FROM-GEN-FILE.
       01  FROM-GEN-RECORD             PIC X(10400).

       FD  TO-GEN-FILE.
       01  TO-GEN-RECORD               PIC X(10400).

       FD  DIFF-REPORT-FILE.
       01  DIFF-REPORT-RECORD          PIC X(800).

       FD  DIFF-CSV-FILE.
       01  DIFF-CSV-RECORD             PIC X(4600).

       WORKING-STORAGE SECTION.
       COPY GREYRES.

       01  WS-GEN-CATALOG-NAME         PIC X(64)
               VALUE "/tmp/grey_project_sync_gens.txt".
       01  WS-GEN-CATALOG-STATUS       PIC XX     VALUE SPACES.
       01  WS-FROM-FILE-NAME           PIC X(64)  VALUE SPACES.
       01  WS-FROM-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-TO-FILE-NAME             PIC X(64)  VALUE SPACES.
       01  WS-TO-FILE-STATUS           PIC XX     VALUE SPACES.
       01  WS-DIFF-REPORT-NAME         PIC X(64)
               VALUE "/tmp/grey_generation_diff.txt".
       01  WS-DIFF-CSV-NAME            PIC X(64)
               VALUE "/tmp/grey_generation_diff.csv".
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-REPORT-LINE              PIC X(800) VALUE SPACES.

      ******************************************************************
      * The catalog, oldest generation first, and the two compared
      ******************************************************************
       01  WS-CATALOG-TABLE.
           05  WS-CT-COUNT              PIC 9(3)  VALUE 0.
           05  WS-CT-ENTRY OCCURS 200 TIMES.
               10  WS-CT-FILE           PIC X(64).
               10  WS-CT-DATE           PIC X(8).
       01  WS-CT-IDX                   PIC 9(3)   VALUE 0.
       01  WS-NAME-LEN                 PIC 9(3)   VALUE 0.
       01  WS-PARM-IN                  PIC X(10)  VALUE SPACES.
       01  WS-PARM-DATE                PIC X(8)   VALUE SPACES.
       01  WS-FROM-DATE                PIC X(8)   VALUE SPACES.
       01  WS-TO-DATE                  PIC X(8)   VALUE SPACES.
       01  WS-SWAP-DATE                PIC X(8)   VALUE SPACES.

      ******************************************************************
      * The current record of each generation (ID HIGH-VALUES once
      * the file is exhausted)
      ******************************************************************
       01  WS-FROM-REC.
           05  WS-FROM-ID               PIC X(64).
           05  WS-FROM-NAME             PIC X(256).
           05  WS-FROM-STATUS           PIC X(16).
           05  WS-FROM-CREATED          PIC X(32).
           05  WS-FROM-UPDATED          PIC X(32).
           05  WS-FROM-OWNER            PIC X(64).
           05  WS-FROM-DESC             PIC X(1024).
       01  WS-FROM-PREV-ID             PIC X(64)  VALUE LOW-VALUES.
       01  WS-FROM-EOF                 PIC X      VALUE "N".
       01  WS-FROM-COUNT               PIC 9(8)   VALUE 0.

       01  WS-TO-REC.
           05  WS-TO-ID                 PIC X(64).
           05  WS-TO-NAME               PIC X(256).
           05  WS-TO-STATUS             PIC X(16).
           05  WS-TO-CREATED            PIC X(32).
           05  WS-TO-UPDATED            PIC X(32).
           05  WS-TO-OWNER              PIC X(64).
           05  WS-TO-DESC               PIC X(1024).
       01  WS-TO-PREV-ID               PIC X(64)  VALUE LOW-VALUES.
       01  WS-TO-EOF                   PIC X      VALUE "N".
       01  WS-TO-COUNT                 PIC 9(8)   VALUE 0.

       01  WS-OUT-OF-ORDER             PIC X      VALUE "N".

      ******************************************************************
      * The change being written
      ******************************************************************
       01  WS-CHG-TYPE                 PIC X(12)  VALUE SPACES.
       01  WS-CHG-ID                   PIC X(64)  VALUE SPACES.
       01  WS-CHG-OWNER                PIC X(64)  VALUE SPACES.
       01  WS-CHG-BEFORE               PIC X(1024) VALUE SPACES.
       01  WS-CHG-AFTER                PIC X(1024) VALUE SPACES.
       01  WS-CHG-TYPE-IDX             PIC 9      VALUE 0.
       01  WS-PROJECT-CHANGED          PIC X      VALUE "N".

      ******************************************************************
      * Subtotals - per change type (ADDED, REMOVED, RENAMED,
      * REOWNED, STATUS, DESCRIPTION in that order) and per owner
      ******************************************************************
       01  WS-TYPE-NAMES.
           05  FILLER                   PIC X(12) VALUE "ADDED".
           05  FILLER                   PIC X(12) VALUE "REMOVED".
           05  FILLER                   PIC X(12) VALUE "RENAMED".
           05  FILLER                   PIC X(12) VALUE "REOWNED".
           05  FILLER                   PIC X(12) VALUE "STATUS".
           05  FILLER                   PIC X(12) VALUE "DESCRIPTION".
       01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
           05  WS-TYPE-NAME             PIC X(12) OCCURS 6 TIMES.
       01  WS-TYPE-TOTALS.
           05  WS-TYPE-TOTAL            PIC 9(8)  OCCURS 6 TIMES.
       01  WS-TYPE-IDX                 PIC 9      VALUE 0.

       01  WS-OWNER-TABLE.
           05  WS-OW-COUNT              PIC 9(4)  VALUE 0.
           05  WS-OW-ENTRY OCCURS 3000 TIMES.
               10  WS-OW-OWNER          PIC X(64).
               10  WS-OW-TYPE-COUNT     PIC 9(8)  OCCURS 6 TIMES.
               10  WS-OW-TOTAL          PIC 9(8).
       01  WS-OW-IDX                   PIC 9(4)   VALUE 0.
       01  WS-OW-HIT                   PIC 9(4)   VALUE 0.
       01  WS-OWNER-OVERFLOW           PIC X      VALUE "N".

       01  WS-PROJECTS-CHANGED         PIC 9(8)   VALUE 0.
       01  WS-CHANGES                  PIC 9(8)   VALUE 0.
       01  WS-COUNT-TEXT               PIC Z(7)9  VALUE SPACES.
       01  WS-COUNT-TEXT-2             PIC Z(7)9  VALUE SPACES.
       01  WS-LINE-PTR                 PIC 9(5)   VALUE 0.

      ******************************************************************
      * CSV row building (values quoted, embedded quotes doubled)
      ******************************************************************
       01  WS-CSV-LINE                 PIC X(4600) VALUE SPACES.
       01  WS-CSV-PTR                  PIC 9(5)   VALUE 0.
       01  WS-CSV-VALUE                PIC X(1024) VALUE SPACES.
       01  WS-CSV-VALUE-LEN            PIC 9(5)   VALUE 0.
       01  WS-CSV-VALUE-IDX            PIC 9(5)   VALUE 0.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "GENERATION-COMPARE".
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
           DISPLAY "=== Grey Snapshot Generation Compare ==="
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           INITIALIZE WS-TYPE-TOTALS

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

           PERFORM LOAD-GEN-CATALOG
           PERFORM CHOOSE-GENERATIONS
           IF WS-RES-ERR-MSG NOT = SPACES
               DISPLAY FUNCTION TRIM(WS-RES-ERR-MSG)
               PERFORM NOTIFY-ABEND
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF
           DISPLAY "Comparing generation " WS-FROM-DATE
                   " with " WS-TO-DATE

           OPEN INPUT FROM-GEN-FILE
           OPEN INPUT TO-GEN-FILE
           IF WS-FROM-FILE-STATUS NOT = "00"
               OR WS-TO-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-RES-ERR-MSG
               STRING "generation file missing: " DELIMITED BY SIZE
                      WS-FROM-FILE-NAME DELIMITED BY SPACE
                      " (status " DELIMITED BY SIZE
                      WS-FROM-FILE-STATUS DELIMITED BY SIZE
                      ") or " DELIMITED BY SIZE
                      WS-TO-FILE-NAME DELIMITED BY SPACE
                      " (status " DELIMITED BY SIZE
                      WS-TO-FILE-STATUS DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-RES-ERR-MSG
               DISPLAY FUNCTION TRIM(WS-RES-ERR-MSG)
               PERFORM NOTIFY-ABEND
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF

           OPEN OUTPUT DIFF-REPORT-FILE
           OPEN OUTPUT DIFF-CSV-FILE
           MOVE SPACES TO WS-CSV-LINE
           STRING "change_key,project_id,change_type,owner,"
                      DELIMITED BY SIZE
                  "before,after,from_generation,to_generation"
                      DELIMITED BY SIZE
                  INTO WS-CSV-LINE
           MOVE WS-CSV-LINE TO DIFF-CSV-RECORD
           WRITE DIFF-CSV-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING "GEN-DIFF|RUN_DATE=" DELIMITED BY SIZE
                  WS-NOW(1:8) DELIMITED BY SIZE
                  "|FROM=" DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  "|TO=" DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM READ-FROM-GEN
           PERFORM READ-TO-GEN
           PERFORM UNTIL (WS-FROM-EOF = "Y" AND WS-TO-EOF = "Y")
                      OR WS-OUT-OF-ORDER = "Y"
               EVALUATE TRUE
                   WHEN WS-FROM-ID < WS-TO-ID
                       PERFORM WRITE-REMOVED
                       PERFORM READ-FROM-GEN
                   WHEN WS-FROM-ID > WS-TO-ID
                       PERFORM WRITE-ADDED
                       PERFORM READ-TO-GEN
                   WHEN OTHER
                       PERFORM COMPARE-PROJECT
                       PERFORM READ-FROM-GEN
                       PERFORM READ-TO-GEN
               END-EVALUATE
           END-PERFORM
           CLOSE FROM-GEN-FILE
           CLOSE TO-GEN-FILE

           PERFORM WRITE-SUBTOTALS
           CLOSE DIFF-REPORT-FILE
           CLOSE DIFF-CSV-FILE

           MOVE WS-FROM-COUNT TO WS-HIST-READ
           ADD WS-TO-COUNT TO WS-HIST-READ
           MOVE WS-CHANGES TO WS-HIST-OK
           DISPLAY "Compare complete. Projects changed: "
                   WS-PROJECTS-CHANGED " Changes: " WS-CHANGES
           IF WS-OUT-OF-ORDER = "Y"
               MOVE SPACES TO WS-RES-ERR-MSG
               STRING "generation file out of project-ID order - "
                          DELIMITED BY SIZE
                      "compare abandoned, report incomplete"
                          DELIMITED BY SIZE
                      INTO WS-RES-ERR-MSG
               DISPLAY FUNCTION TRIM(WS-RES-ERR-MSG)
               MOVE 1 TO WS-HIST-FAIL
               PERFORM NOTIFY-ABEND
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           STOP RUN.

      ******************************************************************
      * LOAD-GEN-CATALOG: The catalog's generation files and their
      * dates (carved out of the "..._gen_YYYYMMDD.txt" file name)
      ******************************************************************
       LOAD-GEN-CATALOG.
           MOVE 0 TO WS-CT-COUNT
           OPEN INPUT GEN-CATALOG-FILE
           IF WS-GEN-CATALOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ GEN-CATALOG-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GEN-CATALOG-RECORD NOT = SPACES
                           AND WS-CT-COUNT < 200
                           ADD 1 TO WS-CT-COUNT
                           MOVE GEN-CATALOG-RECORD
                               TO WS-CT-FILE(WS-CT-COUNT)
                           MOVE SPACES TO WS-CT-DATE(WS-CT-COUNT)
                           MOVE 64 TO WS-NAME-LEN
                           PERFORM UNTIL WS-NAME-LEN = 0
                               OR WS-CT-FILE(WS-CT-COUNT)
                                  (WS-NAME-LEN:1) NOT = SPACE
                               SUBTRACT 1 FROM WS-NAME-LEN
                           END-PERFORM
                           IF WS-NAME-LEN > 12
                               MOVE WS-CT-FILE(WS-CT-COUNT)
                                    (WS-NAME-LEN - 11:8)
                                   TO WS-CT-DATE(WS-CT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GEN-CATALOG-FILE.

      ******************************************************************
      * CHOOSE-GENERATIONS: The two generations to compare; anything
      * wrong leaves the reason in WS-RES-ERR-MSG
      ******************************************************************
       CHOOSE-GENERATIONS.
           MOVE SPACES TO WS-RES-ERR-MSG
           IF WS-CT-COUNT < 2
               STRING "snapshot catalog " DELIMITED BY SIZE
                      WS-GEN-CATALOG-NAME DELIMITED BY SPACE
                      " holds fewer than two generations"
                          DELIMITED BY SIZE
                      INTO WS-RES-ERR-MSG
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PARM-IN
           ACCEPT WS-PARM-IN FROM ENVIRONMENT "GREY_GENCMP_FROM"
           PERFORM NORMALIZE-PARM-DATE
           IF WS-PARM-DATE = SPACES
               MOVE WS-CT-DATE(WS-CT-COUNT - 1) TO WS-FROM-DATE
           ELSE
               MOVE WS-PARM-DATE TO WS-FROM-DATE
           END-IF
           MOVE SPACES TO WS-PARM-IN
           ACCEPT WS-PARM-IN FROM ENVIRONMENT "GREY_GENCMP_TO"
           PERFORM NORMALIZE-PARM-DATE
           IF WS-PARM-DATE = SPACES
               MOVE WS-CT-DATE(WS-CT-COUNT) TO WS-TO-DATE
           ELSE
               MOVE WS-PARM-DATE TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               MOVE WS-FROM-DATE TO WS-SWAP-DATE
               MOVE WS-TO-DATE TO WS-FROM-DATE
               MOVE WS-SWAP-DATE TO WS-TO-DATE
           END-IF

           MOVE SPACES TO WS-FROM-FILE-NAME WS-TO-FILE-NAME
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > WS-CT-COUNT
               IF WS-CT-DATE(WS-CT-IDX) = WS-FROM-DATE
                   MOVE WS-CT-FILE(WS-CT-IDX) TO WS-FROM-FILE-NAME
               END-IF
               IF WS-CT-DATE(WS-CT-IDX) = WS-TO-DATE
                   MOVE WS-CT-FILE(WS-CT-IDX) TO WS-TO-FILE-NAME
               END-IF
           END-PERFORM
           IF WS-FROM-FILE-NAME = SPACES OR WS-TO-FILE-NAME = SPACES
               STRING "generation " DELIMITED BY SIZE
                      WS-FROM-DATE DELIMITED BY SIZE
                      " or " DELIMITED BY SIZE
                      WS-TO-DATE DELIMITED BY SIZE
                      " is not in the snapshot catalog"
                          DELIMITED BY SIZE
                      INTO WS-RES-ERR-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-FROM-DATE = WS-TO-DATE
               STRING "both dates name generation " DELIMITED BY SIZE
                      WS-FROM-DATE DELIMITED BY SIZE
                      INTO WS-RES-ERR-MSG
           END-IF.

       NORMALIZE-PARM-DATE.
           MOVE SPACES TO WS-PARM-DATE
           IF WS-PARM-IN(5:1) = "-"
               STRING WS-PARM-IN(1:4) DELIMITED BY SIZE
                      WS-PARM-IN(6:2) DELIMITED BY SIZE
                      WS-PARM-IN(9:2) DELIMITED BY SIZE
                      INTO WS-PARM-DATE
           ELSE
               MOVE WS-PARM-IN(1:8) TO WS-PARM-DATE
           END-IF.

      ******************************************************************
      * READ-FROM-GEN / READ-TO-GEN: Next record of each generation,
      * checking the files really are in project-ID order (the merge
      * depends on it)
      ******************************************************************
       READ-FROM-GEN.
           IF WS-FROM-EOF = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FROM-REC
           PERFORM UNTIL WS-FROM-ID NOT = SPACES OR WS-FROM-EOF = "Y"
               READ FROM-GEN-FILE
                   AT END
                       MOVE "Y" TO WS-FROM-EOF
                       MOVE HIGH-VALUES TO WS-FROM-ID
                   NOT AT END
                       IF FROM-GEN-RECORD NOT = SPACES
                           UNSTRING FROM-GEN-RECORD DELIMITED BY "|"
                               INTO WS-FROM-ID WS-FROM-NAME
                                    WS-FROM-STATUS WS-FROM-CREATED
                                    WS-FROM-UPDATED WS-FROM-OWNER
                                    WS-FROM-DESC
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FROM-EOF = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FROM-COUNT
           IF WS-FROM-ID <= WS-FROM-PREV-ID
               DISPLAY "Out of order in " FUNCTION TRIM(
                       WS-FROM-FILE-NAME) ": " FUNCTION TRIM(
                       WS-FROM-ID)
               MOVE "Y" TO WS-OUT-OF-ORDER
           END-IF
           MOVE WS-FROM-ID TO WS-FROM-PREV-ID.

       READ-TO-GEN.
           IF WS-TO-EOF = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TO-REC
           PERFORM UNTIL WS-TO-ID NOT = SPACES OR WS-TO-EOF = "Y"
               READ TO-GEN-FILE
                   AT END
                       MOVE "Y" TO WS-TO-EOF
                       MOVE HIGH-VALUES TO WS-TO-ID
                   NOT AT END
                       IF TO-GEN-RECORD NOT = SPACES
                           UNSTRING TO-GEN-RECORD DELIMITED BY "|"
                               INTO WS-TO-ID WS-TO-NAME
                                    WS-TO-STATUS WS-TO-CREATED
                                    WS-TO-UPDATED WS-TO-OWNER
                                    WS-TO-DESC
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TO-EOF = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TO-COUNT
           IF WS-TO-ID <= WS-TO-PREV-ID
               DISPLAY "Out of order in " FUNCTION TRIM(
                       WS-TO-FILE-NAME) ": " FUNCTION TRIM(
                       WS-TO-ID)
               MOVE "Y" TO WS-OUT-OF-ORDER
           END-IF
           MOVE WS-TO-ID TO WS-TO-PREV-ID.

      ******************************************************************
      * WRITE-ADDED / WRITE-REMOVED: A project in only one generation
      ******************************************************************
       WRITE-ADDED.
           ADD 1 TO WS-PROJECTS-CHANGED
           MOVE 1 TO WS-CHG-TYPE-IDX
           MOVE WS-TO-ID TO WS-CHG-ID
           MOVE WS-TO-OWNER TO WS-CHG-OWNER
           MOVE SPACES TO WS-CHG-BEFORE
           MOVE WS-TO-NAME TO WS-CHG-AFTER
           PERFORM WRITE-CHANGE.

       WRITE-REMOVED.
           ADD 1 TO WS-PROJECTS-CHANGED
           MOVE 2 TO WS-CHG-TYPE-IDX
           MOVE WS-FROM-ID TO WS-CHG-ID
           MOVE WS-FROM-OWNER TO WS-CHG-OWNER
           MOVE WS-FROM-NAME TO WS-CHG-BEFORE
           MOVE SPACES TO WS-CHG-AFTER
           PERFORM WRITE-CHANGE.

      ******************************************************************
      * COMPARE-PROJECT: A project in both generations - one change
      * line for each of name, owner, status and description that
      * differs
      ******************************************************************
       COMPARE-PROJECT.
           MOVE "N" TO WS-PROJECT-CHANGED
           MOVE WS-TO-ID TO WS-CHG-ID
           MOVE WS-TO-OWNER TO WS-CHG-OWNER
           IF WS-FROM-NAME NOT = WS-TO-NAME
               MOVE 3 TO WS-CHG-TYPE-IDX
               MOVE WS-FROM-NAME TO WS-CHG-BEFORE
               MOVE WS-TO-NAME TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE
               MOVE "Y" TO WS-PROJECT-CHANGED
           END-IF
           IF WS-FROM-OWNER NOT = WS-TO-OWNER
               MOVE 4 TO WS-CHG-TYPE-IDX
               MOVE WS-FROM-OWNER TO WS-CHG-BEFORE
               MOVE WS-TO-OWNER TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE
               MOVE "Y" TO WS-PROJECT-CHANGED
           END-IF
           IF WS-FROM-STATUS NOT = WS-TO-STATUS
               MOVE 5 TO WS-CHG-TYPE-IDX
               MOVE WS-FROM-STATUS TO WS-CHG-BEFORE
               MOVE WS-TO-STATUS TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE
               MOVE "Y" TO WS-PROJECT-CHANGED
           END-IF
           IF WS-FROM-DESC NOT = WS-TO-DESC
               MOVE 6 TO WS-CHG-TYPE-IDX
               MOVE WS-FROM-DESC TO WS-CHG-BEFORE
               MOVE WS-TO-DESC TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE
               MOVE "Y" TO WS-PROJECT-CHANGED
           END-IF
           IF WS-PROJECT-CHANGED = "Y"
               ADD 1 TO WS-PROJECTS-CHANGED
           END-IF.

      ******************************************************************
      * WRITE-CHANGE: The report line and CSV row for one change, and
      * its subtotals
      ******************************************************************
       WRITE-CHANGE.
           ADD 1 TO WS-CHANGES
           MOVE WS-TYPE-NAME(WS-CHG-TYPE-IDX) TO WS-CHG-TYPE
           ADD 1 TO WS-TYPE-TOTAL(WS-CHG-TYPE-IDX)
           IF WS-CHG-OWNER = SPACES
               MOVE "(none)" TO WS-CHG-OWNER
           END-IF
           PERFORM ADD-OWNER-CHANGE

      *    The report shows the first 100 characters of a value; the
      *    CSV carries it whole
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CHANGE|" DELIMITED BY SIZE
                  WS-CHG-TYPE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-CHG-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-CHG-OWNER DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-CHG-BEFORE(1:100) DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-CHG-AFTER(1:100) DELIMITED BY "  "
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           MOVE SPACES TO WS-CSV-VALUE
           STRING WS-CHG-ID DELIMITED BY SPACE
                  ":" DELIMITED BY SIZE
                  WS-CHG-TYPE DELIMITED BY SPACE
                  INTO WS-CSV-VALUE
           PERFORM APPEND-CSV-VALUE
           STRING "," DELIMITED BY SIZE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           MOVE WS-CHG-ID TO WS-CSV-VALUE
           PERFORM APPEND-CSV-VALUE
           STRING "," DELIMITED BY SIZE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           MOVE WS-CHG-TYPE TO WS-CSV-VALUE
           PERFORM APPEND-CSV-VALUE
           STRING "," DELIMITED BY SIZE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           MOVE WS-CHG-OWNER TO WS-CSV-VALUE
           PERFORM APPEND-CSV-VALUE
           STRING "," DELIMITED BY SIZE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           MOVE WS-CHG-BEFORE TO WS-CSV-VALUE
           PERFORM APPEND-CSV-VALUE
           STRING "," DELIMITED BY SIZE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           MOVE WS-CHG-AFTER TO WS-CSV-VALUE
           PERFORM APPEND-CSV-VALUE
           STRING "," DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           MOVE WS-CSV-LINE TO DIFF-CSV-RECORD
           WRITE DIFF-CSV-RECORD.

       ADD-OWNER-CHANGE.
           MOVE 0 TO WS-OW-HIT
           PERFORM VARYING WS-OW-IDX FROM 1 BY 1
                       UNTIL WS-OW-IDX > WS-OW-COUNT
                          OR WS-OW-HIT > 0
               IF WS-OW-OWNER(WS-OW-IDX) = WS-CHG-OWNER
                   MOVE WS-OW-IDX TO WS-OW-HIT
               END-IF
           END-PERFORM
           IF WS-OW-HIT = 0
               IF WS-OW-COUNT >= 3000
                   IF WS-OWNER-OVERFLOW = "N"
                       DISPLAY "WARNING: more than 3000 owners - "
                               "owner subtotals incomplete"
                       MOVE "Y" TO WS-OWNER-OVERFLOW
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OW-COUNT
               MOVE WS-OW-COUNT TO WS-OW-HIT
               INITIALIZE WS-OW-ENTRY(WS-OW-HIT)
               MOVE WS-CHG-OWNER TO WS-OW-OWNER(WS-OW-HIT)
           END-IF
           ADD 1 TO WS-OW-TYPE-COUNT(WS-OW-HIT, WS-CHG-TYPE-IDX)
           ADD 1 TO WS-OW-TOTAL(WS-OW-HIT).

      ******************************************************************
      * APPEND-CSV-VALUE: Append WS-CSV-VALUE to the CSV line quoted,
      * doubling embedded quote characters
      ******************************************************************
       APPEND-CSV-VALUE.
           MOVE LENGTH OF WS-CSV-VALUE TO WS-CSV-VALUE-LEN
           PERFORM UNTIL WS-CSV-VALUE-LEN = 0
                      OR WS-CSV-VALUE(WS-CSV-VALUE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CSV-VALUE-LEN
           END-PERFORM

           STRING '"' DELIMITED BY SIZE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           PERFORM VARYING WS-CSV-VALUE-IDX FROM 1 BY 1
                       UNTIL WS-CSV-VALUE-IDX > WS-CSV-VALUE-LEN
               IF WS-CSV-VALUE(WS-CSV-VALUE-IDX:1) = '"'
                   STRING '""' DELIMITED BY SIZE
                          INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               ELSE
                   STRING WS-CSV-VALUE(WS-CSV-VALUE-IDX:1)
                              DELIMITED BY SIZE
                          INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               END-IF
           END-PERFORM
           STRING '"' DELIMITED BY SIZE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.

      ******************************************************************
      * WRITE-SUBTOTALS: Per-owner and per-type subtotals, then the
      * header-level totals
      ******************************************************************
       WRITE-SUBTOTALS.
           PERFORM VARYING WS-OW-IDX FROM 1 BY 1
                       UNTIL WS-OW-IDX > WS-OW-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE 1 TO WS-LINE-PTR
               STRING "OWNER|" DELIMITED BY SIZE
                      WS-OW-OWNER(WS-OW-IDX) DELIMITED BY SPACE
                      INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                           UNTIL WS-TYPE-IDX > 6
                   MOVE WS-OW-TYPE-COUNT(WS-OW-IDX, WS-TYPE-IDX)
                       TO WS-COUNT-TEXT
                   STRING "|" DELIMITED BY SIZE
                          WS-TYPE-NAME(WS-TYPE-IDX) DELIMITED BY SPACE
                          "=" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-COUNT-TEXT)
                              DELIMITED BY SIZE
                          INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
               END-PERFORM
               MOVE WS-OW-TOTAL(WS-OW-IDX) TO WS-COUNT-TEXT
               STRING "|TOTAL=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                      INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                       UNTIL WS-TYPE-IDX > 6
               MOVE WS-TYPE-TOTAL(WS-TYPE-IDX) TO WS-COUNT-TEXT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "TYPE|" DELIMITED BY SIZE
                      WS-TYPE-NAME(WS-TYPE-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           MOVE WS-PROJECTS-CHANGED TO WS-COUNT-TEXT
           MOVE WS-CHANGES TO WS-COUNT-TEXT-2
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "TOTAL|PROJECTS_CHANGED=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  "|CHANGES=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT-2) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
           MOVE WS-FROM-COUNT TO WS-COUNT-TEXT
           MOVE WS-TO-COUNT TO WS-COUNT-TEXT-2
           STRING "|FROM_PROJECTS=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  "|TO_PROJECTS=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT-2) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO DIFF-REPORT-RECORD
           WRITE DIFF-REPORT-RECORD.

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
               WS-HIST-CID
               WS-RES-ERR-CODE.

       END PROGRAM GENERATION-COMPARE.
