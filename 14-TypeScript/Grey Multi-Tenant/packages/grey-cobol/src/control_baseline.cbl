      ******************************************************************
      * control_baseline.cbl - Grey Control File Baselines
      * The suite's behaviour is driven by hand-edited control and
      * reference files. This module knows where each one lives and
      * keeps the approved checksum of each, so that an edit made
      * outside change control (CONTROL-CHANGE) shows up as drift:
      *
      *   AUTHORITY      operator authority  (GREY_AUTHORITY_FILE)
      *   FREEZE         freeze calendar     (GREY_FREEZE_FILE)
      *   ROUTES         report routes       (GREY_ROUTE_FILE)
      *   META-RULES     metadata rules
      *   LIFECYCLE      lifecycle transitions (GREY_LIFECYCLE_FILE)
      *   RATE-BUDGET    rate budget         (GREY_RATE_BUDGET_FILE)
      *   BATCH-PLAN     batch plan          (GREY_PLAN_FILE)
      *   TENANT-ROSTER  tenant roster
      *   CONTRACT       entity contract     (GREY_CONTRACT_FILE)
      *
      * Each file is found where its owning program finds it - the
      * same environment override, the same default. Files added to
      * the suite later are put under control by a line
      * "key|path" in the catalog file (GREY_CONTROL_CATALOG,
      * default /tmp/grey_control_catalog.txt); a catalog line for
      * a built-in key moves that file.
      *
      * Baselines (/tmp/grey_control_baseline.txt):
      *   "key|path|checksum|change-id|timestamp"
      * A checksum is "crc-size" from cksum; "MISSING" when the file
      * is not there at all.
      *
      * CONTROL-BASELINE-VERIFY writes one line per controlled file
      * to /tmp/grey_control_drift.txt:
      *   "key|path|approved-checksum|live-checksum|change-id|status"
      * status OK, DRIFT (live differs from approved) or UNBASELINED
      * (never adopted - nothing to compare against yet).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-BASELINE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO WS-CATALOG-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.

           SELECT BASELINE-FILE ASSIGN TO WS-BASELINE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BASELINE-FILE-STATUS.

           SELECT CKSUM-FILE ASSIGN TO WS-CKSUM-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CKSUM-FILE-STATUS.

           SELECT DRIFT-FILE ASSIGN TO WS-DRIFT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-RECORD              PIC X(100).

       FD  BASELINE-FILE.
       01  BASELINE-RECORD             PIC X(160).

       FD  CKSUM-FILE.
       01  CKSUM-RECORD                PIC X(80).

       FD  DRIFT-FILE.
       01  DRIFT-RECORD                PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-CATALOG-FILE-NAME        PIC X(64)
               VALUE "/tmp/grey_control_catalog.txt".
       01  WS-CATALOG-FILE-ENV         PIC X(64)  VALUE SPACES.
       01  WS-CATALOG-FILE-STATUS      PIC XX     VALUE SPACES.
       01  WS-BASELINE-FILE-NAME       PIC X(64)
               VALUE "/tmp/grey_control_baseline.txt".
       01  WS-BASELINE-FILE-STATUS     PIC XX     VALUE SPACES.
       01  WS-CKSUM-FILE-NAME          PIC X(64)
               VALUE "/tmp/grey_control_cksum.txt".
       01  WS-CKSUM-FILE-STATUS        PIC XX     VALUE SPACES.
       01  WS-DRIFT-FILE-NAME          PIC X(64)
               VALUE "/tmp/grey_control_drift.txt".
       01  WS-COMMAND                  PIC X(300) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-ENV-VALUE                PIC X(64)  VALUE SPACES.
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-TS                       PIC X(19)  VALUE SPACES.

      ******************************************************************
      * The controlled files
      ******************************************************************
       01  WS-CATALOG-TABLE.
           05  WS-CT-COUNT              PIC 9(3)  VALUE 0.
           05  WS-CT-ENTRY OCCURS 40 TIMES.
               10  WS-CT-KEY            PIC X(16).
               10  WS-CT-PATH           PIC X(64).
       01  WS-CT-IDX                   PIC 9(3)   VALUE 0.
       01  WS-CT-FOUND                 PIC 9(3)   VALUE 0.
       01  WS-REC-KEY                  PIC X(16)  VALUE SPACES.
       01  WS-REC-PATH                 PIC X(64)  VALUE SPACES.

      ******************************************************************
      * The approved baselines
      ******************************************************************
       01  WS-BASELINE-TABLE.
           05  WS-BL-COUNT              PIC 9(3)  VALUE 0.
           05  WS-BL-ENTRY OCCURS 40 TIMES.
               10  WS-BL-KEY            PIC X(16).
               10  WS-BL-PATH           PIC X(64).
               10  WS-BL-CHECKSUM       PIC X(24).
               10  WS-BL-CHANGE-ID      PIC X(24).
               10  WS-BL-TS             PIC X(19).
       01  WS-BL-IDX                   PIC 9(3)   VALUE 0.
       01  WS-BL-FOUND                 PIC 9(3)   VALUE 0.

       01  WS-WORK-PATH                PIC X(64)  VALUE SPACES.
       01  WS-WORK-CHECKSUM            PIC X(24)  VALUE SPACES.
       01  WS-DRIFT-STATUS             PIC X(12)  VALUE SPACES.
       01  WS-DRIFT-PTR                PIC 9(3)   VALUE 1.

       LINKAGE SECTION.
       01  LS-CTL-KEY                  PIC X(16).
       01  LS-CTL-PATH                 PIC X(64).
       01  LS-CTL-FOUND                PIC X.
       01  LS-CTL-CHECKSUM             PIC X(24).
       01  LS-CTL-CHANGE-ID            PIC X(24).
       01  LS-DRIFT-COUNT              PIC 9(4).
       01  LS-DRIFT-LIST               PIC X(200).

       PROCEDURE DIVISION.

      ******************************************************************
      * CONTROL-FILE-LOCATE: Where the controlled file lives
      * Input:  LS-CTL-KEY
      * Output: LS-CTL-PATH, LS-CTL-FOUND (Y/N - N for a key that
      *         is not under control)
      ******************************************************************
       ENTRY "CONTROL-FILE-LOCATE" USING LS-CTL-KEY LS-CTL-PATH
                                         LS-CTL-FOUND.
           PERFORM LOAD-CATALOG
           MOVE LS-CTL-KEY TO WS-REC-KEY
           PERFORM FIND-CATALOG-KEY
           IF WS-CT-FOUND > 0
               MOVE WS-CT-PATH(WS-CT-FOUND) TO LS-CTL-PATH
               MOVE "Y" TO LS-CTL-FOUND
           ELSE
               MOVE SPACES TO LS-CTL-PATH
               MOVE "N" TO LS-CTL-FOUND
           END-IF
           GOBACK.

      ******************************************************************
      * CONTROL-CHECKSUM: A file's checksum as the baselines hold it
      * Input:  LS-CTL-PATH
      * Output: LS-CTL-CHECKSUM ("crc-size", or MISSING)
      ******************************************************************
       ENTRY "CONTROL-CHECKSUM" USING LS-CTL-PATH LS-CTL-CHECKSUM.
           MOVE LS-CTL-PATH TO WS-WORK-PATH
           PERFORM COMPUTE-CHECKSUM
           MOVE WS-WORK-CHECKSUM TO LS-CTL-CHECKSUM
           GOBACK.

      ******************************************************************
      * CONTROL-BASELINE-GET: The approved checksum of a file
      * Input:  LS-CTL-KEY
      * Output: LS-CTL-CHECKSUM (spaces when never baselined),
      *         LS-CTL-CHANGE-ID (the change that set it)
      ******************************************************************
       ENTRY "CONTROL-BASELINE-GET" USING LS-CTL-KEY LS-CTL-CHECKSUM
                                          LS-CTL-CHANGE-ID.
           PERFORM LOAD-BASELINES
           MOVE LS-CTL-KEY TO WS-REC-KEY
           PERFORM FIND-BASELINE-KEY
           IF WS-BL-FOUND > 0
               MOVE WS-BL-CHECKSUM(WS-BL-FOUND) TO LS-CTL-CHECKSUM
               MOVE WS-BL-CHANGE-ID(WS-BL-FOUND) TO LS-CTL-CHANGE-ID
           ELSE
               MOVE SPACES TO LS-CTL-CHECKSUM LS-CTL-CHANGE-ID
           END-IF
           GOBACK.

      ******************************************************************
      * CONTROL-BASELINE-SET: Record a newly approved checksum
      * Input:  LS-CTL-KEY, LS-CTL-PATH, LS-CTL-CHECKSUM,
      *         LS-CTL-CHANGE-ID (the promoted change, or the job
      *         that made a sanctioned automatic edit)
      ******************************************************************
       ENTRY "CONTROL-BASELINE-SET" USING LS-CTL-KEY LS-CTL-PATH
                                          LS-CTL-CHECKSUM
                                          LS-CTL-CHANGE-ID.
           PERFORM LOAD-BASELINES
           MOVE LS-CTL-KEY TO WS-REC-KEY
           PERFORM FIND-BASELINE-KEY
           IF WS-BL-FOUND = 0
               IF WS-BL-COUNT >= 40
                   DISPLAY "WARNING: control baseline table full - "
                           LS-CTL-KEY " not recorded"
                   GOBACK
               END-IF
               ADD 1 TO WS-BL-COUNT
               MOVE WS-BL-COUNT TO WS-BL-FOUND
           END-IF
           PERFORM FORMAT-TS
           MOVE LS-CTL-KEY TO WS-BL-KEY(WS-BL-FOUND)
           MOVE LS-CTL-PATH TO WS-BL-PATH(WS-BL-FOUND)
           MOVE LS-CTL-CHECKSUM TO WS-BL-CHECKSUM(WS-BL-FOUND)
           MOVE LS-CTL-CHANGE-ID TO WS-BL-CHANGE-ID(WS-BL-FOUND)
           MOVE WS-TS TO WS-BL-TS(WS-BL-FOUND)
           PERFORM SAVE-BASELINES
           GOBACK.

      ******************************************************************
      * CONTROL-BASELINE-VERIFY: Every controlled file against its
      * approved checksum; the detail lands in the drift file
      * Output: LS-DRIFT-COUNT (files that drifted),
      *         LS-DRIFT-LIST (their keys, comma-separated)
      ******************************************************************
       ENTRY "CONTROL-BASELINE-VERIFY" USING LS-DRIFT-COUNT
                                             LS-DRIFT-LIST.
           PERFORM LOAD-CATALOG
           PERFORM LOAD-BASELINES
           MOVE 0 TO LS-DRIFT-COUNT
           MOVE SPACES TO LS-DRIFT-LIST
           MOVE 1 TO WS-DRIFT-PTR

           OPEN OUTPUT DRIFT-FILE
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > WS-CT-COUNT
               PERFORM VERIFY-ONE-FILE
           END-PERFORM
           CLOSE DRIFT-FILE
           GOBACK.

       VERIFY-ONE-FILE.
           MOVE WS-CT-KEY(WS-CT-IDX) TO WS-REC-KEY
           PERFORM FIND-BASELINE-KEY
           MOVE WS-CT-PATH(WS-CT-IDX) TO WS-WORK-PATH
           PERFORM COMPUTE-CHECKSUM
           MOVE SPACES TO DRIFT-RECORD
           IF WS-BL-FOUND = 0
               STRING WS-CT-KEY(WS-CT-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-CT-PATH(WS-CT-IDX) DELIMITED BY SPACE
                      "||" DELIMITED BY SIZE
                      WS-WORK-CHECKSUM DELIMITED BY SPACE
                      "||UNBASELINED" DELIMITED BY SIZE
                      INTO DRIFT-RECORD
               WRITE DRIFT-RECORD
               EXIT PARAGRAPH
           END-IF

      *    A file the owning program now finds somewhere else is
      *    judged where it is found - the move itself is drift
           IF WS-WORK-CHECKSUM = WS-BL-CHECKSUM(WS-BL-FOUND)
               AND WS-CT-PATH(WS-CT-IDX) = WS-BL-PATH(WS-BL-FOUND)
               MOVE "OK" TO WS-DRIFT-STATUS
           ELSE
               MOVE "DRIFT" TO WS-DRIFT-STATUS
               ADD 1 TO LS-DRIFT-COUNT
               IF WS-DRIFT-PTR > 1
                   STRING "," DELIMITED BY SIZE
                          INTO LS-DRIFT-LIST
                          WITH POINTER WS-DRIFT-PTR
                          ON OVERFLOW CONTINUE
                   END-STRING
               END-IF
               STRING WS-CT-KEY(WS-CT-IDX) DELIMITED BY SPACE
                      INTO LS-DRIFT-LIST
                      WITH POINTER WS-DRIFT-PTR
                      ON OVERFLOW CONTINUE
               END-STRING
           END-IF
           STRING WS-CT-KEY(WS-CT-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-CT-PATH(WS-CT-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-BL-CHECKSUM(WS-BL-FOUND) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-WORK-CHECKSUM DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-BL-CHANGE-ID(WS-BL-FOUND) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-DRIFT-STATUS DELIMITED BY SPACE
                  INTO DRIFT-RECORD
           WRITE DRIFT-RECORD.

      ******************************************************************
      * Internal: The built-in catalog, each file where its owning
      * program looks for it, then the catalog file's additions
      ******************************************************************
       LOAD-CATALOG.
           MOVE 0 TO WS-CT-COUNT
           MOVE "AUTHORITY" TO WS-REC-KEY
           MOVE "/tmp/grey_operator_authority.txt" TO WS-REC-PATH
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GREY_AUTHORITY_FILE"
           PERFORM ADD-BUILT-IN-FILE
           MOVE "FREEZE" TO WS-REC-KEY
           MOVE "/tmp/grey_freeze_calendar.txt" TO WS-REC-PATH
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GREY_FREEZE_FILE"
           PERFORM ADD-BUILT-IN-FILE
           MOVE "ROUTES" TO WS-REC-KEY
           MOVE "/tmp/grey_report_routes.txt" TO WS-REC-PATH
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GREY_ROUTE_FILE"
           PERFORM ADD-BUILT-IN-FILE
           MOVE "META-RULES" TO WS-REC-KEY
           MOVE "/tmp/grey_metadata_rules.txt" TO WS-REC-PATH
           MOVE SPACES TO WS-ENV-VALUE
           PERFORM ADD-BUILT-IN-FILE
           MOVE "LIFECYCLE" TO WS-REC-KEY
           MOVE "/tmp/grey_lifecycle_transitions.txt" TO WS-REC-PATH
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GREY_LIFECYCLE_FILE"
           PERFORM ADD-BUILT-IN-FILE
           MOVE "RATE-BUDGET" TO WS-REC-KEY
           MOVE "/tmp/grey_rate_budget.txt" TO WS-REC-PATH
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GREY_RATE_BUDGET_FILE"
           PERFORM ADD-BUILT-IN-FILE
           MOVE "BATCH-PLAN" TO WS-REC-KEY
           MOVE "/tmp/grey_batch_plan.txt" TO WS-REC-PATH
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GREY_PLAN_FILE"
           PERFORM ADD-BUILT-IN-FILE
           MOVE "TENANT-ROSTER" TO WS-REC-KEY
           MOVE "/tmp/grey_tenant_roster.txt" TO WS-REC-PATH
           MOVE SPACES TO WS-ENV-VALUE
           PERFORM ADD-BUILT-IN-FILE
           MOVE "CONTRACT" TO WS-REC-KEY
           MOVE "/tmp/grey_entity_contract.txt" TO WS-REC-PATH
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GREY_CONTRACT_FILE"
           PERFORM ADD-BUILT-IN-FILE

           ACCEPT WS-CATALOG-FILE-ENV
               FROM ENVIRONMENT "GREY_CONTROL_CATALOG"
           IF WS-CATALOG-FILE-ENV NOT = SPACES
               MOVE WS-CATALOG-FILE-ENV TO WS-CATALOG-FILE-NAME
           END-IF
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ CATALOG-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-CATALOG-LINE
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE.

       ADD-BUILT-IN-FILE.
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-REC-PATH
           END-IF
           ADD 1 TO WS-CT-COUNT
           MOVE WS-REC-KEY TO WS-CT-KEY(WS-CT-COUNT)
           MOVE WS-REC-PATH TO WS-CT-PATH(WS-CT-COUNT)
           MOVE SPACES TO WS-ENV-VALUE.

       LOAD-ONE-CATALOG-LINE.
           IF CATALOG-RECORD = SPACES
               OR CATALOG-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REC-KEY WS-REC-PATH
           UNSTRING CATALOG-RECORD DELIMITED BY "|"
               INTO WS-REC-KEY WS-REC-PATH
           IF WS-REC-KEY = SPACES OR WS-REC-PATH = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-REC-KEY) TO WS-REC-KEY
           PERFORM FIND-CATALOG-KEY
           IF WS-CT-FOUND > 0
               MOVE WS-REC-PATH TO WS-CT-PATH(WS-CT-FOUND)
               EXIT PARAGRAPH
           END-IF
           IF WS-CT-COUNT >= 40
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CT-COUNT
           MOVE WS-REC-KEY TO WS-CT-KEY(WS-CT-COUNT)
           MOVE WS-REC-PATH TO WS-CT-PATH(WS-CT-COUNT).

       FIND-CATALOG-KEY.
           MOVE 0 TO WS-CT-FOUND
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > WS-CT-COUNT
               IF WS-CT-KEY(WS-CT-IDX) = WS-REC-KEY
                   MOVE WS-CT-IDX TO WS-CT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * Internal: The baselines file in and out
      ******************************************************************
       LOAD-BASELINES.
           MOVE 0 TO WS-BL-COUNT
           OPEN INPUT BASELINE-FILE
           IF WS-BASELINE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ BASELINE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF BASELINE-RECORD NOT = SPACES
                           AND WS-BL-COUNT < 40
                           ADD 1 TO WS-BL-COUNT
                           MOVE SPACES TO WS-BL-ENTRY(WS-BL-COUNT)
                           UNSTRING BASELINE-RECORD DELIMITED BY "|"
                               INTO WS-BL-KEY(WS-BL-COUNT)
                                    WS-BL-PATH(WS-BL-COUNT)
                                    WS-BL-CHECKSUM(WS-BL-COUNT)
                                    WS-BL-CHANGE-ID(WS-BL-COUNT)
                                    WS-BL-TS(WS-BL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BASELINE-FILE.

       FIND-BASELINE-KEY.
           MOVE 0 TO WS-BL-FOUND
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                       UNTIL WS-BL-IDX > WS-BL-COUNT
               IF WS-BL-KEY(WS-BL-IDX) = WS-REC-KEY
                   MOVE WS-BL-IDX TO WS-BL-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SAVE-BASELINES.
           OPEN OUTPUT BASELINE-FILE
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                       UNTIL WS-BL-IDX > WS-BL-COUNT
               MOVE SPACES TO BASELINE-RECORD
               STRING WS-BL-KEY(WS-BL-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-BL-PATH(WS-BL-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-BL-CHECKSUM(WS-BL-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-BL-CHANGE-ID(WS-BL-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-BL-TS(WS-BL-IDX) DELIMITED BY SIZE
                      INTO BASELINE-RECORD
               WRITE BASELINE-RECORD
           END-PERFORM
           CLOSE BASELINE-FILE.

      ******************************************************************
      * Internal: cksum of WS-WORK-PATH into WS-WORK-CHECKSUM
      ******************************************************************
       COMPUTE-CHECKSUM.
           MOVE SPACES TO WS-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  WS-CKSUM-FILE-NAME DELIMITED BY SPACE
                  "; [ -f '" DELIMITED BY SIZE
                  WS-WORK-PATH DELIMITED BY SPACE
                  "' ] && cksum < '" DELIMITED BY SIZE
                  WS-WORK-PATH DELIMITED BY SPACE
                  "' | awk '{print $1 ""-"" $2}' > " DELIMITED BY SIZE
                  WS-CKSUM-FILE-NAME DELIMITED BY SPACE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE 0 TO RETURN-CODE

           MOVE "MISSING" TO WS-WORK-CHECKSUM
           OPEN INPUT CKSUM-FILE
           IF WS-CKSUM-FILE-STATUS = "00"
               READ CKSUM-FILE
                   NOT AT END
                       IF CKSUM-RECORD(1:1) IS NUMERIC
                           MOVE CKSUM-RECORD(1:24) TO WS-WORK-CHECKSUM
                       END-IF
               END-READ
               CLOSE CKSUM-FILE
           END-IF.

       FORMAT-TS.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE SPACES TO WS-TS
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) "T"
                  WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2)
               DELIMITED BY SIZE INTO WS-TS.

       END PROGRAM CONTROL-BASELINE.
