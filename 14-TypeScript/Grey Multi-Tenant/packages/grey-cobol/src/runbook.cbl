      ******************************************************************
      * runbook.cbl - Grey Error Runbook Catalog Lookup
      * The normalized error codes (WS-ERROR-CODE - UNAUTHORIZED,
      * RATE-LIMITED, CIRCUIT-OPEN, ETAG-MISMATCH, CHANGE-FREEZE and
      * the rest) tell the night operator what went wrong, not what
      * to do about it. The runbook catalog does: one entry per
      * error code - or per error code and job, where one job needs
      * different handling - with the meaning, the first action to
      * take, the escalation contact and whether a rerun is safe.
      * The notify spool, the load and update reports, the dead
      * letter replay report and the console print the matching
      * entry next to the error; RUNBOOK-GAP-REPORT lists the codes
      * the audit log has seen that the catalog does not cover.
      *
      * Catalog file (GREY_RUNBOOK_FILE, default
      * /tmp/grey_runbook_catalog.txt), "#" lines are comments:
      *   "error-code|job|meaning|first-action|escalation-contact|
      *    rerun-safe"
      * where job is blank for the entry that applies to every job
      * and rerun-safe is Y or N. The file is read once, on the
      * first call, and held for the rest of the run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNBOOK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO WS-CATALOG-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-RECORD              PIC X(512).

       WORKING-STORAGE SECTION.
       01  WS-CATALOG-FILE-NAME        PIC X(64)
               VALUE "/tmp/grey_runbook_catalog.txt".
       01  WS-CATALOG-FILE-ENV         PIC X(64)  VALUE SPACES.
       01  WS-CATALOG-FILE-STATUS      PIC XX     VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-CATALOG-LOADED           PIC X      VALUE "N".
       01  WS-RERUN-TEXT               PIC X(8)   VALUE SPACES.
       01  WS-LOOK-CODE                PIC X(32)  VALUE SPACES.
       01  WS-LOOK-JOB                 PIC X(32)  VALUE SPACES.

      ******************************************************************
      * The whole catalog, loaded on first use
      ******************************************************************
       01  WS-RB-TABLE.
           05  WS-RB-COUNT              PIC 9(4)  VALUE 0.
           05  WS-RB-ENTRY OCCURS 500 TIMES.
               10  WS-RB-CODE           PIC X(32).
               10  WS-RB-JOB            PIC X(32).
               10  WS-RB-MEANING        PIC X(128).
               10  WS-RB-ACTION         PIC X(128).
               10  WS-RB-CONTACT        PIC X(64).
               10  WS-RB-RERUN          PIC X(8).
       01  WS-RB-IDX                   PIC 9(4)   VALUE 0.
       01  WS-RB-JOB-IDX               PIC 9(4)   VALUE 0.
       01  WS-RB-ANY-IDX               PIC 9(4)   VALUE 0.
       01  WS-RB-GENERIC-IDX           PIC 9(4)   VALUE 0.

       LINKAGE SECTION.
       01  LS-ERROR-CODE               PIC X(32).
       01  LS-JOB-NAME                 PIC X(32).
       01  LS-RUNBOOK.
           05  LS-RUNBOOK-FOUND        PIC X.
           05  LS-RUNBOOK-MEANING      PIC X(128).
           05  LS-RUNBOOK-ACTION       PIC X(128).
           05  LS-RUNBOOK-CONTACT      PIC X(64).
           05  LS-RUNBOOK-RERUN        PIC X.
           05  LS-RUNBOOK-GUIDANCE     PIC X(256).

       PROCEDURE DIVISION.

      ******************************************************************
      * RUNBOOK-LOOKUP: The catalog entry for an error code
      * Input:  LS-ERROR-CODE, LS-JOB-NAME (the job's own entry wins
      *         over the every-job entry; blank takes the every-job
      *         entry only; "*" takes any entry for the code)
      * Output: LS-RUNBOOK (GREYRUNB layout) - LS-RUNBOOK-FOUND "Y"
      *         with the entry, or "N" with everything else blank
      ******************************************************************
       ENTRY "RUNBOOK-LOOKUP" USING LS-ERROR-CODE LS-JOB-NAME
                                    LS-RUNBOOK.
           MOVE "N" TO LS-RUNBOOK-FOUND
           MOVE SPACES TO LS-RUNBOOK-MEANING LS-RUNBOOK-ACTION
                          LS-RUNBOOK-CONTACT LS-RUNBOOK-RERUN
                          LS-RUNBOOK-GUIDANCE

           IF WS-CATALOG-LOADED NOT = "Y"
               PERFORM LOAD-RUNBOOK-CATALOG
           END-IF
           IF LS-ERROR-CODE = SPACES
               GOBACK
           END-IF
           MOVE FUNCTION UPPER-CASE(LS-ERROR-CODE) TO WS-LOOK-CODE
           MOVE FUNCTION UPPER-CASE(LS-JOB-NAME) TO WS-LOOK-JOB

           MOVE 0 TO WS-RB-JOB-IDX WS-RB-GENERIC-IDX WS-RB-ANY-IDX
           PERFORM VARYING WS-RB-IDX FROM 1 BY 1
                       UNTIL WS-RB-IDX > WS-RB-COUNT
               IF WS-RB-CODE(WS-RB-IDX) = WS-LOOK-CODE
                   IF WS-RB-ANY-IDX = 0
                       MOVE WS-RB-IDX TO WS-RB-ANY-IDX
                   END-IF
                   IF WS-RB-JOB(WS-RB-IDX) = SPACES
                       AND WS-RB-GENERIC-IDX = 0
                       MOVE WS-RB-IDX TO WS-RB-GENERIC-IDX
                   END-IF
                   IF WS-LOOK-JOB NOT = SPACES
                       AND WS-RB-JOB(WS-RB-IDX) = WS-LOOK-JOB
                       AND WS-RB-JOB-IDX = 0
                       MOVE WS-RB-IDX TO WS-RB-JOB-IDX
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-RB-JOB-IDX > 0
                   MOVE WS-RB-JOB-IDX TO WS-RB-IDX
               WHEN WS-RB-GENERIC-IDX > 0
                   MOVE WS-RB-GENERIC-IDX TO WS-RB-IDX
               WHEN WS-LOOK-JOB = "*" AND WS-RB-ANY-IDX > 0
                   MOVE WS-RB-ANY-IDX TO WS-RB-IDX
               WHEN OTHER
                   GOBACK
           END-EVALUATE

           MOVE "Y" TO LS-RUNBOOK-FOUND
           MOVE WS-RB-MEANING(WS-RB-IDX) TO LS-RUNBOOK-MEANING
           MOVE WS-RB-ACTION(WS-RB-IDX) TO LS-RUNBOOK-ACTION
           MOVE WS-RB-CONTACT(WS-RB-IDX) TO LS-RUNBOOK-CONTACT
           EVALUATE WS-RB-RERUN(WS-RB-IDX)(1:1)
               WHEN "Y"
                   MOVE "Y" TO LS-RUNBOOK-RERUN
                   MOVE "YES" TO WS-RERUN-TEXT
               WHEN "N"
                   MOVE "N" TO LS-RUNBOOK-RERUN
                   MOVE "NO" TO WS-RERUN-TEXT
               WHEN OTHER
                   MOVE "NOT STATED" TO WS-RERUN-TEXT
           END-EVALUATE
           IF LS-RUNBOOK-CONTACT = SPACES
               MOVE "(none listed)" TO LS-RUNBOOK-CONTACT
           END-IF

           STRING LS-RUNBOOK-ACTION DELIMITED BY "  "
                  " - escalate to " DELIMITED BY SIZE
                  LS-RUNBOOK-CONTACT DELIMITED BY "  "
                  " - rerun safe: " DELIMITED BY SIZE
                  WS-RERUN-TEXT DELIMITED BY "  "
                  INTO LS-RUNBOOK-GUIDANCE
           GOBACK.

      ******************************************************************
      * LOAD-RUNBOOK-CATALOG: Read the catalog into the table (an
      * absent file leaves every code without guidance)
      ******************************************************************
       LOAD-RUNBOOK-CATALOG.
           MOVE "Y" TO WS-CATALOG-LOADED
           MOVE 0 TO WS-RB-COUNT
           ACCEPT WS-CATALOG-FILE-ENV FROM ENVIRONMENT
               "GREY_RUNBOOK_FILE"
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
                       IF CATALOG-RECORD NOT = SPACES
                           AND CATALOG-RECORD(1:1) NOT = "#"
                           AND WS-RB-COUNT < 500
                           PERFORM LOAD-CATALOG-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE.

       LOAD-CATALOG-ENTRY.
           ADD 1 TO WS-RB-COUNT
           MOVE SPACES TO WS-RB-ENTRY(WS-RB-COUNT)
           UNSTRING CATALOG-RECORD DELIMITED BY "|"
               INTO WS-RB-CODE(WS-RB-COUNT)
                    WS-RB-JOB(WS-RB-COUNT)
                    WS-RB-MEANING(WS-RB-COUNT)
                    WS-RB-ACTION(WS-RB-COUNT)
                    WS-RB-CONTACT(WS-RB-COUNT)
                    WS-RB-RERUN(WS-RB-COUNT)
           IF WS-RB-CODE(WS-RB-COUNT) = SPACES
               SUBTRACT 1 FROM WS-RB-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               WS-RB-CODE(WS-RB-COUNT))) TO WS-RB-CODE(WS-RB-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               WS-RB-JOB(WS-RB-COUNT))) TO WS-RB-JOB(WS-RB-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               WS-RB-RERUN(WS-RB-COUNT))) TO WS-RB-RERUN(WS-RB-COUNT).

       END PROGRAM RUNBOOK.
