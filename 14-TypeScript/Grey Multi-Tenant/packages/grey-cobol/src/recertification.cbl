      * USER-SYNC-BATCH maintains and emits a certification worksheet
      * with one line per user: their status, how many projects they
      * own (counted live through PROJECTS-LIST's owner filter), and
      * a sample of the project names. Each line is routed to the
      * user's own manager from the org reference (ORG-REFERENCE-GET);
      * users with no manager on file fall to GREY_RECERT_REVIEWER,
      * or are marked UNROUTED when that is not set either. Reviewers
      * change the leading action column from KEEP to REVOKE for
      * access to pull.
      *
      * APPLY - reads the reviewed worksheet back and, for every line
      * marked REVOKE, suspends the account via USER-SET-STATUS,
      * writing an action report of exactly what was applied. Each
      * reviewed decision, KEEP or REVOKE, is written to the approval
      * ledger (APPROVAL-LEDGER-WRITE) under the reviewer the line
      * was routed to (GREY_RECERT_REVIEWER for UNROUTED lines) and
      * the operator running the apply (GREY_OPERATOR_ID), for the
      * segregation-of-duties report.
      *
      * Worksheet record shape:
      *   "KEEP-or-REVOKE|id|username|status|project_count|reviewer|
      *    samples"
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERTIFICATION.
       01  WS-SHEET-ACTION             PIC X(16)  VALUE SPACES.
       01  WS-SHEET-ID                 PIC X(64)  VALUE SPACES.
       01  WS-SHEET-USERNAME           PIC X(256) VALUE SPACES.
       01  WS-SHEET-STATUS             PIC X(32)  VALUE SPACES.
       01  WS-SHEET-COUNT              PIC X(16)  VALUE SPACES.
       01  WS-SHEET-REVIEWER           PIC X(64)  VALUE SPACES.

      ******************************************************************
      * Reviewer routing from the org reference
      ******************************************************************
       01  WS-ORG-DEPARTMENT           PIC X(64)  VALUE SPACES.
       01  WS-ORG-COST-CENTER          PIC X(32)  VALUE SPACES.
       01  WS-ORG-MANAGER-ID           PIC X(64)  VALUE SPACES.
       01  WS-ORG-FOUND                PIC X      VALUE "N".
       01  WS-LINE-REVIEWER            PIC X(64)  VALUE SPACES.
       01  WS-ROUTED-COUNT             PIC 9(8)   VALUE 0.
       01  WS-UNROUTED-COUNT           PIC 9(8)   VALUE 0.

      ******************************************************************
      * Approval ledger fields - who reviewed, who applied
      ******************************************************************
       01  WS-LEDGER-JOB-NAME          PIC X(32)
               VALUE "RECERTIFICATION".
       01  WS-LEDGER-ACTION            PIC X(16)  VALUE SPACES.
       01  WS-LEDGER-APPROVER          PIC X(64)  VALUE SPACES.
       01  WS-RECERT-REVIEWER          PIC X(64)  VALUE SPACES.
       01  WS-OPERATOR-ID              PIC X(64)  VALUE SPACES.

       01  WS-OWNED-COUNT              PIC 9(8)   VALUE 0.
       01  WS-SAMPLE-NAMES             PIC X(400) VALUE SPACES.
      * user master, one line per user, with ownership detail
      ******************************************************************
       RUN-EXTRACT-PASS.
           ACCEPT WS-RECERT-REVIEWER
               FROM ENVIRONMENT "GREY_RECERT_REVIEWER"
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-MASTER-STATUS NOT = "00"
               DISPLAY "No user master file - run USER-SYNC-BATCH "
           END-IF

           OPEN OUTPUT WORKSHEET-FILE
           MOVE SPACES TO WS-WORKSHEET-LINE
           STRING "ACTION|ID|USERNAME|STATUS|PROJECT_COUNT|"
                      DELIMITED BY SIZE
                  "REVIEWER|SAMPLES" DELIMITED BY SIZE
                  INTO WS-WORKSHEET-LINE
           MOVE WS-WORKSHEET-LINE TO WORKSHEET-RECORD
           WRITE WORKSHEET-RECORD

           CLOSE WORKSHEET-FILE
           CLOSE USER-MASTER-FILE

           DISPLAY "Worksheet written. Users: " WS-USER-COUNT-OUT
                   " Routed to manager: " WS-ROUTED-COUNT
                   " Unrouted: " WS-UNROUTED-COUNT.

      ******************************************************************
      * EXTRACT-ONE-USER: Build one worksheet line for the current
           END-IF

           PERFORM COUNT-OWNED-PROJECTS
           PERFORM ROUTE-TO-REVIEWER
           ADD 1 TO WS-USER-COUNT-OUT

           MOVE SPACES TO WS-WORKSHEET-LINE
                  "|" DELIMITED BY SIZE
                  WS-OWNED-COUNT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-LINE-REVIEWER DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SAMPLE-NAMES DELIMITED BY SIZE
                  INTO WS-WORKSHEET-LINE
           MOVE WS-WORKSHEET-LINE TO WORKSHEET-RECORD
           WRITE WORKSHEET-RECORD.

      ******************************************************************
      * ROUTE-TO-REVIEWER: The user's manager from the org reference,
      * else the central reviewer, else UNROUTED
      ******************************************************************
       ROUTE-TO-REVIEWER.
           CALL "ORG-REFERENCE-GET" USING WS-MAST-ID
                                          WS-ORG-DEPARTMENT
                                          WS-ORG-COST-CENTER
                                          WS-ORG-MANAGER-ID
                                          WS-ORG-FOUND
           IF WS-ORG-FOUND = "Y" AND WS-ORG-MANAGER-ID NOT = SPACES
               MOVE WS-ORG-MANAGER-ID TO WS-LINE-REVIEWER
               ADD 1 TO WS-ROUTED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UNROUTED-COUNT
           IF WS-RECERT-REVIEWER NOT = SPACES
               MOVE WS-RECERT-REVIEWER TO WS-LINE-REVIEWER
           ELSE
               MOVE "UNROUTED" TO WS-LINE-REVIEWER
           END-IF.

      ******************************************************************
      * COUNT-OWNED-PROJECTS: One owner-filtered PROJECTS-LIST call
      * gives the total owned count and the first page of names; the
      * account marked REVOKE, reporting each action taken
      ******************************************************************
       RUN-APPLY-PASS.
           ACCEPT WS-RECERT-REVIEWER
               FROM ENVIRONMENT "GREY_RECERT_REVIEWER"
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "GREY_OPERATOR_ID"
           OPEN INPUT WORKSHEET-FILE
           IF WS-WORKSHEET-STATUS NOT = "00"
               DISPLAY "No worksheet to apply: " WS-WORKSHEET-NAME
           END-IF

           MOVE SPACES TO WS-SHEET-ACTION WS-SHEET-ID
                          WS-SHEET-USERNAME WS-SHEET-STATUS
                          WS-SHEET-COUNT WS-SHEET-REVIEWER
           UNSTRING WORKSHEET-RECORD DELIMITED BY "|"
               INTO WS-SHEET-ACTION WS-SHEET-ID WS-SHEET-USERNAME
                    WS-SHEET-STATUS WS-SHEET-COUNT WS-SHEET-REVIEWER

           IF WS-SHEET-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-SHEET-ACTION = "REVOKE"
               MOVE "REVOKE" TO WS-LEDGER-ACTION
           ELSE
               MOVE "KEEP" TO WS-LEDGER-ACTION
           END-IF
      *    The decision belongs to the reviewer the line was routed
      *    to; only unrouted lines fall back to the central reviewer
           IF WS-SHEET-REVIEWER = SPACES
               OR WS-SHEET-REVIEWER = "UNROUTED"
               MOVE WS-RECERT-REVIEWER TO WS-LEDGER-APPROVER
           ELSE
               MOVE WS-SHEET-REVIEWER TO WS-LEDGER-APPROVER
           END-IF
           CALL "APPROVAL-LEDGER-WRITE" USING WS-LEDGER-JOB-NAME
                                              WS-SHEET-ID
                                              WS-LEDGER-ACTION
                                              WS-OPERATOR-ID
                                              WS-LEDGER-APPROVER

           IF WS-SHEET-ACTION NOT = "REVOKE"
               ADD 1 TO WS-KEPT-COUNT
               EXIT PARAGRAPH
