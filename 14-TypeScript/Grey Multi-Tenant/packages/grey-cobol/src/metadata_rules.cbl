      *   status   - "active" or "archived" to scope the rule to
      *              projects in that status; blank applies to all
      *
      * When finance's cost-center master is on file (see
      * COST-CENTER-MASTER) one more rule is always in force: a
      * project that is not archived and carries costCenter (or the
      * pre-governance cost_center) must name a cost center that is
      * open today - UNKNOWN-CC, CLOSED-CC or CC-NOT-OPEN otherwise.
      * It is counted in the rule total META-RULES-LOAD hands back.
      *
      * Entry points:
      *   META-RULES-LOAD  - read the rules file into the engine
      *   META-RULES-CHECK - evaluate one metadata document, handing
       01  WS-ALLOWED-WORK             PIC X(256) VALUE SPACES.
       01  WS-PATTERN-LEN              PIC 9(3)   VALUE 0.

      ******************************************************************
      * Cost-center master check
      ******************************************************************
       01  WS-CC-IN-FORCE              PIC X      VALUE "N".
       01  WS-CC-MASTER-COUNT          PIC 9(5)   VALUE 0.
       01  WS-CC-CODE                  PIC X(16)  VALUE SPACES.
       01  WS-CC-NAME                  PIC X(64)  VALUE SPACES.
       01  WS-CC-STATE                 PIC X(12)  VALUE SPACES.
       01  WS-CC-REASON                PIC X(16)  VALUE SPACES.
       01  WS-CC-TODAY                 PIC 9(8)   VALUE 0.

       LINKAGE SECTION.
       01  LS-RULES-FILE-NAME          PIC X(64).
       01  LS-RULE-COUNT-OUT           PIC 9(3).
           END-IF

           MOVE WS-RULE-COUNT TO LS-RULE-COUNT-OUT
           CALL "COST-CENTER-MASTER-COUNT" USING WS-CC-MASTER-COUNT
           IF WS-CC-MASTER-COUNT > 0
               MOVE "Y" TO WS-CC-IN-FORCE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CC-TODAY
               ADD 1 TO LS-RULE-COUNT-OUT
           END-IF
           GOBACK.

      ******************************************************************
               END-IF
           END-PERFORM

           IF WS-CC-IN-FORCE = "Y"
               AND LS-PROJ-STATUS NOT = "archived"
               PERFORM CHECK-COST-CENTER
           END-IF

           GOBACK.

      ******************************************************************
               END-IF
           END-IF.

      ******************************************************************
      * Internal: The cost center the document names must be open on
      * finance's master today
      ******************************************************************
       CHECK-COST-CENTER.
           MOVE SPACES TO WS-JSON-KEY
           MOVE "costCenter" TO WS-JSON-KEY
           MOVE "N" TO WS-HAS-KEY
           CALL "JSON-HAS-KEY" USING WS-META-BUF WS-JSON-KEY
                                     WS-HAS-KEY
           IF WS-HAS-KEY NOT = "Y"
               MOVE SPACES TO WS-JSON-KEY
               MOVE "cost_center" TO WS-JSON-KEY
               CALL "JSON-HAS-KEY" USING WS-META-BUF WS-JSON-KEY
                                         WS-HAS-KEY
           END-IF
           IF WS-HAS-KEY NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-JSON-STR-SCRATCH
           CALL "JSON-GET-STRING" USING WS-META-BUF WS-JSON-KEY
                                        WS-JSON-STR-SCRATCH
           MOVE WS-JSON-STR-SCRATCH(1:16) TO WS-CC-CODE
           CALL "COST-CENTER-CHECK" USING WS-CC-CODE WS-CC-TODAY
                                          WS-CC-NAME WS-CC-STATE
           EVALUATE WS-CC-STATE
               WHEN "UNKNOWN"
                   MOVE "UNKNOWN-CC" TO WS-CC-REASON
               WHEN "CLOSED"
                   MOVE "CLOSED-CC" TO WS-CC-REASON
               WHEN "NOT-OPEN"
                   MOVE "CC-NOT-OPEN" TO WS-CC-REASON
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           IF LS-VIOLATION-COUNT >= 20
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-VIOLATION-COUNT
           MOVE WS-JSON-KEY TO LS-VIOL-KEY(LS-VIOLATION-COUNT)
           MOVE WS-CC-REASON TO LS-VIOL-REASON(LS-VIOLATION-COUNT)
           MOVE WS-CC-CODE TO LS-VIOL-VALUE(LS-VIOLATION-COUNT).

      ******************************************************************
      * Internal: Record a MISSING violation for the current rule
      ******************************************************************
