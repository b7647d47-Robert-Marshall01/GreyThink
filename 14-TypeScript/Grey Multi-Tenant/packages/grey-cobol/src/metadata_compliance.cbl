      * at load time - and writes a violations report grouped by rule
      * (missing cost-center, invalid environment value, and so on),
      * with a summary by owner so the worst offenders are easy to
      * chase. When finance's cost-center master is on file the
      * engine also flags projects charged to a closed or unknown
      * cost center (CLOSED-CC / UNKNOWN-CC / CC-NOT-OPEN).
      *
      * Rules file: /tmp/grey_metadata_rules.txt (see METADATA-RULES
      * for the record layout).
      *
      * Metadata is read from the local metadata store
      * (META-STORE-GET) kept by the sync and webhook jobs; the
      * project ID, owner and status come from the list row, so only
      * a project the store has no entry for costs a PROJECTS-GET.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. METADATA-COMPLIANCE.
       01  WS-ITEM-IDX                 PIC 9(3)   VALUE 0.
       01  WS-VIOL-IDX                 PIC 9(2)   VALUE 0.

      ******************************************************************
      * Local metadata store lookup - a miss falls back to the API
      ******************************************************************
       01  WS-STORE-FOUND              PIC X      VALUE "N".
       01  WS-STORE-MISS-COUNT         PIC 9(6)   VALUE 0.

      ******************************************************************
      * Violations handed back per project by META-RULES-CHECK
      ******************************************************************
           PERFORM WRITE-OWNER-SUMMARY
           PERFORM WRITE-FOOTER
           CLOSE COMPLIANCE-FILE
           CALL "META-STORE-CLOSE"
           CALL "SDK-SHUTDOWN"

           IF WS-VIOLATION-TOTAL > 0
           END-IF.

      ******************************************************************
      * EVALUATE-ONE-PROJECT: Read the project's metadata from the
      * local store (fetching it only on a store miss), run the
      * rules, and record each violation under its rule and owner
      ******************************************************************
       EVALUATE-ONE-PROJECT.
           ADD 1 TO WS-SCANNED-COUNT

           MOVE WS-PROJ-ITEM-ID(WS-ITEM-IDX) TO WS-PROJ-ID
           MOVE WS-PROJ-ITEM-OWNER(WS-ITEM-IDX) TO WS-PROJ-OWNER-ID
           MOVE WS-PROJ-ITEM-STATUS(WS-ITEM-IDX) TO WS-PROJ-STATUS
           CALL "META-STORE-GET" USING WS-PROJ-ID
                                       WS-PROJ-METADATA
                                       WS-STORE-FOUND
           IF WS-STORE-FOUND = "N"
               ADD 1 TO WS-STORE-MISS-COUNT
               MOVE SPACES TO WS-PROJECT-REQUEST
               MOVE WS-PROJ-ITEM-ID(WS-ITEM-IDX) TO WS-PROJ-ID-REQ

               CALL "PROJECTS-GET" USING WS-GREY-CONFIG
                                         WS-PROJECT-REQUEST
                                         WS-PROJECT-RESPONSE
                                         WS-GREY-RESULT

               IF WS-RESULT-OK NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           CALL "META-RULES-CHECK" USING WS-PROJ-METADATA
                  WS-VIOLATION-TOTAL DELIMITED BY SIZE
                  "|CLEAN=" DELIMITED BY SIZE
                  WS-CLEAN-COUNT DELIMITED BY SIZE
                  "|STORE-MISS=" DELIMITED BY SIZE
                  WS-STORE-MISS-COUNT DELIMITED BY SIZE
                  INTO WS-COMPLIANCE-LINE
           MOVE WS-COMPLIANCE-LINE TO COMPLIANCE-RECORD
           WRITE COMPLIANCE-RECORD.
