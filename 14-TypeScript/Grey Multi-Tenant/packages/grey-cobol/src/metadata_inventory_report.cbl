      * Top-level keys are found with a small depth-tracking scan of
      * the document (a quoted name at depth 1 followed by a colon);
      * values are then read with the usual JSON-UTILS lookup.
      *
      * Each project's document is read from the local metadata
      * store (META-STORE-GET) that the sync and webhook jobs keep
      * current; only a project the store has no entry for costs a
      * PROJECTS-GET, and those fallbacks are counted in the footer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. METADATA-INVENTORY-REPORT.
       01  WS-EMPTY-COUNT              PIC 9(6)   VALUE 0.
       01  WS-INVALID-COUNT            PIC 9(6)   VALUE 0.

      ******************************************************************
      * Local metadata store lookup - a miss falls back to the API
      ******************************************************************
       01  WS-STORE-META               PIC X(8192) VALUE SPACES.
       01  WS-STORE-FOUND              PIC X      VALUE "N".
       01  WS-STORE-MISS-COUNT         PIC 9(6)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Metadata Inventory Report ==="
           PERFORM WRITE-KEY-SECTIONS
           PERFORM WRITE-FOOTER
           CLOSE INVENTORY-FILE
           CALL "META-STORE-CLOSE"
           CALL "SDK-SHUTDOWN"

           DISPLAY "Inventory complete. Projects: " WS-SCANNED-COUNT
           END-IF.

      ******************************************************************
      * PROFILE-ONE-PROJECT: Read one project's metadata from the
      * local store (fetching it only on a store miss) and fold its
      * keys and values into the statistics tables
      ******************************************************************
       PROFILE-ONE-PROJECT.
           ADD 1 TO WS-SCANNED-COUNT

           CALL "META-STORE-GET" USING WS-PROJ-ITEM-ID(WS-ITEM-IDX)
                                       WS-STORE-META
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
               MOVE WS-PROJ-METADATA TO WS-STORE-META
           END-IF

           IF WS-STORE-META = SPACES
               ADD 1 TO WS-EMPTY-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-META-BUF
           MOVE WS-STORE-META TO WS-META-BUF

           CALL "JSON-VALIDATE" USING WS-META-BUF WS-META-VALID
           IF WS-META-VALID NOT = "Y"
                  WS-EMPTY-COUNT DELIMITED BY SIZE
                  "|INVALID=" DELIMITED BY SIZE
                  WS-INVALID-COUNT DELIMITED BY SIZE
                  "|STORE-MISS=" DELIMITED BY SIZE
                  WS-STORE-MISS-COUNT DELIMITED BY SIZE
                  INTO WS-INVENTORY-LINE
           MOVE WS-INVENTORY-LINE TO INVENTORY-RECORD
           WRITE INVENTORY-RECORD.
