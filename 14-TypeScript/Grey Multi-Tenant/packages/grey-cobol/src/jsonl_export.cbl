      *       the current master record; D rows export
      *       {"id":...,"deleted":true})
      *
      * A project SENSITIVE-CONTENT-SCAN has quarantined (see
      * SENSITIVE-QUARANTINE) is withheld from the project export
      * until it is cleared; the count withheld is displayed.
      *
      * Outputs:
      *   /tmp/grey_projects.jsonl
      *   /tmp/grey_users.jsonl
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SYNC-PROJ-ID
               ALTERNATE RECORD KEY SYNC-PROJ-NAME-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY SYNC-PROJ-OWNER WITH DUPLICATES
               FILE STATUS IS WS-SYNC-FILE-STATUS.

           SELECT USER-SYNC-FILE ASSIGN TO WS-USER-SYNC-FILE-NAME

       01  WS-PROJ-COUNT               PIC 9(8)   VALUE 0.
       01  WS-USER-COUNT               PIC 9(8)   VALUE 0.
       01  WS-QUARANTINED              PIC X      VALUE "N".
       01  WS-WITHHELD-COUNT           PIC 9(8)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY "Export complete. Projects: " WS-PROJ-COUNT
                   " Users: " WS-USER-COUNT
           IF WS-WITHHELD-COUNT > 0
               DISPLAY "Quarantined projects withheld: "
                       WS-WITHHELD-COUNT
           END-IF
           STOP RUN.

      ******************************************************************

      ******************************************************************
      * WRITE-PROJECT-OBJECT: The current master record as one
      * escaped JSON object, carrying the selected fields - unless
      * the project is quarantined for sensitive content
      ******************************************************************
       WRITE-PROJECT-OBJECT.
           CALL "QUARANTINE-CHECK" USING SYNC-PROJ-ID WS-QUARANTINED
           IF WS-QUARANTINED = "Y"
               ADD 1 TO WS-WITHHELD-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PROJ-COUNT
           MOVE SPACES TO WS-JSON-LINE
           MOVE 1 TO WS-JSON-PTR
