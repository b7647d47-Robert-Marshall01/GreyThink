      * Environment:
      *   GREY_RESTORE_PROJECT_ID  the deleted project's old ID
      *   GREY_RESTORE_GEN_DATE    generation date as YYYYMMDD
      *   GREY_RESTORE_NAME        optional - restore under this
      *                            name instead of the snapshot's
      * The generation file read is
      * /tmp/grey_project_sync_gen_<date>.txt
      * ("id|name|status|created|updated|owner|description
      * confirmation report (/tmp/grey_snapshot_restore_report.txt)
      * pairs the old ID with the new one and lists exactly which
      * fields were restored.
      *
      * The name is held to the shop's naming rules (NAMING-RULES)
      * before anything is sent - a project deleted years ago may
      * carry a name today's rules refuse. A refused name stops the
      * restore with every rule broken and a conforming name on
      * SYSOUT; rerun with that name (or another) in
      * GREY_RESTORE_NAME, and the report records the rename.
      * RETURN-CODE 0 restored, 8 not found / name refused / create
      * failed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNAPSHOT-RESTORE.
       COPY GREYRES.
       COPY GREYAUTH.
       COPY GREYPROJ.
       COPY GREYNAME.

       01  WS-GEN-FILE-NAME            PIC X(64)  VALUE SPACES.
       01  WS-GEN-FILE-STATUS          PIC XX     VALUE SPACES.

       01  WS-RESTORE-ID-ENV           PIC X(64)  VALUE SPACES.
       01  WS-GEN-DATE-ENV             PIC X(8)   VALUE SPACES.
       01  WS-RESTORE-NAME-ENV         PIC X(256) VALUE SPACES.
       01  WS-SNAPSHOT-NAME            PIC X(256) VALUE SPACES.

       01  WS-HOST-ENV                 PIC X(256) VALUE SPACES.
       01  WS-PORT-ENV                 PIC X(5)   VALUE SPACES.
               STOP RUN
           END-IF

           MOVE WS-GEN-NAME TO WS-SNAPSHOT-NAME
           ACCEPT WS-RESTORE-NAME-ENV
               FROM ENVIRONMENT "GREY_RESTORE_NAME"
           IF WS-RESTORE-NAME-ENV NOT = SPACES
               MOVE WS-RESTORE-NAME-ENV TO WS-GEN-NAME
           END-IF

           PERFORM CHECK-RESTORE-NAME
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF

           PERFORM INITIALIZE-CONFIG
           PERFORM AUTHENTICATE
           IF WS-RESULT-OK NOT = "Y"
               MOVE "Y" TO WS-GEN-FOUND
           END-IF.

      ******************************************************************
      * CHECK-RESTORE-NAME: The name the project is about to be
      * rebuilt under, through the naming rules - the old ID is
      * passed so the deleted project's own master entry is not
      * taken for a collision
      ******************************************************************
       CHECK-RESTORE-NAME.
           CALL "NAMING-RULES-LOAD" USING WS-NAMING-RULES-FILE
                                          WS-NAMING-RULE-COUNT
           IF WS-NAMING-RULE-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RESTORE-ID-ENV TO WS-NAMING-PROJ-ID
           MOVE WS-GEN-OWNER TO WS-NAMING-OWNER-ID
           MOVE 0 TO WS-NAMING-NAME-LEN
           CALL "NAMING-RULES-CHECK" USING WS-NAMING-PROJ-ID
                                           WS-GEN-NAME
                                           WS-NAMING-NAME-LEN
                                           WS-NAMING-OWNER-ID
                                           WS-NAMING-RESULT
           IF WS-NAMING-VIOL-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Name refused by the naming rules: "
                   FUNCTION TRIM(WS-GEN-NAME)
           PERFORM VARYING WS-NAMING-VIOL-IDX FROM 1 BY 1
                       UNTIL WS-NAMING-VIOL-IDX > WS-NAMING-VIOL-COUNT
               DISPLAY "  "
                       FUNCTION TRIM(
                           WS-NAMING-VIOL-RULE(WS-NAMING-VIOL-IDX))
                       " - "
                       FUNCTION TRIM(
                           WS-NAMING-VIOL-DETAIL(WS-NAMING-VIOL-IDX))
           END-PERFORM
           DISPLAY "Suggested name: "
                   FUNCTION TRIM(WS-NAMING-SUGGESTED)
           DISPLAY "Rerun with GREY_RESTORE_NAME set to restore "
                   "under a conforming name - nothing was restored"
           MOVE 8 TO RETURN-CODE.

      ******************************************************************
      * REBUILD-PROJECT: Create the project fresh, reassign its
      * owner, and re-archive it when the snapshot showed archived
           MOVE WS-RESTORE-LINE TO RESTORE-REPORT-RECORD
           WRITE RESTORE-REPORT-RECORD

           IF WS-GEN-NAME NOT = WS-SNAPSHOT-NAME
               MOVE SPACES TO WS-RESTORE-LINE
               STRING "NOTE|renamed from snapshot name "
                          DELIMITED BY SIZE
                      WS-SNAPSHOT-NAME DELIMITED BY "  "
                      INTO WS-RESTORE-LINE
               MOVE WS-RESTORE-LINE TO RESTORE-REPORT-RECORD
               WRITE RESTORE-REPORT-RECORD
           END-IF

           IF WS-GEN-DESC NOT = SPACES
               MOVE "FIELD|description|restored" TO WS-RESTORE-LINE
               MOVE WS-RESTORE-LINE TO RESTORE-REPORT-RECORD
