      * comes back ETAG-MISMATCH and the line is reported
      * ETAG-SKIPPED for a rerun.
      *
      * Supported fields: name, description, metadata, owner (the
      * owner ID, sent as owner_id), and status - "archived" archives
      * the project through PROJECTS-ARCHIVE and "active" restores it
      * through PROJECTS-RESTORE, so the reversal files JOURNAL-UNDO
      * writes from the master change journal replay in full. An
      * archive is refused for a project under legal hold. A new
      * name is held to the shop's naming rules (NAMING-RULES) first:
      * one that breaks them is reported NAMING-REJECTED with every
      * rule broken and a conforming name to use instead.
      * HDR/TRL control records are passed over, so correction files
      * stamped with a header by the reconciliation job feed straight
      * in.
      *
      * The input is logged in the file receipt registry (feed
      * PROJECT-UPDATE) before it is read. A file with the same
      * content as one already applied in full is quarantined by
      * FILE-RECEIPT and not applied again (RETURN-CODE 4). The
      * receipt is only marked processed on a clean run, so the
      * rerun that picks up ETAG-SKIPPED lines is never mistaken for
      * a duplicate.
      *
      * The first FAILED, FETCH-FAILED, ETAG-SKIPPED or HELD line for
      * each normalized error code is followed by a
      * "RUNBOOK|code|meaning|guidance" line from the runbook catalog.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT-BULK-UPDATE.
       COPY GREYRES.
       COPY GREYAUTH.
       COPY GREYPROJ.
       COPY GREYRUNB.
       COPY GREYNAME.

      ******************************************************************
      * Lifecycle enforcement working fields - a metadata update
       01  WS-UPDATE-INPUT-NAME        PIC X(64)
               VALUE "/tmp/grey_project_update_input.txt".
       01  WS-UPDATE-INPUT-STATUS      PIC XX     VALUE SPACES.
       01  WS-RECEIPT-FEED             PIC X(32)
               VALUE "PROJECT-UPDATE".
       01  WS-RECEIPT-POLICY           PIC X      VALUE "Q".
       01  WS-RECEIPT-VERDICT          PIC X(12)  VALUE SPACES.
       01  WS-UPDATE-REPORT-NAME       PIC X(64)
               VALUE "/tmp/grey_project_update_report.txt".
       01  WS-UPDATE-REPORT-LINE       PIC X(1536).
       01  WS-UPD-ID                   PIC X(64)  VALUE SPACES.
       01  WS-UPD-FIELD                PIC X(16)  VALUE SPACES.
       01  WS-UPD-VALUE                PIC X(1024) VALUE SPACES.
       01  WS-UPD-PTR                  PIC 9(4)   VALUE 0.

      ******************************************************************
      * Legal hold check ahead of a status change to archived
      ******************************************************************
       01  WS-HOLD-JOB-NAME            PIC X(32)
               VALUE "PROJECT-BULK-UPDATE".
       01  WS-HOLD-ACTION              PIC X(16)  VALUE "ARCHIVE".
       01  WS-HOLD-FLAG                PIC X      VALUE "N".
       01  WS-HOLD-MATTER              PIC X(32)  VALUE SPACES.

       01  WS-LINE-COUNT               PIC 9(8)   VALUE 0.
       01  WS-UPDATED-COUNT            PIC 9(8)   VALUE 0.
               STOP RUN
           END-IF

           CALL "FILE-RECEIPT-CHECK" USING WS-RECEIPT-FEED
                                           WS-UPDATE-INPUT-NAME
                                           WS-RECEIPT-POLICY
                                           WS-RECEIPT-VERDICT
           IF WS-RECEIPT-VERDICT = "DUPLICATE"
               DISPLAY "Update input already applied once - "
                       "quarantined, not applied: "
                       WS-UPDATE-INPUT-NAME
               CALL "SDK-SHUTDOWN"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL "NAMING-RULES-LOAD" USING WS-NAMING-RULES-FILE
                                          WS-NAMING-RULE-COUNT

           OPEN INPUT UPDATE-INPUT-FILE
           IF WS-UPDATE-INPUT-STATUS NOT = "00"
               DISPLAY "Cannot open update input file: "
           CLOSE UPDATE-REPORT-FILE
           CALL "SDK-SHUTDOWN"

           IF WS-FAIL-COUNT = 0 AND WS-ETAG-SKIP-COUNT = 0
               CALL "FILE-RECEIPT-PROCESSED" USING WS-RECEIPT-FEED
                                                   WS-UPDATE-INPUT-NAME
           END-IF
           MOVE 0 TO RETURN-CODE
           IF WS-FAIL-COUNT > 0 OR WS-ETAG-SKIP-COUNT > 0
               IF WS-UPDATED-COUNT = 0 AND WS-FAIL-COUNT > 0
                   MOVE 8 TO RETURN-CODE
           IF WS-UPD-FIELD NOT = "name"
               AND WS-UPD-FIELD NOT = "description"
               AND WS-UPD-FIELD NOT = "metadata"
               AND WS-UPD-FIELD NOT = "owner"
               AND WS-UPD-FIELD NOT = "status"
               ADD 1 TO WS-FAIL-COUNT
               PERFORM WRITE-BAD-FIELD-LINE
               EXIT PARAGRAPH
           MOVE WS-UPD-ID TO WS-PROJ-ID-REQ
           MOVE WS-PROJ-ETAG TO WS-PROJ-ETAG-REQ

           IF WS-UPD-FIELD = "status"
               PERFORM APPLY-STATUS-CHANGE
               EXIT PARAGRAPH
           END-IF

      *    A metadata update may carry a lifecycle move - the state
      *    machine decides whether the jump is allowed before
      *    anything is sent
               END-IF
           END-IF

           IF WS-UPD-FIELD = "name" AND WS-NAMING-RULE-COUNT > 0
               MOVE WS-UPD-ID TO WS-NAMING-PROJ-ID
               MOVE WS-PROJ-OWNER-ID TO WS-NAMING-OWNER-ID
               MOVE 0 TO WS-NAMING-NAME-LEN
               CALL "NAMING-RULES-CHECK" USING WS-NAMING-PROJ-ID
                                               WS-UPD-VALUE(1:256)
                                               WS-NAMING-NAME-LEN
                                               WS-NAMING-OWNER-ID
                                               WS-NAMING-RESULT
               IF WS-NAMING-VIOL-COUNT > 0
                   ADD 1 TO WS-FAIL-COUNT
                   PERFORM WRITE-NAMING-REJECTED-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EVALUATE WS-UPD-FIELD
               WHEN "name"
                   MOVE WS-UPD-VALUE TO WS-PROJ-NAME-REQ
                   MOVE WS-UPD-VALUE TO WS-PROJ-DESC-REQ
               WHEN "metadata"
                   MOVE WS-UPD-VALUE TO WS-PROJ-METADATA-REQ
               WHEN "owner"
                   MOVE WS-UPD-VALUE TO WS-PROJ-OWNER-REQ
           END-EVALUATE

           CALL "PROJECTS-UPDATE" USING WS-GREY-CONFIG
           IF WS-RESULT-OK = "Y"
               ADD 1 TO WS-UPDATED-COUNT
               PERFORM WRITE-UPDATED-LINE
               IF WS-UPD-FIELD = "name"
                   CALL "NAMING-RULES-NOTE" USING WS-UPD-ID
                                                  WS-UPD-VALUE(1:256)
               END-IF
           ELSE
               IF WS-RES-ERR-CODE = "ETAG-MISMATCH"
                   ADD 1 TO WS-ETAG-SKIP-COUNT
               END-IF
           END-IF.

      ******************************************************************
      * APPLY-STATUS-CHANGE: A status line is an archive or a
      * restore, not a field update - a project already in the
      * requested state is reported updated without a call
      ******************************************************************
       APPLY-STATUS-CHANGE.
           IF WS-UPD-VALUE NOT = "archived"
               AND WS-UPD-VALUE NOT = "active"
               ADD 1 TO WS-FAIL-COUNT
               PERFORM WRITE-BAD-FIELD-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-UPD-VALUE = WS-PROJ-STATUS
               MOVE SPACES TO WS-RESULT-CORRELATION-ID
               ADD 1 TO WS-UPDATED-COUNT
               PERFORM WRITE-UPDATED-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-UPD-VALUE = "archived"
               CALL "HOLD-CHECK" USING WS-HOLD-JOB-NAME
                                       WS-HOLD-ACTION
                                       WS-UPD-ID WS-PROJ-OWNER-ID
                                       WS-HOLD-FLAG WS-HOLD-MATTER
                                       WS-RESULT-ERROR
               IF WS-HOLD-FLAG = "Y"
                   ADD 1 TO WS-FAIL-COUNT
                   PERFORM WRITE-HELD-LINE
                   EXIT PARAGRAPH
               END-IF
               CALL "PROJECTS-ARCHIVE" USING WS-GREY-CONFIG
                                             WS-PROJECT-REQUEST
                                             WS-PROJECT-RESPONSE
                                             WS-GREY-RESULT
           ELSE
               CALL "PROJECTS-RESTORE" USING WS-GREY-CONFIG
                                             WS-PROJECT-REQUEST
                                             WS-PROJECT-RESPONSE
                                             WS-GREY-RESULT
           END-IF

           IF WS-RESULT-OK = "Y"
               ADD 1 TO WS-UPDATED-COUNT
               PERFORM WRITE-UPDATED-LINE
           ELSE
               ADD 1 TO WS-FAIL-COUNT
               PERFORM WRITE-FAILED-LINE
           END-IF.

      ******************************************************************
      * CHECK-LIFECYCLE-TRANSITION: The lifecycle values of the
      * fetched metadata and the incoming metadata, through the
           MOVE WS-UPDATE-REPORT-LINE TO UPDATE-REPORT-RECORD
           WRITE UPDATE-REPORT-RECORD.

      ******************************************************************
      * WRITE-NAMING-REJECTED-LINE: Record a rename refused by the
      * naming rules - every rule broken, then the suggested name
      ******************************************************************
       WRITE-NAMING-REJECTED-LINE.
           MOVE SPACES TO WS-UPDATE-REPORT-LINE
           MOVE 1 TO WS-UPD-PTR
           STRING "NAMING-REJECTED|" DELIMITED BY SIZE
                  WS-LINE-COUNT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-UPD-ID DELIMITED BY SPACE
                  "|name|" DELIMITED BY SIZE
                  INTO WS-UPDATE-REPORT-LINE WITH POINTER WS-UPD-PTR
           PERFORM VARYING WS-NAMING-VIOL-IDX FROM 1 BY 1
                       UNTIL WS-NAMING-VIOL-IDX > WS-NAMING-VIOL-COUNT
               STRING WS-NAMING-VIOL-RULE(WS-NAMING-VIOL-IDX)
                          DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-NAMING-VIOL-DETAIL(WS-NAMING-VIOL-IDX)
                          DELIMITED BY "  "
                      "; " DELIMITED BY SIZE
                      INTO WS-UPDATE-REPORT-LINE
                      WITH POINTER WS-UPD-PTR
           END-PERFORM
           STRING "suggested=" DELIMITED BY SIZE
                  WS-NAMING-SUGGESTED DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  INTO WS-UPDATE-REPORT-LINE WITH POINTER WS-UPD-PTR
           MOVE WS-UPDATE-REPORT-LINE TO UPDATE-REPORT-RECORD
           WRITE UPDATE-REPORT-RECORD.

      ******************************************************************
      * WRITE-UPDATED-LINE: Record a change that was applied
      ******************************************************************
                  WS-RESULT-CORRELATION-ID DELIMITED BY SPACE
                  INTO WS-UPDATE-REPORT-LINE
           MOVE WS-UPDATE-REPORT-LINE TO UPDATE-REPORT-RECORD
           WRITE UPDATE-REPORT-RECORD
           MOVE EC-ETAG-MISMATCH TO WS-RUNBOOK-CODE
           PERFORM WRITE-RUNBOOK-LINE.

      ******************************************************************
      * WRITE-FETCH-FAILED-LINE: Record a project that could not be
                  WS-RESULT-CORRELATION-ID DELIMITED BY SPACE
                  INTO WS-UPDATE-REPORT-LINE
           MOVE WS-UPDATE-REPORT-LINE TO UPDATE-REPORT-RECORD
           WRITE UPDATE-REPORT-RECORD
           MOVE WS-RES-ERR-CODE TO WS-RUNBOOK-CODE
           PERFORM WRITE-RUNBOOK-LINE.

      ******************************************************************
      * WRITE-FAILED-LINE: Record an update Grey rejected
                  WS-RESULT-CORRELATION-ID DELIMITED BY SPACE
                  INTO WS-UPDATE-REPORT-LINE
           MOVE WS-UPDATE-REPORT-LINE TO UPDATE-REPORT-RECORD
           WRITE UPDATE-REPORT-RECORD
           MOVE WS-RES-ERR-CODE TO WS-RUNBOOK-CODE
           PERFORM WRITE-RUNBOOK-LINE.

      ******************************************************************
      * WRITE-HELD-LINE: Record an archive refused by a legal hold
      ******************************************************************
       WRITE-HELD-LINE.
           MOVE SPACES TO WS-UPDATE-REPORT-LINE
           STRING "HELD|" DELIMITED BY SIZE
                  WS-LINE-COUNT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-UPD-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-UPD-FIELD DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-RES-ERR-CODE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-HOLD-MATTER DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-UPDATE-REPORT-LINE
           MOVE WS-UPDATE-REPORT-LINE TO UPDATE-REPORT-RECORD
           WRITE UPDATE-REPORT-RECORD
           MOVE WS-RES-ERR-CODE TO WS-RUNBOOK-CODE
           PERFORM WRITE-RUNBOOK-LINE.

      ******************************************************************
      * WRITE-BAD-LINE: Record a record missing its id or field
           MOVE WS-UPDATE-REPORT-LINE TO UPDATE-REPORT-RECORD
           WRITE UPDATE-REPORT-RECORD.

      ******************************************************************
      * WRITE-RUNBOOK-LINE: The runbook catalog's guidance for
      * WS-RUNBOOK-CODE, once per code per report
      ******************************************************************
       WRITE-RUNBOOK-LINE.
           IF WS-RUNBOOK-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RUNBOOK-NEW
           PERFORM VARYING WS-RUNBOOK-GIVEN-IDX FROM 1 BY 1
                       UNTIL WS-RUNBOOK-GIVEN-IDX
                           > WS-RUNBOOK-GIVEN-COUNT
               IF WS-RUNBOOK-GIVEN(WS-RUNBOOK-GIVEN-IDX)
                   = WS-RUNBOOK-CODE
                   MOVE "N" TO WS-RUNBOOK-NEW
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RUNBOOK-NEW = "N" OR WS-RUNBOOK-GIVEN-COUNT >= 50
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RUNBOOK-GIVEN-COUNT
           MOVE WS-RUNBOOK-CODE
               TO WS-RUNBOOK-GIVEN(WS-RUNBOOK-GIVEN-COUNT)

           MOVE "PROJECT-BULK-UPDATE" TO WS-RUNBOOK-JOB
           CALL "RUNBOOK-LOOKUP" USING WS-RUNBOOK-CODE WS-RUNBOOK-JOB
                                       WS-RUNBOOK
           MOVE SPACES TO WS-UPDATE-REPORT-LINE
           IF WS-RUNBOOK-IS-FOUND
               STRING "RUNBOOK|" DELIMITED BY SIZE
                      WS-RUNBOOK-CODE DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RUNBOOK-MEANING DELIMITED BY "  "
                      "|" DELIMITED BY SIZE
                      WS-RUNBOOK-GUIDANCE DELIMITED BY "  "
                      INTO WS-UPDATE-REPORT-LINE
           ELSE
               STRING "RUNBOOK|" DELIMITED BY SIZE
                      WS-RUNBOOK-CODE DELIMITED BY SPACE
                      "|no runbook entry for this code|"
                          DELIMITED BY SIZE
                      INTO WS-UPDATE-REPORT-LINE
           END-IF
           MOVE WS-UPDATE-REPORT-LINE TO UPDATE-REPORT-RECORD
           WRITE UPDATE-REPORT-RECORD.

       END PROGRAM PROJECT-BULK-UPDATE.
