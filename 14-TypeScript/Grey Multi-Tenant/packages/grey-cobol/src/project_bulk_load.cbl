      * Before anything talks to Grey, a front-end edit pass
      * validates every input line - missing name, name over 256,
      * description over 1024, missing delimiter, non-printable
      * characters, a name that breaks the shop's naming rules
      * (NAMING-RULES; reason NAMING-<rule>, with every rule broken
      * and a conforming name to use instead on SYSOUT) - writing
      * rejects with a reason code to a reject file and passing only
      * clean records (tagged with their original line numbers) to
      * the load. If the reject rate
      * exceeds GREY_LOAD_REJECT_PCT (default 10) the job stops with
      * RETURN-CODE 8 before a single API call is made.
      *
      * environment, data-classification keys) every project in this
      * shop must carry, plus a default description the line-level
      * description overrides. Template metadata is validated with
      * JSON-VALIDATE when the catalog loads. The merged metadata is
      * then checked by METADATA-RULES - the shop's rules file, and
      * finance's cost-center master when one is on file, so a
      * project is never created against a closed or unknown cost
      * center.
      *
      * Two further optional columns carry an owner and a cost
      * center ("name|description|template|owner|cost-center"), the
      * form PROJECT-REQUEST-INTAKE generates for approved project
      * requests. The owner picks the department prefix the naming
      * rules expect and is set on the new project with
      * PROJECTS-UPDATE once the create comes back; a project whose
      * owner could not be set is still reported CREATED, with
      * OWNER-NOT-SET and Grey's reason in the detail, and the job
      * ends no better than RETURN-CODE 4. The cost center
      * replaces (or is added as) the costCenter key of the merged
      * metadata before the rules check, so the line-level code is
      * the one the cost-center master judges.
      *
      * The input is logged in the file receipt registry (feed
      * PROJECT-LOAD) before the edit pass. A file with the same
      * content as one already loaded is quarantined by FILE-RECEIPT
      * and not loaded again (RETURN-CODE 4); a restart of a stopped
      * or failed load is not a duplicate, since the receipt is only
      * marked processed when the load runs to the end of its input
      * below RETURN-CODE 8 - a stopped run ends 16 and leaves it
      * unmarked.
      *
      * The first failure of each kind in the load report is followed
      * by a "RUNBOOK|code|meaning|guidance" line from the runbook
      * catalog - the normalized error when the whole chunk call
      * failed, MUTATION-FAILED for an item Grey rejected on its own.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT-BULK-LOAD.
       COPY GREYCRED.
       COPY GREYPROJ.
       COPY GREYQRY.
       COPY GREYRUNB.
       COPY GREYNAME.

       01  WS-LOAD-INPUT-FILE-NAME     PIC X(64)
               VALUE "/tmp/grey_project_load_input.txt".
       01  WS-RECEIPT-FEED             PIC X(32)
               VALUE "PROJECT-LOAD".
       01  WS-RECEIPT-POLICY           PIC X      VALUE "Q".
       01  WS-RECEIPT-VERDICT          PIC X(12)  VALUE SPACES.
       01  WS-SAVE-RETURN-CODE         PIC S9(4)  VALUE 0.
       01  WS-LOAD-INPUT-FILE-STATUS   PIC XX     VALUE SPACES.
       01  WS-LOAD-REPORT-FILE-NAME    PIC X(64)
               VALUE "/tmp/grey_project_load_report.txt".
       01  WS-LOAD-DESC                PIC X(1024) VALUE SPACES.
       01  WS-LOAD-TEMPLATE            PIC X(64)  VALUE SPACES.
       01  WS-LOAD-METADATA            PIC X(8192) VALUE SPACES.
       01  WS-LOAD-OWNER               PIC X(64)  VALUE SPACES.
       01  WS-LOAD-COST-CENTER         PIC X(16)  VALUE SPACES.

      ******************************************************************
      * Line-level cost center - spliced into the merged metadata as
      * its costCenter value
      ******************************************************************
       01  WS-CC-KEY-TEXT              PIC X(12)
               VALUE '"costCenter"'.
       01  WS-CC-META-WORK             PIC X(8192) VALUE SPACES.
       01  WS-CC-META-LEN              PIC 9(5)   VALUE 0.
       01  WS-CC-KEY-POS               PIC 9(5)   VALUE 0.
       01  WS-CC-VAL-START             PIC 9(5)   VALUE 0.
       01  WS-CC-VAL-END               PIC 9(5)   VALUE 0.
       01  WS-CC-SCAN                  PIC 9(5)   VALUE 0.
       01  WS-CC-PTR                   PIC 9(5)   VALUE 0.

      ******************************************************************
      * Lifecycle enforcement working fields - a new project's
       01  WS-CLEAN-FILE-STATUS        PIC XX     VALUE SPACES.

      ******************************************************************
      * Operator stop request - a stop file meant for this job (see
      * CHECK-OPERATOR-STOP) asks the run to finish its in-flight
      * work, secure its checkpoint, and exit cleanly with
      * RETURN-CODE 16 so the restart resumes exactly where it
      * stopped
      ******************************************************************
       01  WS-STOP-FILE-NAME           PIC X(64)
               VALUE "/tmp/grey_operator_stop".
       01  WS-STOP-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-STOP-REQUESTED           PIC X      VALUE "N".
           88  WS-STOP-IS-REQUESTED               VALUE "Y".
       01  WS-STOP-EOF                 PIC X      VALUE "N".
       01  WS-STOP-LINES               PIC X      VALUE "N".
       01  WS-STOP-TAG                 PIC X(8)   VALUE SPACES.
       01  WS-STOP-JOB                 PIC X(32)  VALUE SPACES.
       01  WS-STOP-CHECK-COUNTER       PIC 9(3)   VALUE 0.
       01  WS-REJECT-PCT-ENV           PIC X(3)   VALUE SPACES.
       01  WS-REJECT-PCT-LIMIT         PIC 9(3)   VALUE 10.
       01  WS-EDIT-NAME                PIC X(512) VALUE SPACES.
       01  WS-EDIT-DESC                PIC X(1400) VALUE SPACES.
       01  WS-EDIT-TEMPLATE            PIC X(64)  VALUE SPACES.
       01  WS-EDIT-OWNER               PIC X(64)  VALUE SPACES.
       01  WS-EDIT-COST-CENTER         PIC X(16)  VALUE SPACES.
       01  WS-EDIT-REASON              PIC X(24)  VALUE SPACES.
       01  WS-EDIT-LEN                 PIC 9(5)   VALUE 0.
       01  WS-EDIT-IDX                 PIC 9(5)   VALUE 0.
           05  WS-ORIGIN-ENTRY OCCURS 500 TIMES.
               10  WS-ORIGIN-LINE      PIC 9(8).
               10  WS-ORIGIN-NAME      PIC X(256).
               10  WS-ORIGIN-OWNER     PIC X(64).
       01  WS-IDX                      PIC 9(5)   VALUE 0.

      ******************************************************************
      * Owner set after the create - the new project's ID comes out of
      * the batch item's result
      ******************************************************************
       01  WS-OWNER-JSON               PIC X(32000) VALUE SPACES.
       01  WS-OWNER-ID-KEY             PIC X(256) VALUE "id".
       01  WS-OWNER-NEW-ID             PIC X(2048) VALUE SPACES.
       01  WS-OWNER-DETAIL             PIC X(300) VALUE SPACES.
       01  WS-OWNER-FAIL-COUNT         PIC 9(8)   VALUE 0.
       01  WS-BATCH-RESULT-SAVE        PIC X(33433) VALUE SPACES.

       01  WS-VARS-JSON                PIC X(2000) VALUE SPACES.
       01  WS-VARS-PTR                 PIC 9(5)   VALUE 0.
       01  WS-VARS-OVERFLOW            PIC X      VALUE "N".
               STOP RUN
           END-IF

           CALL "FILE-RECEIPT-CHECK" USING WS-RECEIPT-FEED
                                           WS-LOAD-INPUT-FILE-NAME
                                           WS-RECEIPT-POLICY
                                           WS-RECEIPT-VERDICT
           IF WS-RECEIPT-VERDICT = "DUPLICATE"
               DISPLAY "Load input already loaded once - "
                       "quarantined, not loaded: "
                       WS-LOAD-INPUT-FILE-NAME
               MOVE 4 TO RETURN-CODE
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE

           CALL "NAMING-RULES-LOAD" USING WS-NAMING-RULES-FILE
                                          WS-NAMING-RULE-COUNT
           IF WS-NAMING-RULE-COUNT > 0
               DISPLAY "Naming rules in force: " WS-NAMING-RULE-COUNT
           END-IF

           PERFORM RUN-EDIT-PASS
           IF RETURN-CODE NOT = 0
               PERFORM RECORD-RUN-HISTORY
                   TO WS-LOAD-REPORT-LINE
               MOVE WS-LOAD-REPORT-LINE TO LOAD-REPORT-RECORD
               WRITE LOAD-REPORT-RECORD
           END-IF

           PERFORM WRITE-FOOTER
               PERFORM RESET-CHECKPOINT
           END-IF

      *    A stopped run ends 16 whatever it loaded so far, and its
      *    input is not marked processed - the restart is no duplicate
           IF WS-STOP-IS-REQUESTED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-FAIL-COUNT > 0
                   IF WS-SUCCESS-COUNT = 0
                       PERFORM NOTIFY-ABEND
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               IF WS-OWNER-FAIL-COUNT > 0 AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF RETURN-CODE < 8
                   PERFORM MARK-RECEIPT-PROCESSED
               END-IF
           END-IF

           DISPLAY "Bulk load complete. Created: " WS-SUCCESS-COUNT
                   " Failed: " WS-FAIL-COUNT
                   " Duplicates skipped: " WS-DUP-COUNT
                   " Owner not set: " WS-OWNER-FAIL-COUNT
           MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      ******************************************************************
               MOVE SPACES TO WS-EDIT-NAME
               MOVE SPACES TO WS-EDIT-DESC
               MOVE SPACES TO WS-EDIT-TEMPLATE
               MOVE SPACES TO WS-EDIT-OWNER
               MOVE SPACES TO WS-EDIT-COST-CENTER
               MOVE 0 TO WS-NAMING-NAME-LEN
               UNSTRING LOAD-INPUT-RECORD DELIMITED BY "|"
                   INTO WS-EDIT-NAME COUNT IN WS-NAMING-NAME-LEN
                        WS-EDIT-DESC WS-EDIT-TEMPLATE
                        WS-EDIT-OWNER WS-EDIT-COST-CENTER

               IF WS-EDIT-NAME = SPACES
                   MOVE "MISSING-NAME" TO WS-EDIT-REASON
               PERFORM CHECK-PRINTABLE
           END-IF

           IF WS-EDIT-REASON = SPACES AND WS-NAMING-RULE-COUNT > 0
               PERFORM CHECK-NAMING
           END-IF

           IF WS-EDIT-REASON = SPACES
               ADD 1 TO WS-DETAIL-COUNT
               PERFORM WRITE-CLEAN-LINE
               END-IF
           END-PERFORM.

      ******************************************************************
      * CHECK-NAMING: Hold the name to the naming rules. The first
      * rule broken is the reject reason; every rule broken and the
      * suggested conforming name go to SYSOUT for whoever fixes the
      * feed. A clean name is noted so a later line in the same file
      * that differs from it only in case is caught too.
      ******************************************************************
       CHECK-NAMING.
           MOVE SPACES TO WS-NAMING-PROJ-ID
           MOVE WS-EDIT-OWNER TO WS-NAMING-OWNER-ID
           CALL "NAMING-RULES-CHECK" USING WS-NAMING-PROJ-ID
                                           WS-EDIT-NAME(1:256)
                                           WS-NAMING-NAME-LEN
                                           WS-NAMING-OWNER-ID
                                           WS-NAMING-RESULT
           IF WS-NAMING-VIOL-COUNT = 0
               CALL "NAMING-RULES-NOTE" USING WS-NAMING-PROJ-ID
                                              WS-EDIT-NAME(1:256)
               EXIT PARAGRAPH
           END-IF

           STRING "NAMING-" DELIMITED BY SIZE
                  WS-NAMING-VIOL-RULE(1) DELIMITED BY SPACE
                  INTO WS-EDIT-REASON
           PERFORM VARYING WS-NAMING-VIOL-IDX FROM 1 BY 1
                       UNTIL WS-NAMING-VIOL-IDX > WS-NAMING-VIOL-COUNT
               DISPLAY "Line " WS-RAW-LINE-NO " naming: "
                       FUNCTION TRIM(
                           WS-NAMING-VIOL-RULE(WS-NAMING-VIOL-IDX))
                       " - "
                       FUNCTION TRIM(
                           WS-NAMING-VIOL-DETAIL(WS-NAMING-VIOL-IDX))
           END-PERFORM
           DISPLAY "Line " WS-RAW-LINE-NO " suggested name: "
                   FUNCTION TRIM(WS-NAMING-SUGGESTED).

      ******************************************************************
      * WRITE-CLEAN-LINE: Pass a validated record to the work file,
      * tagged with its original input line number
           END-IF

           IF WS-EDIT-TEMPLATE NOT = SPACES
               OR WS-EDIT-OWNER NOT = SPACES
               OR WS-EDIT-COST-CENTER NOT = SPACES
               STRING "|" DELIMITED BY SIZE
                      WS-EDIT-TEMPLATE DELIMITED BY SPACE
                      INTO WS-CLEAN-LINE WITH POINTER WS-CLEAN-PTR
           END-IF

           IF WS-EDIT-OWNER NOT = SPACES
               OR WS-EDIT-COST-CENTER NOT = SPACES
               STRING "|" DELIMITED BY SIZE
                      WS-EDIT-OWNER DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-EDIT-COST-CENTER DELIMITED BY SPACE
                      INTO WS-CLEAN-LINE WITH POINTER WS-CLEAN-PTR
           END-IF

           MOVE WS-CLEAN-LINE TO CLEAN-RECORD
           WRITE CLEAN-RECORD.


      ******************************************************************
      * CHECK-OPERATOR-STOP: A stop file on disk flips the stop flag
      * when it is meant for this job - an empty file (touched by
      * hand) or any line other than "STOP|job|..." stops every job;
      * a "STOP|" line stops the job it names, or every job for ALL
      ******************************************************************
       CHECK-OPERATOR-STOP.
           OPEN INPUT OPERATOR-STOP-FILE
           IF WS-STOP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-STOP-LINES
           MOVE "N" TO WS-STOP-EOF
           PERFORM UNTIL WS-STOP-EOF = "Y"
               READ OPERATOR-STOP-FILE
                   AT END MOVE "Y" TO WS-STOP-EOF
                   NOT AT END
                       IF OPERATOR-STOP-RECORD NOT = SPACES
                           MOVE "Y" TO WS-STOP-LINES
                           MOVE SPACES TO WS-STOP-TAG WS-STOP-JOB
                           UNSTRING OPERATOR-STOP-RECORD
                               DELIMITED BY "|"
                               INTO WS-STOP-TAG WS-STOP-JOB
                           IF WS-STOP-TAG NOT = "STOP"
                               OR WS-STOP-JOB = "ALL"
                               OR WS-STOP-JOB = WS-HIST-JOB-NAME
                               MOVE "Y" TO WS-STOP-REQUESTED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-STOP-FILE
           IF WS-STOP-LINES = "N"
               MOVE "Y" TO WS-STOP-REQUESTED
           END-IF.

      ******************************************************************
           MOVE SPACES TO WS-LOAD-DESC
           MOVE SPACES TO WS-LOAD-TEMPLATE
           MOVE SPACES TO WS-LOAD-METADATA
           MOVE SPACES TO WS-LOAD-OWNER
           MOVE SPACES TO WS-LOAD-COST-CENTER
           UNSTRING CLEAN-RECORD DELIMITED BY "|"
               INTO WS-LINE-NO-TEXT WS-LOAD-NAME WS-LOAD-DESC
                    WS-LOAD-TEMPLATE WS-LOAD-OWNER
                    WS-LOAD-COST-CENTER

           IF WS-LINE-NO-TEXT(1:8) IS NUMERIC
               MOVE WS-LINE-NO-TEXT(1:8) TO WS-LINE-COUNT
                   TO WS-LOAD-METADATA
           END-IF

      *    A cost center on the line itself overrides the template's
           IF WS-LOAD-COST-CENTER NOT = SPACES
               PERFORM SET-LINE-COST-CENTER
           END-IF

      *    Enforce the shop's metadata rules before the project is
      *    ever staged - a project created without its required keys
      *    is this shop's main metadata-quality problem
           MOVE "createProject"
               TO WS-BATCH-ALL-OP-NAME(WS-BATCH-ALL-COUNT)
           MOVE WS-LINE-COUNT TO WS-ORIGIN-LINE(WS-BATCH-ALL-COUNT)
           MOVE WS-LOAD-NAME TO WS-ORIGIN-NAME(WS-BATCH-ALL-COUNT)
           MOVE WS-LOAD-OWNER TO WS-ORIGIN-OWNER(WS-BATCH-ALL-COUNT).

      ******************************************************************
      * BUILD-CREATE-VARIABLES: Build the {"name":...,"description":
                  ON OVERFLOW MOVE "Y" TO WS-VARS-OVERFLOW
           END-STRING.

      ******************************************************************
      * SET-LINE-COST-CENTER: Put the line's cost center into the
      * merged metadata - the value of an existing costCenter key is
      * replaced in place, otherwise the key is added at the end (or
      * becomes the whole document when there is no metadata)
      ******************************************************************
       SET-LINE-COST-CENTER.
           MOVE LENGTH OF WS-LOAD-METADATA TO WS-CC-META-LEN
           PERFORM UNTIL WS-CC-META-LEN = 0
                      OR WS-LOAD-METADATA(WS-CC-META-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CC-META-LEN
           END-PERFORM

           IF WS-CC-META-LEN = 0
               STRING '{"costCenter":"' DELIMITED BY SIZE
                      WS-LOAD-COST-CENTER DELIMITED BY SPACE
                      '"}' DELIMITED BY SIZE
                      INTO WS-LOAD-METADATA
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CC-KEY-POS
           PERFORM VARYING WS-CC-SCAN FROM 1 BY 1
                       UNTIL WS-CC-SCAN + 11 > WS-CC-META-LEN
               IF WS-LOAD-METADATA(WS-CC-SCAN:12) = WS-CC-KEY-TEXT
                   MOVE WS-CC-SCAN TO WS-CC-KEY-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-CC-META-WORK
           MOVE 1 TO WS-CC-PTR

           IF WS-CC-KEY-POS > 0
      *        Step past the key and colon to the value's opening
      *        quote; a value that is not a string is left alone
               MOVE 0 TO WS-CC-VAL-START WS-CC-VAL-END
               COMPUTE WS-CC-SCAN = WS-CC-KEY-POS + 12
               PERFORM UNTIL WS-CC-SCAN > WS-CC-META-LEN
                          OR (WS-LOAD-METADATA(WS-CC-SCAN:1)
                                  NOT = SPACE
                              AND WS-LOAD-METADATA(WS-CC-SCAN:1)
                                  NOT = ":")
                   ADD 1 TO WS-CC-SCAN
               END-PERFORM
               IF WS-CC-SCAN <= WS-CC-META-LEN
                   AND WS-LOAD-METADATA(WS-CC-SCAN:1) = '"'
                   COMPUTE WS-CC-VAL-START = WS-CC-SCAN + 1
                   ADD 1 TO WS-CC-SCAN
               END-IF
               PERFORM UNTIL WS-CC-SCAN > WS-CC-META-LEN
                          OR WS-CC-VAL-END > 0
                   IF WS-LOAD-METADATA(WS-CC-SCAN:1) = '"'
                       MOVE WS-CC-SCAN TO WS-CC-VAL-END
                   END-IF
                   ADD 1 TO WS-CC-SCAN
               END-PERFORM
               IF WS-CC-VAL-START > 0 AND WS-CC-VAL-END > 0
                   STRING WS-LOAD-METADATA(1:WS-CC-VAL-START - 1)
                              DELIMITED BY SIZE
                          WS-LOAD-COST-CENTER DELIMITED BY SPACE
                          WS-LOAD-METADATA(WS-CC-VAL-END:
                              WS-CC-META-LEN - WS-CC-VAL-END + 1)
                              DELIMITED BY SIZE
                          INTO WS-CC-META-WORK
                          WITH POINTER WS-CC-PTR
                   MOVE WS-CC-META-WORK TO WS-LOAD-METADATA
               END-IF
               EXIT PARAGRAPH
           END-IF

      *    No costCenter key yet - add one before the closing brace
           SUBTRACT 1 FROM WS-CC-META-LEN
           MOVE WS-CC-META-LEN TO WS-CC-SCAN
           PERFORM UNTIL WS-CC-SCAN = 0
                      OR WS-LOAD-METADATA(WS-CC-SCAN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CC-SCAN
           END-PERFORM
           IF WS-CC-SCAN = 0
               EXIT PARAGRAPH
           END-IF
           STRING WS-LOAD-METADATA(1:WS-CC-META-LEN) DELIMITED BY SIZE
                  INTO WS-CC-META-WORK WITH POINTER WS-CC-PTR
           IF WS-LOAD-METADATA(WS-CC-SCAN:1) NOT = "{"
               STRING "," DELIMITED BY SIZE
                      INTO WS-CC-META-WORK WITH POINTER WS-CC-PTR
           END-IF
           STRING '"costCenter":"' DELIMITED BY SIZE
                  WS-LOAD-COST-CENTER DELIMITED BY SPACE
                  '"}' DELIMITED BY SIZE
                  INTO WS-CC-META-WORK WITH POINTER WS-CC-PTR
           MOVE WS-CC-META-WORK TO WS-LOAD-METADATA.

      ******************************************************************
      * SEND-LOAD-CHUNK: Drive the accumulated createProject items
      * through MUTATION-BATCH-ALL and map each result back onto its
                   IF WS-IDX <= WS-BATCH-ALL-RESULT-COUNT
                       AND WS-BATCH-ALL-RES-OK(WS-IDX) = "Y"
                       ADD 1 TO WS-SUCCESS-COUNT
                       PERFORM SET-LOADED-OWNER
                       PERFORM WRITE-SUCCESS-LINE
                   ELSE
                       ADD 1 TO WS-FAIL-COUNT
           STRING "SKIPPED-DUPLICATE|" DELIMITED BY SIZE
                  WS-LINE-COUNT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-LOAD-NAME DELIMITED BY "  "
                  "|name already exists in Grey|" DELIMITED BY SIZE
                  INTO WS-LOAD-REPORT-LINE

           STRING "FAILED|" DELIMITED BY SIZE
                  WS-LINE-COUNT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-LOAD-NAME DELIMITED BY "  "
                  "|METADATA-RULES " DELIMITED BY SIZE
                  WS-VIOL-REASON(1) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
           STRING "FAILED|" DELIMITED BY SIZE
                  WS-LINE-COUNT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-LOAD-NAME DELIMITED BY "  "
                  "|TEMPLATE-NOT-FOUND " DELIMITED BY SIZE
                  WS-LOAD-TEMPLATE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
           STRING "FAILED|" DELIMITED BY SIZE
                  WS-LINE-COUNT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-LOAD-NAME DELIMITED BY "  "
                  "|TEMPLATE-INVALID " DELIMITED BY SIZE
                  WS-LOAD-TEMPLATE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
           STRING "CREATED|" DELIMITED BY SIZE
                  WS-ORIGIN-LINE(WS-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-ORIGIN-NAME(WS-IDX) DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-OWNER-DETAIL DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-RESULT-CORRELATION-ID DELIMITED BY SPACE
                  INTO WS-LOAD-REPORT-LINE

           MOVE WS-LOAD-REPORT-LINE TO LOAD-REPORT-RECORD
           WRITE LOAD-REPORT-RECORD.

      ******************************************************************
      * SET-LOADED-OWNER: Give a project the batch just created the
      * owner its input line named. The batch call's result is kept
      * aside so the report line still carries the batch's
      * correlation ID; a refusal goes in the line's detail
      ******************************************************************
       SET-LOADED-OWNER.
           MOVE SPACES TO WS-OWNER-DETAIL
           IF WS-ORIGIN-OWNER(WS-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GREY-RESULT TO WS-BATCH-RESULT-SAVE
           MOVE SPACES TO WS-OWNER-JSON
           MOVE WS-BATCH-ALL-RES-DATA(WS-IDX) TO WS-OWNER-JSON
           MOVE SPACES TO WS-OWNER-NEW-ID
           CALL "JSON-GET-STRING" USING WS-OWNER-JSON
                                        WS-OWNER-ID-KEY
                                        WS-OWNER-NEW-ID
           IF WS-OWNER-NEW-ID = SPACES
               STRING "OWNER-NOT-SET " DELIMITED BY SIZE
                      WS-ORIGIN-OWNER(WS-IDX) DELIMITED BY SPACE
                      " no project id came back" DELIMITED BY SIZE
                      INTO WS-OWNER-DETAIL
           ELSE
               MOVE SPACES TO WS-PROJECT-REQUEST
               MOVE WS-OWNER-NEW-ID TO WS-PROJ-ID-REQ
               MOVE WS-ORIGIN-OWNER(WS-IDX) TO WS-PROJ-OWNER-REQ
               CALL "PROJECTS-UPDATE" USING WS-GREY-CONFIG
                                            WS-PROJECT-REQUEST
                                            WS-PROJECT-RESPONSE
                                            WS-GREY-RESULT
               IF WS-RESULT-OK NOT = "Y"
                   STRING "OWNER-NOT-SET " DELIMITED BY SIZE
                          WS-ORIGIN-OWNER(WS-IDX) DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          WS-RES-ERR-MSG DELIMITED BY "  "
                          INTO WS-OWNER-DETAIL
               END-IF
           END-IF
           IF WS-OWNER-DETAIL NOT = SPACES
               ADD 1 TO WS-OWNER-FAIL-COUNT
               DISPLAY "Line " WS-ORIGIN-LINE(WS-IDX) ": "
                       FUNCTION TRIM(WS-OWNER-DETAIL)
           END-IF
           MOVE WS-BATCH-RESULT-SAVE TO WS-GREY-RESULT.

      ******************************************************************
      * WRITE-FAILURE-LINE: Record a batch item Grey rejected, with
      * the normalized error and the batch call's correlation ID
           STRING "FAILED|" DELIMITED BY SIZE
                  WS-ORIGIN-LINE(WS-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-ORIGIN-NAME(WS-IDX) DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-RES-ERR-MSG DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-RESULT-CORRELATION-ID DELIMITED BY SPACE
                  INTO WS-LOAD-REPORT-LINE

           MOVE WS-LOAD-REPORT-LINE TO LOAD-REPORT-RECORD
           WRITE LOAD-REPORT-RECORD

           IF WS-RESULT-OK NOT = "Y" AND WS-RES-ERR-CODE NOT = SPACES
               MOVE WS-RES-ERR-CODE TO WS-RUNBOOK-CODE
           ELSE
               MOVE "MUTATION-FAILED" TO WS-RUNBOOK-CODE
           END-IF
           PERFORM WRITE-RUNBOOK-LINE.

      ******************************************************************
      * WRITE-RUNBOOK-LINE: The runbook catalog's guidance for
      * WS-RUNBOOK-CODE, once per code per report
      ******************************************************************
       WRITE-RUNBOOK-LINE.
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

           MOVE WS-HIST-JOB-NAME TO WS-RUNBOOK-JOB
           CALL "RUNBOOK-LOOKUP" USING WS-RUNBOOK-CODE WS-RUNBOOK-JOB
                                       WS-RUNBOOK
           MOVE SPACES TO WS-LOAD-REPORT-LINE
           IF WS-RUNBOOK-IS-FOUND
               STRING "RUNBOOK|" DELIMITED BY SIZE
                      WS-RUNBOOK-CODE DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RUNBOOK-MEANING DELIMITED BY "  "
                      "|" DELIMITED BY SIZE
                      WS-RUNBOOK-GUIDANCE DELIMITED BY "  "
                      INTO WS-LOAD-REPORT-LINE
           ELSE
               STRING "RUNBOOK|" DELIMITED BY SIZE
                      WS-RUNBOOK-CODE DELIMITED BY SPACE
                      "|no runbook entry for this code|"
                          DELIMITED BY SIZE
                      INTO WS-LOAD-REPORT-LINE
           END-IF
           MOVE WS-LOAD-REPORT-LINE TO LOAD-REPORT-RECORD
           WRITE LOAD-REPORT-RECORD.

           STRING "SKIPPED|" DELIMITED BY SIZE
                  WS-LINE-COUNT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-LOAD-NAME DELIMITED BY "  "
                  "|line too large for a batch item|"
                      DELIMITED BY SIZE
                  INTO WS-LOAD-REPORT-LINE
           MOVE WS-LOAD-REPORT-LINE TO LOAD-REPORT-RECORD
           WRITE LOAD-REPORT-RECORD.

      ******************************************************************
      * MARK-RECEIPT-PROCESSED: Record in the file receipt registry
      * that this input has been loaded (the job's return code is
      * kept across the call)
      ******************************************************************
       MARK-RECEIPT-PROCESSED.
           MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE
           CALL "FILE-RECEIPT-PROCESSED" USING WS-RECEIPT-FEED
                                               WS-LOAD-INPUT-FILE-NAME
           MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.

      ******************************************************************
      * RECORD-RUN-HISTORY: Append this run's standard history record
      * (performed on every exit path)
           MOVE "job failed - see job log and report"
               TO WS-NOTIFY-SUMMARY
           MOVE WS-RES-ERR-MSG TO WS-NOTIFY-DETAIL
           CALL "NOTIFY-SPOOL-WRITE-ERROR" USING
               WS-NOTIFY-SEVERITY
               WS-HIST-JOB-NAME
               WS-NOTIFY-SUMMARY
               WS-NOTIFY-DETAIL
               WS-RESULT-CORRELATION-ID
               WS-RES-ERR-CODE.

       END PROGRAM PROJECT-BULK-LOAD.
