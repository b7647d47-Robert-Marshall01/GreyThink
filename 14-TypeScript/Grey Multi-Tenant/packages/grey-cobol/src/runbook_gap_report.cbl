      ******************************************************************
      * runbook_gap_report.cbl - Grey Runbook Coverage Gap Report
      * Keeps the runbook catalog honest: reads the audit log, works
      * out the normalized error code of every failed call and asks
      * RUNBOOK-LOOKUP whether the catalog has an entry for it. Each
      * code seen is listed with its call count, when it was first
      * and last seen, and CATALOGUED or MISSING, so the error codes
      * operations keeps hitting without guidance are plain to see.
      *
      * Failed records written since the audit log began tagging them
      * carry the code as " err=CODE". Older records do not; their
      * code is worked out from the status the way the SDK maps it
      * (401 UNAUTHORIZED, 403 FORBIDDEN, 404 NOT-FOUND, 400/422
      * VALIDATION-ERROR, 409/412 ETAG-MISMATCH, 408/504 TIMEOUT, 429
      * RATE-LIMITED, other 5xx SERVER-ERROR), a non-zero transport
      * rc being NETWORK-ERROR and anything else UNKNOWN.
      *
      * Report (/tmp/grey_runbook_gap_report.txt):
      *   "CODE|error-code|calls|first-seen|last-seen|CATALOGUED or
      *    MISSING" per code, then "TOTAL|codes|missing|failed-calls".
      * RC 4 when any code seen is missing from the catalog. Reads
      * local files only.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNBOOK-GAP-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-IN-FILE ASSIGN TO WS-AUDIT-IN-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-IN-FILE-STATUS.

           SELECT GAP-REPORT-FILE ASSIGN TO WS-GAP-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-IN-FILE.
       01  AUDIT-IN-RECORD              PIC X(512).

       FD  GAP-REPORT-FILE.
       01  GAP-REPORT-RECORD            PIC X(250).

       WORKING-STORAGE SECTION.
       COPY GREYRUNB.

       01  WS-AUDIT-IN-FILE-NAME        PIC X(64)
               VALUE "/tmp/grey_audit.log".
       01  WS-AUDIT-IN-FILE-STATUS      PIC XX     VALUE SPACES.
       01  WS-GAP-REPORT-NAME           PIC X(64)
               VALUE "/tmp/grey_runbook_gap_report.txt".
       01  WS-GAP-LINE                  PIC X(250).
       01  WS-EOF                       PIC X      VALUE "N".
       01  WS-LINE-COUNT                PIC 9(8)   VALUE 0.
       01  WS-FAILED-COUNT              PIC 9(8)   VALUE 0.
       01  WS-MISSING-COUNT             PIC 9(3)   VALUE 0.

      ******************************************************************
      * Fields used to tear one audit line back apart
      ******************************************************************
       01  WS-TOK-DATE                  PIC X(16)  VALUE SPACES.
       01  WS-TOK-TIME                  PIC X(16)  VALUE SPACES.
       01  WS-TOK-METHOD                PIC X(16)  VALUE SPACES.
       01  WS-TOK-URL                   PIC X(1024) VALUE SPACES.
       01  WS-TOK-STATUS-KV             PIC X(32)  VALUE SPACES.
       01  WS-TOK-RC-KV                 PIC X(32)  VALUE SPACES.
       01  WS-TOK-OK-KV                 PIC X(32)  VALUE SPACES.
       01  WS-KV-LABEL                  PIC X(16)  VALUE SPACES.
       01  WS-KV-VALUE                  PIC X(16)  VALUE SPACES.
       01  WS-REC-STATUS                PIC 9(3)   VALUE 0.
       01  WS-REC-RC-SET                PIC X      VALUE "N".
       01  WS-REC-OK                    PIC X      VALUE SPACES.
       01  WS-REC-WHEN                  PIC X(19)  VALUE SPACES.
       01  WS-REC-CODE                  PIC X(32)  VALUE SPACES.
       01  WS-ERR-POS                   PIC 9(4)   VALUE 0.
       01  WS-PARSE-OK                  PIC X      VALUE "N".

      ******************************************************************
      * Per-error-code tallies
      ******************************************************************
       01  WS-CODE-COUNT                PIC 9(3)   VALUE 0.
       01  WS-CODE-TABLE.
           05  WS-CODE-ENTRY OCCURS 100 TIMES.
               10  WS-CD-CODE           PIC X(32).
               10  WS-CD-CALLS          PIC 9(8).
               10  WS-CD-FIRST          PIC X(19).
               10  WS-CD-LAST           PIC X(19).
       01  WS-CD-IDX                    PIC 9(3)   VALUE 0.
       01  WS-CD-FOUND-IDX              PIC 9(3)   VALUE 0.
       01  WS-TABLE-FULL                PIC X      VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Runbook Coverage Gap Report ==="
           MOVE 0 TO RETURN-CODE

           OPEN INPUT AUDIT-IN-FILE
           IF WS-AUDIT-IN-FILE-STATUS NOT = "00"
               DISPLAY "No audit log found - nothing to report"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ AUDIT-IN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-COUNT
                       PERFORM PARSE-AUDIT-LINE
                       IF WS-PARSE-OK = "Y" AND WS-REC-OK NOT = "Y"
                           PERFORM RECORD-FAILURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE AUDIT-IN-FILE

           OPEN OUTPUT GAP-REPORT-FILE
           MOVE "CODE|ERROR_CODE|CALLS|FIRST_SEEN|LAST_SEEN|RUNBOOK"
               TO WS-GAP-LINE
           MOVE WS-GAP-LINE TO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD

           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                       UNTIL WS-CD-IDX > WS-CODE-COUNT
               PERFORM WRITE-CODE-LINE
           END-PERFORM

           IF WS-TABLE-FULL = "Y"
               MOVE "WARNING|error code table filled at 100 codes"
                   TO WS-GAP-LINE
               MOVE WS-GAP-LINE TO GAP-REPORT-RECORD
               WRITE GAP-REPORT-RECORD
           END-IF

           MOVE SPACES TO WS-GAP-LINE
           STRING "TOTAL|" DELIMITED BY SIZE
                  WS-CODE-COUNT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-MISSING-COUNT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-FAILED-COUNT DELIMITED BY SIZE
                  INTO WS-GAP-LINE
           MOVE WS-GAP-LINE TO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD

           CLOSE GAP-REPORT-FILE

           IF WS-MISSING-COUNT > 0 OR WS-TABLE-FULL = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "Gap report complete. Codes seen: " WS-CODE-COUNT
                   " Missing from runbook: " WS-MISSING-COUNT
           STOP RUN.

      ******************************************************************
      * PARSE-AUDIT-LINE: Split one audit record and pull out the
      * timestamp, status, transport rc, ok flag and any err= tag
      ******************************************************************
       PARSE-AUDIT-LINE.
           MOVE "N" TO WS-PARSE-OK
           MOVE SPACES TO WS-TOK-DATE WS-TOK-TIME WS-TOK-METHOD
                          WS-TOK-URL WS-TOK-STATUS-KV WS-TOK-RC-KV
                          WS-TOK-OK-KV

           UNSTRING AUDIT-IN-RECORD DELIMITED BY ALL SPACES
               INTO WS-TOK-DATE WS-TOK-TIME WS-TOK-METHOD WS-TOK-URL
                    WS-TOK-STATUS-KV WS-TOK-RC-KV WS-TOK-OK-KV

           IF WS-TOK-METHOD = SPACES OR WS-TOK-OK-KV = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-REC-STATUS
           MOVE SPACES TO WS-KV-LABEL WS-KV-VALUE
           UNSTRING WS-TOK-STATUS-KV DELIMITED BY "="
               INTO WS-KV-LABEL WS-KV-VALUE
           IF WS-KV-VALUE(1:3) IS NUMERIC
               MOVE WS-KV-VALUE(1:3) TO WS-REC-STATUS
           END-IF

      *    rc= is a signed display number - any digits but zeros
      *    mean the transport failed
           MOVE "N" TO WS-REC-RC-SET
           MOVE SPACES TO WS-KV-LABEL WS-KV-VALUE
           UNSTRING WS-TOK-RC-KV DELIMITED BY "="
               INTO WS-KV-LABEL WS-KV-VALUE
           IF WS-KV-VALUE NOT = SPACES
               AND WS-KV-VALUE(1:8) NOT = "00000000"
               MOVE "Y" TO WS-REC-RC-SET
           END-IF

           MOVE SPACES TO WS-KV-LABEL WS-KV-VALUE
           UNSTRING WS-TOK-OK-KV DELIMITED BY "="
               INTO WS-KV-LABEL WS-KV-VALUE
           MOVE WS-KV-VALUE(1:1) TO WS-REC-OK

           MOVE SPACES TO WS-REC-WHEN
           STRING WS-TOK-DATE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-TOK-TIME DELIMITED BY SPACE
                  INTO WS-REC-WHEN

      *    The err= tag, when the record has one
           MOVE SPACES TO WS-REC-CODE
           MOVE 0 TO WS-ERR-POS
           INSPECT AUDIT-IN-RECORD TALLYING WS-ERR-POS
               FOR CHARACTERS BEFORE INITIAL " err="
           IF WS-ERR-POS < LENGTH OF AUDIT-IN-RECORD - 5
               UNSTRING AUDIT-IN-RECORD(WS-ERR-POS + 6:)
                   DELIMITED BY SPACE INTO WS-REC-CODE
           END-IF

           MOVE "Y" TO WS-PARSE-OK.

      ******************************************************************
      * RECORD-FAILURE: Fold one failed call into its error code's
      * tallies, working the code out from the status when the record
      * predates the err= tag
      ******************************************************************
       RECORD-FAILURE.
           ADD 1 TO WS-FAILED-COUNT
           IF WS-REC-CODE = SPACES
               PERFORM DERIVE-ERROR-CODE
           END-IF

           MOVE 0 TO WS-CD-FOUND-IDX
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                       UNTIL WS-CD-IDX > WS-CODE-COUNT
               IF WS-CD-CODE(WS-CD-IDX) = WS-REC-CODE
                   MOVE WS-CD-IDX TO WS-CD-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-CD-FOUND-IDX = 0
               IF WS-CODE-COUNT >= 100
                   MOVE "Y" TO WS-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CODE-COUNT
               MOVE WS-CODE-COUNT TO WS-CD-FOUND-IDX
               MOVE WS-REC-CODE TO WS-CD-CODE(WS-CD-FOUND-IDX)
               MOVE 0 TO WS-CD-CALLS(WS-CD-FOUND-IDX)
               MOVE WS-REC-WHEN TO WS-CD-FIRST(WS-CD-FOUND-IDX)
           END-IF

           ADD 1 TO WS-CD-CALLS(WS-CD-FOUND-IDX)
           MOVE WS-REC-WHEN TO WS-CD-LAST(WS-CD-FOUND-IDX).

      ******************************************************************
      * DERIVE-ERROR-CODE: The normalized code for a failed record
      * written before the audit log carried err=
      ******************************************************************
       DERIVE-ERROR-CODE.
           EVALUATE TRUE
               WHEN WS-REC-RC-SET = "Y"
                   MOVE "NETWORK-ERROR" TO WS-REC-CODE
               WHEN WS-REC-STATUS = 401
                   MOVE "UNAUTHORIZED" TO WS-REC-CODE
               WHEN WS-REC-STATUS = 403
                   MOVE "FORBIDDEN" TO WS-REC-CODE
               WHEN WS-REC-STATUS = 404
                   MOVE "NOT-FOUND" TO WS-REC-CODE
               WHEN WS-REC-STATUS = 400 OR WS-REC-STATUS = 422
                   MOVE "VALIDATION-ERROR" TO WS-REC-CODE
               WHEN WS-REC-STATUS = 409 OR WS-REC-STATUS = 412
                   MOVE "ETAG-MISMATCH" TO WS-REC-CODE
               WHEN WS-REC-STATUS = 408 OR WS-REC-STATUS = 504
                   MOVE "TIMEOUT" TO WS-REC-CODE
               WHEN WS-REC-STATUS = 429
                   MOVE "RATE-LIMITED" TO WS-REC-CODE
               WHEN WS-REC-STATUS >= 500 AND WS-REC-STATUS < 600
                   MOVE "SERVER-ERROR" TO WS-REC-CODE
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-REC-CODE
           END-EVALUATE.

      ******************************************************************
      * WRITE-CODE-LINE: One error code's tallies and whether the
      * runbook catalog covers it (any entry for the code counts)
      ******************************************************************
       WRITE-CODE-LINE.
           MOVE WS-CD-CODE(WS-CD-IDX) TO WS-RUNBOOK-CODE
           MOVE "*" TO WS-RUNBOOK-JOB
           CALL "RUNBOOK-LOOKUP" USING WS-RUNBOOK-CODE WS-RUNBOOK-JOB
                                       WS-RUNBOOK

           MOVE SPACES TO WS-GAP-LINE
           STRING "CODE|" DELIMITED BY SIZE
                  WS-CD-CODE(WS-CD-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-CD-CALLS(WS-CD-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CD-FIRST(WS-CD-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CD-LAST(WS-CD-IDX) DELIMITED BY SIZE
                  INTO WS-GAP-LINE
           MOVE SPACES TO GAP-REPORT-RECORD
           IF WS-RUNBOOK-IS-FOUND
               STRING WS-GAP-LINE DELIMITED BY "  "
                      "|CATALOGUED" DELIMITED BY SIZE
                      INTO GAP-REPORT-RECORD
           ELSE
               ADD 1 TO WS-MISSING-COUNT
               DISPLAY "No runbook entry: "
                       FUNCTION TRIM(WS-CD-CODE(WS-CD-IDX))
               STRING WS-GAP-LINE DELIMITED BY "  "
                      "|MISSING" DELIMITED BY SIZE
                      INTO GAP-REPORT-RECORD
           END-IF
           WRITE GAP-REPORT-RECORD.

       END PROGRAM RUNBOOK-GAP-REPORT.
