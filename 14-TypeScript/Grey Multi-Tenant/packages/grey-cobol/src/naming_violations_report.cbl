      ******************************************************************
      * naming_violations_report.cbl - Grey Project Naming Violations
      * The naming rules stop new bad names at every write path, but
      * the master still holds every name written before the rules
      * existed. This job runs each project on the indexed local
      * project master through NAMING-RULES - the same rules file,
      * the same checks - and lists every offender with the rules it
      * breaks and a conforming name to rename it to, so the cleanup
      * can be fed straight to PROJECT-BULK-UPDATE as
      * "project-id|name|suggested-name" lines.
      *
      * Report: /tmp/grey_naming_violations.txt
      *   "VIOLATION|project-id|name|rule|detail"  one per rule broken
      *   "SUGGEST|project-id|name|suggested-name" one per offender
      *   "SUMMARY|rule|projects"                  one per rule seen
      *   "TOTAL|SCANNED=n|OFFENDERS=n|VIOLATIONS=n"
      * Each project's owner is passed to the check, so the prefix
      * asked of it is its owner's department's.
      *
      * RETURN-CODE 0 when every name conforms, 4 when offenders
      * exist, 8 when no naming rules are on file or the master
      * cannot be opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMING-VIOLATIONS-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYNC-MASTER-FILE ASSIGN TO WS-SYNC-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SYNC-PROJ-ID
               ALTERNATE RECORD KEY SYNC-PROJ-NAME-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY SYNC-PROJ-OWNER WITH DUPLICATES
               FILE STATUS IS WS-SYNC-FILE-STATUS.

           SELECT NV-REPORT-FILE ASSIGN TO WS-NV-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYNC-MASTER-FILE.
       COPY GREYSYNC.

       FD  NV-REPORT-FILE.
       01  NV-REPORT-RECORD            PIC X(700).

       WORKING-STORAGE SECTION.
       COPY GREYNAME.

       01  WS-SYNC-FILE-NAME           PIC X(64)
               VALUE "/tmp/grey_project_master.dat".
       01  WS-SYNC-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-NV-REPORT-NAME           PIC X(64)
               VALUE "/tmp/grey_naming_violations.txt".
       01  WS-NV-LINE                  PIC X(700) VALUE SPACES.
       01  WS-MASTER-EOF               PIC X      VALUE "N".

      ******************************************************************
      * Offending projects per rule code, for the summary lines
      ******************************************************************
       01  WS-RULE-TALLY.
           05  WS-TALLY-COUNT           PIC 9(2)  VALUE 0.
           05  WS-TALLY-ENTRY OCCURS 20 TIMES.
               10  WS-TALLY-RULE        PIC X(16).
               10  WS-TALLY-PROJECTS    PIC 9(8).
       01  WS-TALLY-IDX                PIC 9(2)   VALUE 0.
       01  WS-TALLY-FOUND-IDX          PIC 9(2)   VALUE 0.

       01  WS-SCANNED-COUNT            PIC 9(8)   VALUE 0.
       01  WS-OFFENDER-COUNT           PIC 9(8)   VALUE 0.
       01  WS-VIOLATION-COUNT          PIC 9(8)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Project Naming Violations ==="
           MOVE 0 TO RETURN-CODE

           CALL "NAMING-RULES-LOAD" USING WS-NAMING-RULES-FILE
                                          WS-NAMING-RULE-COUNT
           IF WS-NAMING-RULE-COUNT = 0
               DISPLAY "No naming rules on file in "
                       WS-NAMING-RULES-FILE " - nothing to check"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SYNC-MASTER-FILE
           IF WS-SYNC-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open project master "
                       WS-SYNC-FILE-NAME
                       " (status " WS-SYNC-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT NV-REPORT-FILE
           PERFORM WRITE-HEADER

           MOVE LOW-VALUES TO SYNC-PROJ-ID
           START SYNC-MASTER-FILE KEY >= SYNC-PROJ-ID
               INVALID KEY
                   MOVE "Y" TO WS-MASTER-EOF
           END-START

           PERFORM UNTIL WS-MASTER-EOF = "Y"
               READ SYNC-MASTER-FILE NEXT
                   AT END MOVE "Y" TO WS-MASTER-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-PROJECT
               END-READ
           END-PERFORM

           PERFORM WRITE-FOOTER
           CLOSE NV-REPORT-FILE
           CLOSE SYNC-MASTER-FILE

           IF WS-OFFENDER-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "Naming check complete. Scanned: "
                   WS-SCANNED-COUNT
                   " Offenders: " WS-OFFENDER-COUNT
                   " Violations: " WS-VIOLATION-COUNT
           STOP RUN.

      ******************************************************************
      * CHECK-ONE-PROJECT: One master name through the naming rules
      ******************************************************************
       CHECK-ONE-PROJECT.
           ADD 1 TO WS-SCANNED-COUNT
           IF SYNC-PROJ-NAME = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SYNC-PROJ-ID TO WS-NAMING-PROJ-ID
           MOVE SYNC-PROJ-OWNER TO WS-NAMING-OWNER-ID
           MOVE 0 TO WS-NAMING-NAME-LEN
           CALL "NAMING-RULES-CHECK" USING WS-NAMING-PROJ-ID
                                           SYNC-PROJ-NAME
                                           WS-NAMING-NAME-LEN
                                           WS-NAMING-OWNER-ID
                                           WS-NAMING-RESULT
           IF WS-NAMING-VIOL-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-OFFENDER-COUNT
           PERFORM VARYING WS-NAMING-VIOL-IDX FROM 1 BY 1
                       UNTIL WS-NAMING-VIOL-IDX > WS-NAMING-VIOL-COUNT
               ADD 1 TO WS-VIOLATION-COUNT
               PERFORM WRITE-VIOLATION-LINE
               PERFORM TALLY-RULE
           END-PERFORM
           PERFORM WRITE-SUGGEST-LINE.

      ******************************************************************
      * TALLY-RULE: Count the project against the rule it broke
      ******************************************************************
       TALLY-RULE.
           MOVE 0 TO WS-TALLY-FOUND-IDX
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                       UNTIL WS-TALLY-IDX > WS-TALLY-COUNT
               IF WS-TALLY-RULE(WS-TALLY-IDX)
                   = WS-NAMING-VIOL-RULE(WS-NAMING-VIOL-IDX)
                   MOVE WS-TALLY-IDX TO WS-TALLY-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TALLY-FOUND-IDX = 0
               IF WS-TALLY-COUNT >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TALLY-COUNT
               MOVE WS-TALLY-COUNT TO WS-TALLY-FOUND-IDX
               MOVE WS-NAMING-VIOL-RULE(WS-NAMING-VIOL-IDX)
                   TO WS-TALLY-RULE(WS-TALLY-FOUND-IDX)
               MOVE 0 TO WS-TALLY-PROJECTS(WS-TALLY-FOUND-IDX)
           END-IF
           ADD 1 TO WS-TALLY-PROJECTS(WS-TALLY-FOUND-IDX).

      ******************************************************************
      * WRITE-VIOLATION-LINE / WRITE-SUGGEST-LINE: Report records for
      * one offending project
      ******************************************************************
       WRITE-VIOLATION-LINE.
           MOVE SPACES TO WS-NV-LINE
           STRING "VIOLATION|" DELIMITED BY SIZE
                  SYNC-PROJ-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  SYNC-PROJ-NAME DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-NAMING-VIOL-RULE(WS-NAMING-VIOL-IDX)
                      DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-NAMING-VIOL-DETAIL(WS-NAMING-VIOL-IDX)
                      DELIMITED BY "  "
                  INTO WS-NV-LINE
           MOVE WS-NV-LINE TO NV-REPORT-RECORD
           WRITE NV-REPORT-RECORD.

       WRITE-SUGGEST-LINE.
           MOVE SPACES TO WS-NV-LINE
           STRING "SUGGEST|" DELIMITED BY SIZE
                  SYNC-PROJ-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  SYNC-PROJ-NAME DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-NAMING-SUGGESTED DELIMITED BY "  "
                  INTO WS-NV-LINE
           MOVE WS-NV-LINE TO NV-REPORT-RECORD
           WRITE NV-REPORT-RECORD.

      ******************************************************************
      * WRITE-HEADER: Column headings
      ******************************************************************
       WRITE-HEADER.
           MOVE "RECORD|PROJECT_ID|NAME|RULE_OR_SUGGESTION|DETAIL"
               TO WS-NV-LINE
           MOVE WS-NV-LINE TO NV-REPORT-RECORD
           WRITE NV-REPORT-RECORD.

      ******************************************************************
      * WRITE-FOOTER: One summary line per rule broken, then totals
      ******************************************************************
       WRITE-FOOTER.
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                       UNTIL WS-TALLY-IDX > WS-TALLY-COUNT
               MOVE SPACES TO WS-NV-LINE
               STRING "SUMMARY|" DELIMITED BY SIZE
                      WS-TALLY-RULE(WS-TALLY-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-TALLY-PROJECTS(WS-TALLY-IDX) DELIMITED BY SIZE
                      INTO WS-NV-LINE
               MOVE WS-NV-LINE TO NV-REPORT-RECORD
               WRITE NV-REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO WS-NV-LINE
           STRING "TOTAL|SCANNED=" DELIMITED BY SIZE
                  WS-SCANNED-COUNT DELIMITED BY SIZE
                  "|OFFENDERS=" DELIMITED BY SIZE
                  WS-OFFENDER-COUNT DELIMITED BY SIZE
                  "|VIOLATIONS=" DELIMITED BY SIZE
                  WS-VIOLATION-COUNT DELIMITED BY SIZE
                  INTO WS-NV-LINE
           MOVE WS-NV-LINE TO NV-REPORT-RECORD
           WRITE NV-REPORT-RECORD.

       END PROGRAM NAMING-VIOLATIONS-REPORT.
