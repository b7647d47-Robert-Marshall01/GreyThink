      ******************************************************************
      * cost_center_master.cbl - Grey Finance Cost-Center Master
      * Finance opens and closes cost centers every month, and the
      * billing intake bounces detail records charged to a closed
      * one. Finance's cost-center master is dropped here as a
      * reference file, and every job that takes a cost center from
      * project metadata (BILLING-EXTRACT, and through METADATA-RULES
      * the bulk loader and the compliance report) asks this lookup
      * whether the code is open on a given date. The file is read
      * once, on the first call, and held for the rest of the run.
      *
      * Cost-center master (GREY_COST_CENTER_FILE, default
      * /tmp/grey_cost_center_master.txt), "#" lines are comments:
      *   "code|name|open-date|close-date"
      * Dates are YYYYMMDD or YYYY-MM-DD. The close date is the last
      * day the code may be charged; blank means still open. Codes
      * compare without regard to case.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COST-CENTER-MASTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CC-FILE ASSIGN TO WS-CC-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CC-FILE.
       01  CC-RECORD                   PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-CC-FILE-NAME             PIC X(64)
               VALUE "/tmp/grey_cost_center_master.txt".
       01  WS-CC-FILE-ENV              PIC X(64)  VALUE SPACES.
       01  WS-CC-FILE-STATUS           PIC XX     VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-CC-LOADED                PIC X      VALUE "N".

      ******************************************************************
      * The whole master, loaded on first use
      ******************************************************************
       01  WS-CC-TABLE.
           05  WS-CC-COUNT              PIC 9(5)  VALUE 0.
           05  WS-CC-ENTRY OCCURS 5000 TIMES.
               10  WS-CC-CODE           PIC X(16).
               10  WS-CC-NAME           PIC X(64).
               10  WS-CC-OPEN-DATE      PIC 9(8).
               10  WS-CC-CLOSE-DATE     PIC 9(8).
       01  WS-CC-IDX                   PIC 9(5)   VALUE 0.

       01  WS-REC-CODE                 PIC X(16)  VALUE SPACES.
       01  WS-REC-NAME                 PIC X(64)  VALUE SPACES.
       01  WS-REC-OPEN                 PIC X(16)  VALUE SPACES.
       01  WS-REC-CLOSE                PIC X(16)  VALUE SPACES.
       01  WS-DATE-TEXT                PIC X(16)  VALUE SPACES.
       01  WS-DATE-NUM                 PIC 9(8)   VALUE 0.
       01  WS-DATE-NUM-X REDEFINES WS-DATE-NUM
                                       PIC X(8).
       01  WS-LOOK-CODE                PIC X(16)  VALUE SPACES.

       LINKAGE SECTION.
       01  LS-COST-CENTER              PIC X(16).
       01  LS-AS-OF-DATE               PIC 9(8).
       01  LS-CC-NAME                  PIC X(64).
       01  LS-CC-STATE                 PIC X(12).
       01  LS-CC-COUNT                 PIC 9(5).

       PROCEDURE DIVISION.

      ******************************************************************
      * COST-CENTER-CHECK: Is a cost center chargeable on a date?
      * Input:  LS-COST-CENTER, LS-AS-OF-DATE (YYYYMMDD)
      * Output: LS-CC-NAME, and LS-CC-STATE
      *           "OPEN"         chargeable
      *           "CLOSED"       closed before the date
      *           "NOT-OPEN"     opens after the date
      *           "UNKNOWN"      not on the master
      *           "NO-MASTER"    no master on file - nothing checked
      ******************************************************************
       ENTRY "COST-CENTER-CHECK" USING LS-COST-CENTER LS-AS-OF-DATE
                                       LS-CC-NAME LS-CC-STATE.
           MOVE SPACES TO LS-CC-NAME
           IF WS-CC-LOADED NOT = "Y"
               PERFORM LOAD-COST-CENTERS
           END-IF
           IF WS-CC-COUNT = 0
               MOVE "NO-MASTER" TO LS-CC-STATE
               GOBACK
           END-IF

           MOVE "UNKNOWN" TO LS-CC-STATE
           MOVE FUNCTION UPPER-CASE(LS-COST-CENTER) TO WS-LOOK-CODE
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                       UNTIL WS-CC-IDX > WS-CC-COUNT
               IF WS-CC-CODE(WS-CC-IDX) = WS-LOOK-CODE
                   MOVE WS-CC-NAME(WS-CC-IDX) TO LS-CC-NAME
                   EVALUATE TRUE
                       WHEN WS-CC-OPEN-DATE(WS-CC-IDX) > LS-AS-OF-DATE
                           MOVE "NOT-OPEN" TO LS-CC-STATE
                       WHEN WS-CC-CLOSE-DATE(WS-CC-IDX) > 0
                           AND WS-CC-CLOSE-DATE(WS-CC-IDX)
                               < LS-AS-OF-DATE
                           MOVE "CLOSED" TO LS-CC-STATE
                       WHEN OTHER
                           MOVE "OPEN" TO LS-CC-STATE
                   END-EVALUATE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           GOBACK.

      ******************************************************************
      * COST-CENTER-MASTER-COUNT: How many codes the master holds
      * (zero when there is no master on file), so a caller can tell
      * whether the check is in force
      ******************************************************************
       ENTRY "COST-CENTER-MASTER-COUNT" USING LS-CC-COUNT.
           IF WS-CC-LOADED NOT = "Y"
               PERFORM LOAD-COST-CENTERS
           END-IF
           MOVE WS-CC-COUNT TO LS-CC-COUNT
           GOBACK.

      ******************************************************************
      * LOAD-COST-CENTERS: Read the master into the table; lines with
      * no code are skipped
      ******************************************************************
       LOAD-COST-CENTERS.
           MOVE "Y" TO WS-CC-LOADED
           MOVE 0 TO WS-CC-COUNT
           ACCEPT WS-CC-FILE-ENV
               FROM ENVIRONMENT "GREY_COST_CENTER_FILE"
           IF WS-CC-FILE-ENV NOT = SPACES
               MOVE WS-CC-FILE-ENV TO WS-CC-FILE-NAME
           END-IF

           OPEN INPUT CC-FILE
           IF WS-CC-FILE-STATUS NOT = "00"
               DISPLAY "No cost-center master (" WS-CC-FILE-NAME
                       ") - cost centers are not validated"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ CC-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-COST-CENTER
               END-READ
           END-PERFORM
           CLOSE CC-FILE.

       LOAD-ONE-COST-CENTER.
           IF CC-RECORD = SPACES
               OR CC-RECORD(1:1) = "#"
               OR WS-CC-COUNT >= 5000
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REC-CODE WS-REC-NAME WS-REC-OPEN
                          WS-REC-CLOSE
           UNSTRING CC-RECORD DELIMITED BY "|"
               INTO WS-REC-CODE WS-REC-NAME WS-REC-OPEN WS-REC-CLOSE
           IF WS-REC-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CC-COUNT
           MOVE FUNCTION UPPER-CASE(WS-REC-CODE)
               TO WS-CC-CODE(WS-CC-COUNT)
           MOVE WS-REC-NAME TO WS-CC-NAME(WS-CC-COUNT)
           MOVE WS-REC-OPEN TO WS-DATE-TEXT
           PERFORM PARSE-MASTER-DATE
           MOVE WS-DATE-NUM TO WS-CC-OPEN-DATE(WS-CC-COUNT)
           MOVE WS-REC-CLOSE TO WS-DATE-TEXT
           PERFORM PARSE-MASTER-DATE
           MOVE WS-DATE-NUM TO WS-CC-CLOSE-DATE(WS-CC-COUNT).

      ******************************************************************
      * PARSE-MASTER-DATE: WS-DATE-TEXT (YYYYMMDD or YYYY-MM-DD) to
      * WS-DATE-NUM; blank or unreadable gives zero
      ******************************************************************
       PARSE-MASTER-DATE.
           MOVE 0 TO WS-DATE-NUM
           IF WS-DATE-TEXT(5:1) = "-"
               STRING WS-DATE-TEXT(1:4) DELIMITED BY SIZE
                      WS-DATE-TEXT(6:2) DELIMITED BY SIZE
                      WS-DATE-TEXT(9:2) DELIMITED BY SIZE
                      INTO WS-DATE-NUM-X
           ELSE
               MOVE WS-DATE-TEXT(1:8) TO WS-DATE-NUM-X
           END-IF
           IF WS-DATE-NUM-X IS NOT NUMERIC
               MOVE 0 TO WS-DATE-NUM
           END-IF.

       END PROGRAM COST-CENTER-MASTER.
