      ******************************************************************
      * cost_center_chargeback.cbl - Grey Cost-Center Chargeback Report
      * Finance asks every month which cost centers grew or shrank,
      * and the answer used to come from diffing two billing files in
      * a spreadsheet. BILLING-EXTRACT retains each month's feed as
      * /tmp/grey_billing_extract_<YYYYMM>.dat; this report reads the
      * retained months and charges project active-days back per
      * cost center (BILL-DTL-COST-CENTER, BILL-DTL-ACTIVE-DAYS):
      *   projects, active-days, archived projects for the period,
      *   month-over-month variance against the prior month's days,
      *   and year-to-date days against the same months of the
      *   prior year.
      * Reads local files only - it does not talk to Grey.
      *
      * Period: GREY_BILL_PERIOD as YYYYMM (default: the current
      * month). A month with no retained feed counts as zero; the
      * header says how many months were on file.
      *
      * Report (/tmp/grey_cc_chargeback.txt):
      *   "COST-CENTER|cost-center|projects|active-days|archived|
      *    prior-days|mom-variance|mom-pct|ytd-days|prior-ytd-days|
      *    ytd-variance"
      *   "MOVED|project-id|from-cost-center|to-cost-center|days"
      *     projects whose cost center changed since the prior month
      *   "TOTAL|..." as for COST-CENTER
      * A detail with no cost center is charged to "(none)"; the
      * percentage is blank when the prior month had no days.
      * CSV companion for finance's ledger upload
      * (/tmp/grey_cc_chargeback.csv), one row per cost center.
      *
      * RETURN-CODE 0 reported, 4 a table filled and some cost
      * centers or projects were not counted, 8 no retained feed
      * for the period.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COST-CENTER-CHARGEBACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO WS-EXTRACT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT CHARGEBACK-FILE ASSIGN TO WS-CHARGEBACK-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT CHARGEBACK-CSV-FILE ASSIGN TO WS-CHARGEBACK-CSV-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD              PIC X(120).

       FD  CHARGEBACK-FILE.
       01  CHARGEBACK-RECORD           PIC X(300).

       FD  CHARGEBACK-CSV-FILE.
       01  CHARGEBACK-CSV-RECORD       PIC X(300).

       WORKING-STORAGE SECTION.
       COPY GREYBILL.

       01  WS-EXTRACT-FILE-NAME        PIC X(64)  VALUE SPACES.
       01  WS-EXTRACT-FILE-STATUS      PIC XX     VALUE SPACES.
       01  WS-CHARGEBACK-FILE-NAME     PIC X(64)
               VALUE "/tmp/grey_cc_chargeback.txt".
       01  WS-CHARGEBACK-CSV-NAME      PIC X(64)
               VALUE "/tmp/grey_cc_chargeback.csv".
       01  WS-REPORT-LINE              PIC X(300) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-NOW                      PIC X(21)  VALUE SPACES.

      ******************************************************************
      * The period and the months compared with it
      ******************************************************************
       01  WS-PERIOD-ENV               PIC X(6)   VALUE SPACES.
       01  WS-PERIOD                   PIC X(6)   VALUE SPACES.
       01  WS-PERIOD-YYYY              PIC 9(4)   VALUE 0.
       01  WS-PERIOD-MM                PIC 9(2)   VALUE 0.
       01  WS-PRIOR-PERIOD             PIC X(6)   VALUE SPACES.
       01  WS-READ-PERIOD.
           05  WS-READ-YYYY            PIC 9(4).
           05  WS-READ-MM              PIC 9(2).
       01  WS-MONTH-IDX                PIC 9(2)   VALUE 0.
      *    "C" the period, "P" the prior month, "Y" this year to
      *    date, "L" the same months of last year
       01  WS-READ-KIND                PIC X      VALUE SPACE.
       01  WS-FILE-FOUND               PIC X      VALUE "N".
       01  WS-PRIOR-ON-FILE            PIC X      VALUE "N".
       01  WS-YTD-MONTHS               PIC 9(2)   VALUE 0.
       01  WS-PRIOR-YTD-MONTHS         PIC 9(2)   VALUE 0.

      ******************************************************************
      * Per-cost-center accumulators
      ******************************************************************
       01  WS-CC-TABLE.
           05  WS-CC-COUNT              PIC 9(4)  VALUE 0.
           05  WS-CC-ENTRY OCCURS 2000 TIMES.
               10  WS-CC-CODE           PIC X(16).
               10  WS-CC-PROJECTS       PIC 9(7).
               10  WS-CC-DAYS           PIC 9(12).
               10  WS-CC-ARCHIVED       PIC 9(7).
               10  WS-CC-PRIOR-DAYS     PIC 9(12).
               10  WS-CC-YTD-DAYS       PIC 9(12).
               10  WS-CC-PRIOR-YTD-DAYS PIC 9(12).
       01  WS-CC-IDX                   PIC 9(4)   VALUE 0.
       01  WS-CC-HIT                   PIC 9(4)   VALUE 0.
       01  WS-LOOK-CC                  PIC X(16)  VALUE SPACES.
       01  WS-CC-FULL                  PIC X      VALUE "N".

      ******************************************************************
      * The prior month's cost center per project, to spot moves
      ******************************************************************
       01  WS-PP-TABLE.
           05  WS-PP-COUNT              PIC 9(5)  VALUE 0.
           05  WS-PP-ENTRY OCCURS 20000 TIMES.
               10  WS-PP-PROJECT-ID     PIC X(32).
               10  WS-PP-COST-CENTER    PIC X(16).
       01  WS-PP-IDX                   PIC 9(5)   VALUE 0.
       01  WS-PP-HIT                   PIC 9(5)   VALUE 0.
       01  WS-PP-FULL                  PIC X      VALUE "N".
       01  WS-MOVED-COUNT              PIC 9(7)   VALUE 0.
       01  WS-MOVED-TABLE.
           05  WS-MV-ENTRY OCCURS 5000 TIMES.
               10  WS-MV-PROJECT-ID     PIC X(32).
               10  WS-MV-FROM           PIC X(16).
               10  WS-MV-TO             PIC X(16).
               10  WS-MV-DAYS           PIC 9(5).
       01  WS-MV-IDX                   PIC 9(4)   VALUE 0.

      ******************************************************************
      * Totals and the variance arithmetic
      ******************************************************************
       01  WS-TOTALS.
           05  WS-TOT-PROJECTS         PIC 9(7)   VALUE 0.
           05  WS-TOT-DAYS             PIC 9(12)  VALUE 0.
           05  WS-TOT-ARCHIVED         PIC 9(7)   VALUE 0.
           05  WS-TOT-PRIOR-DAYS       PIC 9(12)  VALUE 0.
           05  WS-TOT-YTD-DAYS         PIC 9(12)  VALUE 0.
           05  WS-TOT-PRIOR-YTD-DAYS   PIC 9(12)  VALUE 0.
       01  WS-OUT-CODE                 PIC X(16)  VALUE SPACES.
       01  WS-OUT-PROJECTS             PIC 9(7)   VALUE 0.
       01  WS-OUT-DAYS                 PIC 9(12)  VALUE 0.
       01  WS-OUT-ARCHIVED             PIC 9(7)   VALUE 0.
       01  WS-OUT-PRIOR-DAYS           PIC 9(12)  VALUE 0.
       01  WS-OUT-YTD-DAYS             PIC 9(12)  VALUE 0.
       01  WS-OUT-PRIOR-YTD-DAYS       PIC 9(12)  VALUE 0.
       01  WS-MOM-VARIANCE             PIC S9(12) VALUE 0.
       01  WS-YTD-VARIANCE             PIC S9(12) VALUE 0.
       01  WS-MOM-PCT                  PIC S9(7)V9 VALUE 0.
       01  WS-PROJECTS-STR             PIC ZZZZZZ9.
       01  WS-DAYS-STR                 PIC ZZZZZZZZZZZ9.
       01  WS-ARCHIVED-STR             PIC ZZZZZZ9.
       01  WS-PRIOR-DAYS-STR           PIC ZZZZZZZZZZZ9.
       01  WS-YTD-DAYS-STR             PIC ZZZZZZZZZZZ9.
       01  WS-PRIOR-YTD-STR            PIC ZZZZZZZZZZZ9.
       01  WS-MOM-VARIANCE-STR         PIC +(12)9.
       01  WS-YTD-VARIANCE-STR         PIC +(12)9.
       01  WS-MOM-PCT-STR              PIC +(7)9.9.
       01  WS-MOM-PCT-TEXT             PIC X(12)  VALUE SPACES.
       01  WS-LINE-TYPE                PIC X(12)  VALUE SPACES.

       01  WS-CSV-LINE                 PIC X(300) VALUE SPACES.
       01  WS-CSV-PTR                  PIC 9(5)   VALUE 0.
       01  WS-CSV-VALUE                PIC X(64)  VALUE SPACES.
       01  WS-CSV-VALUE-LEN            PIC 9(3)   VALUE 0.
       01  WS-CSV-VALUE-IDX            PIC 9(3)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Cost-Center Chargeback Report ==="
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW

           ACCEPT WS-PERIOD-ENV FROM ENVIRONMENT "GREY_BILL_PERIOD"
           IF WS-PERIOD-ENV IS NUMERIC
               MOVE WS-PERIOD-ENV TO WS-PERIOD
           ELSE
               MOVE WS-NOW(1:6) TO WS-PERIOD
           END-IF
           MOVE WS-PERIOD(1:4) TO WS-PERIOD-YYYY
           MOVE WS-PERIOD(5:2) TO WS-PERIOD-MM
           IF WS-PERIOD-MM = 1
               COMPUTE WS-READ-YYYY = WS-PERIOD-YYYY - 1
               MOVE 12 TO WS-READ-MM
           ELSE
               MOVE WS-PERIOD-YYYY TO WS-READ-YYYY
               COMPUTE WS-READ-MM = WS-PERIOD-MM - 1
           END-IF
           MOVE WS-READ-PERIOD TO WS-PRIOR-PERIOD

      *    The prior month first, so the period's read can spot
      *    projects that changed cost center
           MOVE "P" TO WS-READ-KIND
           PERFORM READ-RETAINED-EXTRACT
           MOVE WS-FILE-FOUND TO WS-PRIOR-ON-FILE

           MOVE WS-PERIOD TO WS-READ-PERIOD
           MOVE "C" TO WS-READ-KIND
           PERFORM READ-RETAINED-EXTRACT
           IF WS-FILE-FOUND NOT = "Y"
               DISPLAY "No retained billing feed for period "
                       WS-PERIOD " - run BILLING-EXTRACT first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-MONTH-IDX > WS-PERIOD-MM
               MOVE WS-PERIOD-YYYY TO WS-READ-YYYY
               MOVE WS-MONTH-IDX TO WS-READ-MM
               MOVE "Y" TO WS-READ-KIND
               PERFORM READ-RETAINED-EXTRACT
               IF WS-FILE-FOUND = "Y"
                   ADD 1 TO WS-YTD-MONTHS
               END-IF
               COMPUTE WS-READ-YYYY = WS-PERIOD-YYYY - 1
               MOVE "L" TO WS-READ-KIND
               PERFORM READ-RETAINED-EXTRACT
               IF WS-FILE-FOUND = "Y"
                   ADD 1 TO WS-PRIOR-YTD-MONTHS
               END-IF
           END-PERFORM

           PERFORM WRITE-CHARGEBACK-REPORT

           IF WS-CC-FULL = "Y" OR WS-PP-FULL = "Y"
               DISPLAY "WARNING: a table filled - some cost centers or"
                       " projects were not counted"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Chargeback complete. Period " WS-PERIOD
                   " Cost centers: " WS-CC-COUNT
                   " Active days: " WS-TOT-DAYS
                   " Moved projects: " WS-MOVED-COUNT
           DISPLAY "Prior month on file: " WS-PRIOR-ON-FILE
                   " Year-to-date months: " WS-YTD-MONTHS
                   " Prior-year months: " WS-PRIOR-YTD-MONTHS
           STOP RUN.

      ******************************************************************
      * READ-RETAINED-EXTRACT: Fold one retained month's details
      * (WS-READ-PERIOD) into the accumulators WS-READ-KIND names;
      * WS-FILE-FOUND says whether the month was on file
      ******************************************************************
       READ-RETAINED-EXTRACT.
           MOVE "N" TO WS-FILE-FOUND
           MOVE SPACES TO WS-EXTRACT-FILE-NAME
           STRING "/tmp/grey_billing_extract_" DELIMITED BY SIZE
                  WS-READ-PERIOD DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-EXTRACT-FILE-NAME
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-FILE-FOUND
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ EXTRACT-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EXTRACT-RECORD(1:1) = "D"
                           MOVE EXTRACT-RECORD TO BILL-DETAIL-RECORD
                           PERFORM FOLD-ONE-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXTRACT-FILE.

       FOLD-ONE-DETAIL.
           IF BILL-DTL-COST-CENTER = SPACES
               MOVE "(none)" TO WS-LOOK-CC
           ELSE
               MOVE BILL-DTL-COST-CENTER TO WS-LOOK-CC
           END-IF
           PERFORM FIND-COST-CENTER
           IF WS-CC-HIT = 0
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-READ-KIND
               WHEN "C"
                   ADD 1 TO WS-CC-PROJECTS(WS-CC-HIT)
                   ADD BILL-DTL-ACTIVE-DAYS TO WS-CC-DAYS(WS-CC-HIT)
                   IF BILL-DTL-STATUS = "archived"
                       ADD 1 TO WS-CC-ARCHIVED(WS-CC-HIT)
                   END-IF
                   PERFORM CHECK-COST-CENTER-MOVE
               WHEN "P"
                   ADD BILL-DTL-ACTIVE-DAYS
                       TO WS-CC-PRIOR-DAYS(WS-CC-HIT)
                   PERFORM REMEMBER-PRIOR-COST-CENTER
               WHEN "Y"
                   ADD BILL-DTL-ACTIVE-DAYS
                       TO WS-CC-YTD-DAYS(WS-CC-HIT)
               WHEN "L"
                   ADD BILL-DTL-ACTIVE-DAYS
                       TO WS-CC-PRIOR-YTD-DAYS(WS-CC-HIT)
           END-EVALUATE.

      ******************************************************************
      * FIND-COST-CENTER: WS-LOOK-CC's accumulator (WS-CC-HIT), added
      * when new; zero when the table is full
      ******************************************************************
       FIND-COST-CENTER.
           MOVE 0 TO WS-CC-HIT
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                       UNTIL WS-CC-IDX > WS-CC-COUNT
               IF WS-CC-CODE(WS-CC-IDX) = WS-LOOK-CC
                   MOVE WS-CC-IDX TO WS-CC-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CC-HIT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CC-COUNT >= 2000
               MOVE "Y" TO WS-CC-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CC-COUNT
           MOVE WS-CC-COUNT TO WS-CC-HIT
           MOVE WS-LOOK-CC TO WS-CC-CODE(WS-CC-HIT)
           MOVE 0 TO WS-CC-PROJECTS(WS-CC-HIT)
                     WS-CC-DAYS(WS-CC-HIT)
                     WS-CC-ARCHIVED(WS-CC-HIT)
                     WS-CC-PRIOR-DAYS(WS-CC-HIT)
                     WS-CC-YTD-DAYS(WS-CC-HIT)
                     WS-CC-PRIOR-YTD-DAYS(WS-CC-HIT).

       REMEMBER-PRIOR-COST-CENTER.
           IF WS-PP-COUNT >= 20000
               MOVE "Y" TO WS-PP-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PP-COUNT
           MOVE BILL-DTL-PROJECT-ID TO WS-PP-PROJECT-ID(WS-PP-COUNT)
           MOVE WS-LOOK-CC TO WS-PP-COST-CENTER(WS-PP-COUNT).

      ******************************************************************
      * CHECK-COST-CENTER-MOVE: A project billed last month under a
      * different cost center is listed as moved
      ******************************************************************
       CHECK-COST-CENTER-MOVE.
           MOVE 0 TO WS-PP-HIT
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                       UNTIL WS-PP-IDX > WS-PP-COUNT
               IF WS-PP-PROJECT-ID(WS-PP-IDX) = BILL-DTL-PROJECT-ID
                   MOVE WS-PP-IDX TO WS-PP-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PP-HIT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PP-COST-CENTER(WS-PP-HIT) = WS-LOOK-CC
               EXIT PARAGRAPH
           END-IF
           IF WS-MOVED-COUNT >= 5000
               MOVE "Y" TO WS-PP-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MOVED-COUNT
           MOVE BILL-DTL-PROJECT-ID TO WS-MV-PROJECT-ID(WS-MOVED-COUNT)
           MOVE WS-PP-COST-CENTER(WS-PP-HIT)
               TO WS-MV-FROM(WS-MOVED-COUNT)
           MOVE WS-LOOK-CC TO WS-MV-TO(WS-MOVED-COUNT)
           MOVE BILL-DTL-ACTIVE-DAYS TO WS-MV-DAYS(WS-MOVED-COUNT).

      ******************************************************************
      * WRITE-CHARGEBACK-REPORT: One line per cost center, the moved
      * projects, and the totals - with the CSV companion alongside
      ******************************************************************
       WRITE-CHARGEBACK-REPORT.
           OPEN OUTPUT CHARGEBACK-FILE
           OPEN OUTPUT CHARGEBACK-CSV-FILE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "CC-CHARGEBACK|PERIOD=" DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  "|PRIOR=" DELIMITED BY SIZE
                  WS-PRIOR-PERIOD DELIMITED BY SIZE
                  "|PRIOR_ON_FILE=" DELIMITED BY SIZE
                  WS-PRIOR-ON-FILE DELIMITED BY SIZE
                  "|YTD_MONTHS=" DELIMITED BY SIZE
                  WS-YTD-MONTHS DELIMITED BY SIZE
                  "|PRIOR_YTD_MONTHS=" DELIMITED BY SIZE
                  WS-PRIOR-YTD-MONTHS DELIMITED BY SIZE
                  "|RUN_DATE=" DELIMITED BY SIZE
                  WS-NOW(1:8) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TYPE|COST_CENTER|PROJECTS|ACTIVE_DAYS|ARCHIVED|"
                      DELIMITED BY SIZE
                  "PRIOR_DAYS|MOM_VARIANCE|MOM_PCT|YTD_DAYS|"
                      DELIMITED BY SIZE
                  "PRIOR_YTD_DAYS|YTD_VARIANCE" DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-CSV-LINE
           STRING "period,cost_center,projects,active_days,archived,"
                      DELIMITED BY SIZE
                  "prior_active_days,mom_variance,mom_pct,"
                      DELIMITED BY SIZE
                  "ytd_active_days,prior_ytd_active_days,ytd_variance"
                      DELIMITED BY SIZE
                  INTO WS-CSV-LINE
           MOVE WS-CSV-LINE TO CHARGEBACK-CSV-RECORD
           WRITE CHARGEBACK-CSV-RECORD

           MOVE "COST-CENTER" TO WS-LINE-TYPE
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                       UNTIL WS-CC-IDX > WS-CC-COUNT
               MOVE WS-CC-CODE(WS-CC-IDX) TO WS-OUT-CODE
               MOVE WS-CC-PROJECTS(WS-CC-IDX) TO WS-OUT-PROJECTS
               MOVE WS-CC-DAYS(WS-CC-IDX) TO WS-OUT-DAYS
               MOVE WS-CC-ARCHIVED(WS-CC-IDX) TO WS-OUT-ARCHIVED
               MOVE WS-CC-PRIOR-DAYS(WS-CC-IDX) TO WS-OUT-PRIOR-DAYS
               MOVE WS-CC-YTD-DAYS(WS-CC-IDX) TO WS-OUT-YTD-DAYS
               MOVE WS-CC-PRIOR-YTD-DAYS(WS-CC-IDX)
                   TO WS-OUT-PRIOR-YTD-DAYS
               ADD WS-OUT-PROJECTS TO WS-TOT-PROJECTS
               ADD WS-OUT-DAYS TO WS-TOT-DAYS
               ADD WS-OUT-ARCHIVED TO WS-TOT-ARCHIVED
               ADD WS-OUT-PRIOR-DAYS TO WS-TOT-PRIOR-DAYS
               ADD WS-OUT-YTD-DAYS TO WS-TOT-YTD-DAYS
               ADD WS-OUT-PRIOR-YTD-DAYS TO WS-TOT-PRIOR-YTD-DAYS
               PERFORM WRITE-CHARGEBACK-LINE
               PERFORM WRITE-CHARGEBACK-CSV-ROW
           END-PERFORM

           PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                       UNTIL WS-MV-IDX > WS-MOVED-COUNT
               MOVE WS-MV-DAYS(WS-MV-IDX) TO WS-DAYS-STR
               MOVE SPACES TO WS-REPORT-LINE
               STRING "MOVED|" DELIMITED BY SIZE
                      WS-MV-PROJECT-ID(WS-MV-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-MV-FROM(WS-MV-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-MV-TO(WS-MV-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DAYS-STR) DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           MOVE "TOTAL" TO WS-LINE-TYPE
           MOVE "ALL" TO WS-OUT-CODE
           MOVE WS-TOT-PROJECTS TO WS-OUT-PROJECTS
           MOVE WS-TOT-DAYS TO WS-OUT-DAYS
           MOVE WS-TOT-ARCHIVED TO WS-OUT-ARCHIVED
           MOVE WS-TOT-PRIOR-DAYS TO WS-OUT-PRIOR-DAYS
           MOVE WS-TOT-YTD-DAYS TO WS-OUT-YTD-DAYS
           MOVE WS-TOT-PRIOR-YTD-DAYS TO WS-OUT-PRIOR-YTD-DAYS
           PERFORM WRITE-CHARGEBACK-LINE

           CLOSE CHARGEBACK-FILE
           CLOSE CHARGEBACK-CSV-FILE.

      ******************************************************************
      * COMPUTE-VARIANCE: Month-over-month and year-to-date variance
      * of the WS-OUT- figures, with their edited forms
      ******************************************************************
       COMPUTE-VARIANCE.
           COMPUTE WS-MOM-VARIANCE = WS-OUT-DAYS - WS-OUT-PRIOR-DAYS
           COMPUTE WS-YTD-VARIANCE =
               WS-OUT-YTD-DAYS - WS-OUT-PRIOR-YTD-DAYS
           MOVE SPACES TO WS-MOM-PCT-TEXT
           IF WS-OUT-PRIOR-DAYS > 0
               COMPUTE WS-MOM-PCT ROUNDED =
                   WS-MOM-VARIANCE * 100 / WS-OUT-PRIOR-DAYS
               MOVE WS-MOM-PCT TO WS-MOM-PCT-STR
               MOVE FUNCTION TRIM(WS-MOM-PCT-STR) TO WS-MOM-PCT-TEXT
           END-IF
           MOVE WS-OUT-PROJECTS TO WS-PROJECTS-STR
           MOVE WS-OUT-DAYS TO WS-DAYS-STR
           MOVE WS-OUT-ARCHIVED TO WS-ARCHIVED-STR
           MOVE WS-OUT-PRIOR-DAYS TO WS-PRIOR-DAYS-STR
           MOVE WS-OUT-YTD-DAYS TO WS-YTD-DAYS-STR
           MOVE WS-OUT-PRIOR-YTD-DAYS TO WS-PRIOR-YTD-STR
           MOVE WS-MOM-VARIANCE TO WS-MOM-VARIANCE-STR
           MOVE WS-YTD-VARIANCE TO WS-YTD-VARIANCE-STR.

       WRITE-CHARGEBACK-LINE.
           PERFORM COMPUTE-VARIANCE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-LINE-TYPE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-OUT-CODE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PROJECTS-STR) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DAYS-STR) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARCHIVED-STR) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRIOR-DAYS-STR) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MOM-VARIANCE-STR) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-MOM-PCT-TEXT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-YTD-DAYS-STR) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRIOR-YTD-STR) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-YTD-VARIANCE-STR) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * WRITE-CHARGEBACK-CSV-ROW: The ledger-upload row for the
      * current cost center (figures already edited by
      * WRITE-CHARGEBACK-LINE); the code is quoted with embedded
      * quotes doubled
      ******************************************************************
       WRITE-CHARGEBACK-CSV-ROW.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           STRING WS-PERIOD DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           MOVE WS-OUT-CODE TO WS-CSV-VALUE
           PERFORM APPEND-CSV-VALUE
           STRING "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PROJECTS-STR) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DAYS-STR) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARCHIVED-STR) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRIOR-DAYS-STR) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MOM-VARIANCE-STR) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-MOM-PCT-TEXT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-YTD-DAYS-STR) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRIOR-YTD-STR) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-YTD-VARIANCE-STR) DELIMITED BY SIZE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           MOVE WS-CSV-LINE TO CHARGEBACK-CSV-RECORD
           WRITE CHARGEBACK-CSV-RECORD.

      ******************************************************************
      * APPEND-CSV-VALUE: Append WS-CSV-VALUE to the CSV line quoted,
      * doubling embedded quote characters
      ******************************************************************
       APPEND-CSV-VALUE.
           MOVE LENGTH OF WS-CSV-VALUE TO WS-CSV-VALUE-LEN
           PERFORM UNTIL WS-CSV-VALUE-LEN = 0
                      OR WS-CSV-VALUE(WS-CSV-VALUE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CSV-VALUE-LEN
           END-PERFORM

           STRING '"' DELIMITED BY SIZE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           PERFORM VARYING WS-CSV-VALUE-IDX FROM 1 BY 1
                       UNTIL WS-CSV-VALUE-IDX > WS-CSV-VALUE-LEN
               IF WS-CSV-VALUE(WS-CSV-VALUE-IDX:1) = '"'
                   STRING '""' DELIMITED BY SIZE
                          INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               ELSE
                   STRING WS-CSV-VALUE(WS-CSV-VALUE-IDX:1)
                              DELIMITED BY SIZE
                          INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               END-IF
           END-PERFORM
           STRING '"' DELIMITED BY SIZE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CHARGEBACK-RECORD
           WRITE CHARGEBACK-RECORD.

       END PROGRAM COST-CENTER-CHARGEBACK.
