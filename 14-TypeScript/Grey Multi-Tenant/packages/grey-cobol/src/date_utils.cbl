      *   DATE-CUTOFF-TS     - the timestamp N days before now
      *   DATE-TS-COMPARE    - "<", "=", or ">" for two timestamps
      *   DATE-TS-NORMALIZE  - any offset form to UTC
      *   DATE-ADD-BUSINESS-DAYS     - N business days on (or back)
      *   DATE-BUSINESS-DAYS-BETWEEN - business days between two
      *                                timestamps
      *   DATE-BUSINESS-CUTOFF-TS    - N business days before now
      *   DATE-IS-BUSINESS-DAY       - "Y" or "N" for a timestamp
      *   DATE-RUN-DAY-CHECK         - does a run-day rule (DAILY,
      *                                BUSINESS-DAY, MONTH-END...)
      *                                fall on a given day
      *
      * Business days are Monday to Friday less the shop holiday
      * calendar (GREY_HOLIDAY_CALENDAR, default
      * /tmp/grey_holiday_calendar.txt), "#" lines are comments:
      *   "region|date|description"
      * The date is YYYYMMDD or YYYY-MM-DD. A blank or "*" region is
      * a holiday everywhere; any other region applies only when it
      * matches GREY_CALENDAR_REGION, so one file carries the shop
      * calendar and its regional variants. The calendar is read
      * once, on the first business-day call; with no calendar on
      * file only weekends are non-business days.
      *
      * Grey timestamps arrive with varying offsets - webhook
      * occurred_at in the tenant's local offset, updated_at in UTC
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATE-UTILS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO WS-CAL-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD             PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-DATE-NUM                 PIC 9(8)   VALUE 0.
       01  WS-NORM-SS-OUT              PIC 9(2)   VALUE 0.
       01  WS-TS-WORK-B                PIC X(32)  VALUE SPACES.

      ******************************************************************
      * Holiday calendar - the shop-wide and this region's holidays
      * as integer dates, loaded once per run unit
      ******************************************************************
       01  WS-CAL-FILE-NAME            PIC X(64)
               VALUE "/tmp/grey_holiday_calendar.txt".
       01  WS-CAL-FILE-ENV             PIC X(64)  VALUE SPACES.
       01  WS-CAL-FILE-STATUS          PIC XX     VALUE SPACES.
       01  WS-CAL-REGION               PIC X(16)  VALUE SPACES.
       01  WS-CAL-LOADED               PIC X      VALUE "N".
       01  WS-CAL-EOF                  PIC X      VALUE "N".
       01  WS-CAL-TABLE.
           05  WS-CAL-COUNT             PIC 9(4)  VALUE 0.
           05  WS-CAL-HOLIDAY OCCURS 1000 TIMES PIC 9(8).
       01  WS-CAL-IDX                  PIC 9(4)   VALUE 0.
       01  WS-CAL-REC-REGION           PIC X(16)  VALUE SPACES.
       01  WS-CAL-REC-DATE             PIC X(12)  VALUE SPACES.
       01  WS-CAL-REC-DESC             PIC X(80)  VALUE SPACES.
       01  WS-CAL-DATE-NUM             PIC 9(8)   VALUE 0.

      ******************************************************************
      * Business-day working fields
      ******************************************************************
       01  WS-BD-INT                   PIC 9(8)   VALUE 0.
       01  WS-BD-FLAG                  PIC X      VALUE "N".
       01  WS-BD-WEEKDAY               PIC 9      VALUE 0.
       01  WS-BD-STEP                  PIC S9     VALUE 1.
       01  WS-BD-REMAIN                PIC 9(5)   VALUE 0.
       01  WS-BD-COUNT                 PIC S9(8)  VALUE 0.
       01  WS-BD-LOW                   PIC 9(8)   VALUE 0.
       01  WS-BD-HIGH                  PIC 9(8)   VALUE 0.
       01  WS-BD-DAY-INT               PIC 9(8)   VALUE 0.
       01  WS-BD-DATE                  PIC 9(8)   VALUE 0.
       01  WS-BD-DATE-X REDEFINES WS-BD-DATE.
           05  WS-BD-YYYY              PIC X(4).
           05  WS-BD-MM                PIC X(2).
           05  WS-BD-DD                PIC X(2).
       01  WS-BD-MONTH                 PIC X(6)   VALUE SPACES.
       01  WS-BD-RULE                  PIC X(20)  VALUE SPACES.

       LINKAGE SECTION.
       01  LS-TS                       PIC X(32).
       01  LS-TS-B                     PIC X(32).
       01  LS-DAYS-BACK                PIC 9(5).
       01  LS-TS-OUT                   PIC X(32).
       01  LS-CMP-OUT                  PIC X.
       01  LS-BDAYS                    PIC S9(5).
       01  LS-FLAG-OUT                 PIC X.
       01  LS-RULE                     PIC X(20).

       PROCEDURE DIVISION.

           END-EVALUATE
           GOBACK.

      ******************************************************************
      * DATE-ADD-BUSINESS-DAYS: The timestamp LS-BDAYS business days
      * after the given one (before it when LS-BDAYS is negative),
      * keeping its time of day; weekends and calendar holidays are
      * stepped over. An unparseable input passes through unchanged
      * Input:  LS-TS, LS-BDAYS
      * Output: LS-TS-OUT (UTC)
      ******************************************************************
       ENTRY "DATE-ADD-BUSINESS-DAYS" USING LS-TS LS-BDAYS LS-TS-OUT.
           PERFORM LOAD-CALENDAR
           MOVE LS-TS TO LS-TS-OUT
           MOVE LS-TS TO WS-NORM-IN
           PERFORM NORMALIZE-TS
           MOVE WS-NORM-OUT TO WS-TS-WORK
           PERFORM PARSE-TS-TO-INT
           IF WS-INT-A = 0
               GOBACK
           END-IF
           MOVE WS-INT-A TO WS-BD-INT
           IF LS-BDAYS < 0
               MOVE -1 TO WS-BD-STEP
               COMPUTE WS-BD-REMAIN = 0 - LS-BDAYS
           ELSE
               MOVE 1 TO WS-BD-STEP
               MOVE LS-BDAYS TO WS-BD-REMAIN
           END-IF
           PERFORM UNTIL WS-BD-REMAIN = 0
               ADD WS-BD-STEP TO WS-BD-INT
               PERFORM CHECK-BUSINESS-DAY
               IF WS-BD-FLAG = "Y"
                   SUBTRACT 1 FROM WS-BD-REMAIN
               END-IF
           END-PERFORM
           COMPUTE WS-BD-DATE = FUNCTION DATE-OF-INTEGER(WS-BD-INT)
           MOVE SPACES TO LS-TS-OUT
           STRING WS-BD-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-BD-MM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-BD-DD DELIMITED BY SIZE
                  WS-TS-WORK(11:9) DELIMITED BY SIZE
                  INTO LS-TS-OUT
           GOBACK.

      ******************************************************************
      * DATE-BUSINESS-DAYS-BETWEEN: Business days from the second
      * timestamp to the first, counted the way DATE-TS-DIFF-DAYS
      * counts calendar days (each business day after the earlier
      * date, up to and including the later one); positive when the
      * first is later, zero when either is unparseable
      * Input:  LS-TS, LS-TS-B
      * Output: LS-DIFF-OUT
      ******************************************************************
       ENTRY "DATE-BUSINESS-DAYS-BETWEEN" USING LS-TS LS-TS-B
                                                LS-DIFF-OUT.
           PERFORM LOAD-CALENDAR
           MOVE 0 TO LS-DIFF-OUT
           MOVE LS-TS TO WS-NORM-IN
           PERFORM NORMALIZE-TS
           MOVE WS-NORM-OUT TO WS-TS-WORK
           PERFORM PARSE-TS-TO-INT
           IF WS-INT-A = 0
               GOBACK
           END-IF
           MOVE WS-INT-A TO WS-INT-B
           MOVE LS-TS-B TO WS-NORM-IN
           PERFORM NORMALIZE-TS
           MOVE WS-NORM-OUT TO WS-TS-WORK
           PERFORM PARSE-TS-TO-INT
           IF WS-INT-A = 0
               GOBACK
           END-IF
           IF WS-INT-B >= WS-INT-A
               COMPUTE WS-BD-LOW = WS-INT-A + 1
               MOVE WS-INT-B TO WS-BD-HIGH
           ELSE
               COMPUTE WS-BD-LOW = WS-INT-B + 1
               MOVE WS-INT-A TO WS-BD-HIGH
           END-IF
           MOVE 0 TO WS-BD-COUNT
           PERFORM VARYING WS-BD-DAY-INT FROM WS-BD-LOW BY 1
                       UNTIL WS-BD-DAY-INT > WS-BD-HIGH
               MOVE WS-BD-DAY-INT TO WS-BD-INT
               PERFORM CHECK-BUSINESS-DAY
               IF WS-BD-FLAG = "Y"
                   ADD 1 TO WS-BD-COUNT
               END-IF
           END-PERFORM
           IF WS-INT-B >= WS-INT-A
               MOVE WS-BD-COUNT TO LS-DIFF-OUT
           ELSE
               COMPUTE LS-DIFF-OUT = 0 - WS-BD-COUNT
           END-IF
           GOBACK.

      ******************************************************************
      * DATE-BUSINESS-CUTOFF-TS: The business-day counterpart of
      * DATE-CUTOFF-TS - midnight of the day LS-DAYS-BACK business
      * days before today, so a record touched just before a holiday
      * does not age while nobody is in the office
      * Input:  LS-DAYS-BACK
      * Output: LS-TS-OUT
      ******************************************************************
       ENTRY "DATE-BUSINESS-CUTOFF-TS" USING LS-DAYS-BACK LS-TS-OUT.
           PERFORM LOAD-CALENDAR
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-DATE-NUM
           COMPUTE WS-BD-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE LS-DAYS-BACK TO WS-BD-REMAIN
           PERFORM UNTIL WS-BD-REMAIN = 0
               SUBTRACT 1 FROM WS-BD-INT
               PERFORM CHECK-BUSINESS-DAY
               IF WS-BD-FLAG = "Y"
                   SUBTRACT 1 FROM WS-BD-REMAIN
               END-IF
           END-PERFORM
           COMPUTE WS-BD-DATE = FUNCTION DATE-OF-INTEGER(WS-BD-INT)
           MOVE SPACES TO LS-TS-OUT
           STRING WS-BD-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-BD-MM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-BD-DD DELIMITED BY SIZE
                  "T00:00:00" DELIMITED BY SIZE
                  INTO LS-TS-OUT
           GOBACK.

      ******************************************************************
      * DATE-IS-BUSINESS-DAY: "Y" when the timestamp's (UTC) date is
      * a business day, "N" when it is a weekend, a calendar
      * holiday, or unparseable
      * Input:  LS-TS
      * Output: LS-FLAG-OUT
      ******************************************************************
       ENTRY "DATE-IS-BUSINESS-DAY" USING LS-TS LS-FLAG-OUT.
           PERFORM LOAD-CALENDAR
           MOVE "N" TO LS-FLAG-OUT
           MOVE LS-TS TO WS-NORM-IN
           PERFORM NORMALIZE-TS
           MOVE WS-NORM-OUT TO WS-TS-WORK
           PERFORM PARSE-TS-TO-INT
           IF WS-INT-A = 0
               GOBACK
           END-IF
           MOVE WS-INT-A TO WS-BD-INT
           PERFORM CHECK-BUSINESS-DAY
           MOVE WS-BD-FLAG TO LS-FLAG-OUT
           GOBACK.

      ******************************************************************
      * DATE-RUN-DAY-CHECK: Whether a scheduling rule falls on the
      * given day (today when LS-TS is spaces):
      *   DAILY (or spaces)   every day
      *   BUSINESS-DAY        Monday to Friday, not a holiday
      *   NON-BUSINESS-DAY    weekends and holidays
      *   FIRST-BUSINESS-DAY  the month's first business day
      *   LAST-BUSINESS-DAY   the month's last business day
      *   MONTH-END           same as LAST-BUSINESS-DAY
      * Input:  LS-RULE, LS-TS
      * Output: LS-FLAG-OUT - "Y", "N", or "?" for a rule not listed
      *         above (or an unparseable date)
      ******************************************************************
       ENTRY "DATE-RUN-DAY-CHECK" USING LS-RULE LS-TS LS-FLAG-OUT.
           PERFORM LOAD-CALENDAR
           MOVE "?" TO LS-FLAG-OUT
           MOVE FUNCTION UPPER-CASE(LS-RULE) TO WS-BD-RULE
           IF LS-TS = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-NOW
               MOVE WS-NOW(1:8) TO WS-DATE-NUM
               COMPUTE WS-INT-A =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           ELSE
               MOVE LS-TS TO WS-NORM-IN
               PERFORM NORMALIZE-TS
               MOVE WS-NORM-OUT TO WS-TS-WORK
               PERFORM PARSE-TS-TO-INT
               IF WS-INT-A = 0
                   GOBACK
               END-IF
           END-IF
           MOVE WS-INT-A TO WS-BD-INT
           PERFORM CHECK-BUSINESS-DAY

           EVALUATE WS-BD-RULE
               WHEN SPACES
               WHEN "DAILY"
                   MOVE "Y" TO LS-FLAG-OUT
               WHEN "BUSINESS-DAY"
                   MOVE WS-BD-FLAG TO LS-FLAG-OUT
               WHEN "NON-BUSINESS-DAY"
                   IF WS-BD-FLAG = "Y"
                       MOVE "N" TO LS-FLAG-OUT
                   ELSE
                       MOVE "Y" TO LS-FLAG-OUT
                   END-IF
               WHEN "FIRST-BUSINESS-DAY"
                   MOVE -1 TO WS-BD-STEP
                   PERFORM CHECK-EDGE-BUSINESS-DAY
                   MOVE WS-BD-FLAG TO LS-FLAG-OUT
               WHEN "LAST-BUSINESS-DAY"
               WHEN "MONTH-END"
                   MOVE 1 TO WS-BD-STEP
                   PERFORM CHECK-EDGE-BUSINESS-DAY
                   MOVE WS-BD-FLAG TO LS-FLAG-OUT
           END-EVALUATE
           GOBACK.

      ******************************************************************
      * Internal: WS-TS-WORK ("YYYY-MM-DD...") to integer date form
      * in WS-INT-A; zero when unparseable
                  WS-NORM-SS-OUT DELIMITED BY SIZE
                  INTO WS-NORM-OUT.

      ******************************************************************
      * Internal: Load the holiday calendar on first use - shop-wide
      * entries plus those for GREY_CALENDAR_REGION
      ******************************************************************
       LOAD-CALENDAR.
           IF WS-CAL-LOADED = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CAL-LOADED
           MOVE 0 TO WS-CAL-COUNT

           ACCEPT WS-CAL-FILE-ENV
               FROM ENVIRONMENT "GREY_HOLIDAY_CALENDAR"
           IF WS-CAL-FILE-ENV NOT = SPACES
               MOVE WS-CAL-FILE-ENV TO WS-CAL-FILE-NAME
           END-IF
           ACCEPT WS-CAL-REGION FROM ENVIRONMENT "GREY_CALENDAR_REGION"
           MOVE FUNCTION UPPER-CASE(WS-CAL-REGION) TO WS-CAL-REGION

           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CAL-EOF
           PERFORM UNTIL WS-CAL-EOF = "Y"
               READ CALENDAR-FILE
                   AT END MOVE "Y" TO WS-CAL-EOF
                   NOT AT END
                       IF CALENDAR-RECORD NOT = SPACES
                           AND CALENDAR-RECORD(1:1) NOT = "#"
                           PERFORM LOAD-ONE-HOLIDAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE.

       LOAD-ONE-HOLIDAY.
           MOVE SPACES TO WS-CAL-REC-REGION WS-CAL-REC-DATE
                          WS-CAL-REC-DESC
           UNSTRING CALENDAR-RECORD DELIMITED BY "|"
               INTO WS-CAL-REC-REGION WS-CAL-REC-DATE WS-CAL-REC-DESC
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CAL-REC-REGION))
               TO WS-CAL-REC-REGION
           MOVE FUNCTION TRIM(WS-CAL-REC-DATE) TO WS-CAL-REC-DATE
           IF WS-CAL-REC-REGION NOT = SPACES
               AND WS-CAL-REC-REGION NOT = "*"
               AND WS-CAL-REC-REGION NOT = WS-CAL-REGION
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CAL-DATE-NUM
           EVALUATE TRUE
               WHEN WS-CAL-REC-DATE(1:8) IS NUMERIC
                   MOVE WS-CAL-REC-DATE(1:8) TO WS-CAL-DATE-NUM
               WHEN WS-CAL-REC-DATE(1:4) IS NUMERIC
                    AND WS-CAL-REC-DATE(6:2) IS NUMERIC
                    AND WS-CAL-REC-DATE(9:2) IS NUMERIC
                   COMPUTE WS-CAL-DATE-NUM =
                       FUNCTION NUMVAL(WS-CAL-REC-DATE(1:4)) * 10000
                       + FUNCTION NUMVAL(WS-CAL-REC-DATE(6:2)) * 100
                       + FUNCTION NUMVAL(WS-CAL-REC-DATE(9:2))
           END-EVALUATE
           IF WS-CAL-DATE-NUM = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-CAL-DATE-NUM) NOT = 0
               DISPLAY "Holiday calendar date not understood - "
                       FUNCTION TRIM(WS-CAL-REC-DATE)
               EXIT PARAGRAPH
           END-IF
           IF WS-CAL-COUNT >= 1000
               DISPLAY "WARNING: holiday calendar filled at 1000 "
                       "dates - remaining entries ignored"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CAL-COUNT
           COMPUTE WS-CAL-HOLIDAY(WS-CAL-COUNT) =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-NUM).

      ******************************************************************
      * Internal: WS-BD-FLAG = "Y" when integer date WS-BD-INT is a
      * business day. Integer day 1 (1601-01-01) was a Monday, so
      * MOD(day - 1, 7) is 0 for Monday through 6 for Sunday
      ******************************************************************
       CHECK-BUSINESS-DAY.
           MOVE "Y" TO WS-BD-FLAG
           COMPUTE WS-BD-WEEKDAY = FUNCTION MOD(WS-BD-INT - 1, 7)
           IF WS-BD-WEEKDAY >= 5
               MOVE "N" TO WS-BD-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                       UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-HOLIDAY(WS-CAL-IDX) = WS-BD-INT
                   MOVE "N" TO WS-BD-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * Internal: WS-BD-FLAG = "Y" when integer date WS-BD-INT is a
      * business day and no other business day lies between it and
      * the month's edge in direction WS-BD-STEP (-1 looks back to
      * the 1st, +1 forward to the month's last day)
      ******************************************************************
       CHECK-EDGE-BUSINESS-DAY.
           PERFORM CHECK-BUSINESS-DAY
           IF WS-BD-FLAG NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BD-INT TO WS-BD-DAY-INT
           COMPUTE WS-BD-DATE = FUNCTION DATE-OF-INTEGER(WS-BD-INT)
           MOVE WS-BD-DATE-X(1:6) TO WS-BD-MONTH
           PERFORM UNTIL WS-BD-FLAG NOT = "Y"
               ADD WS-BD-STEP TO WS-BD-INT
               COMPUTE WS-BD-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-BD-INT)
               IF WS-BD-DATE-X(1:6) NOT = WS-BD-MONTH
                   EXIT PERFORM
               END-IF
               PERFORM CHECK-BUSINESS-DAY
               IF WS-BD-FLAG = "Y"
                   MOVE "N" TO WS-BD-FLAG
               ELSE
                   MOVE "Y" TO WS-BD-FLAG
               END-IF
           END-PERFORM
           MOVE WS-BD-DAY-INT TO WS-BD-INT.

       END PROGRAM DATE-UTILS.
