      ******************************************************************
      * master_sample_verify.cbl - Grey Master Sample Verification
      * PROJECT-RECONCILIATION-REPORT compares the whole master with
      * Grey but is too expensive to run more than weekly, so field
      * corruption in the master could sit unnoticed for days. This
      * nightly job draws a random sample of master records, fetches
      * each one live through PROJECTS-GET, compares every GREYSYNC
      * field Grey also holds (name, description, created, updated,
      * owner, status and ETag), and estimates the master's error
      * rate from the sample.
      *
      * Parameters (environment):
      *   GREY_SAMPLE_SIZE       records ("200") or a percentage of
      *                          the master ("2%", "0.5%");
      *                          default 200, never more than 5000
      *   GREY_SAMPLE_SEED       any text; the same seed over the same
      *                          master draws the same sample (default
      *                          the run date, so a rerun the same
      *                          night repeats the night's sample)
      *   GREY_SAMPLE_STRATA     OWNER or STATUS to sample each owner's
      *                          or status's projects in proportion
      *                          (rounded, at least one each while the
      *                          sample is no smaller than the number
      *                          of strata); blank for none
      *   GREY_SAMPLE_THRESHOLD  error rate, in percent, that raises
      *                          the alert (default 1)
      *
      * Selection: every record gets a score from the seed and its
      * project ID (the shop's rolling hash of "seed|id", scrambled
      * by three rounds of squaring modulo a prime); the sampling
      * frame is sorted by stratum and score and each stratum's
      * lowest scores are taken - a uniform sample that does not
      * depend on the master's key order.
      *
      * A sampled record whose live updated-at differs from the
      * master's was changed in Grey after the last sync; it is
      * reported STALE and not counted as an error. Otherwise any
      * differing field makes the record CORRUPT; a project Grey no
      * longer has is CORRUPT (field "exists"). A record that cannot
      * be fetched is UNVERIFIED and left out of the rate.
      *
      * The error rate is CORRUPT / (sampled - UNVERIFIED), given
      * with the upper end of its 95% Wilson score interval. When
      * the estimated rate is over the threshold an ERROR is spooled
      * through NOTIFY-SPOOL.
      *
      * Report (/tmp/grey_sample_verify_report.txt):
      *   "SAMPLE-VERIFY|RUN_DATE=..|SEED=..|STRATA=..|
      *    POPULATION=n|SAMPLE=n"
      *   "STRATUM|name|population|allocated"
      *   "MISMATCH|id|field|master-value|live-value"
      *   "STALE|id|master-updated|live-updated"
      *   "UNVERIFIED|id|error-code"
      *   "TOTAL|SAMPLED=n|VERIFIED=n|CORRUPT=n|STALE=n|
      *    UNVERIFIED=n|ERROR_RATE=p%|UPPER_95=u%|THRESHOLD=t%"
      *
      * RETURN-CODE 0 within threshold, 4 error rate over the
      * threshold, 8 master unavailable, login failed, or nothing in
      * the sample could be verified, 12 another instance holds the
      * run lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-SAMPLE-VERIFY.

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

           SELECT FRAME-FILE ASSIGN TO WS-FRAME-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FRAME-FILE-STATUS.

           SELECT SORTED-FRAME-FILE ASSIGN TO WS-SORTED-FRAME-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-FRAME-STATUS.

           SELECT VERIFY-REPORT-FILE ASSIGN TO WS-VERIFY-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYNC-MASTER-FILE.
       COPY GREYSYNC.

       FD  FRAME-FILE.
       01  FRAME-RECORD                PIC X(160).

       FD  SORTED-FRAME-FILE.
       01  SORTED-FRAME-RECORD         PIC X(160).

       FD  VERIFY-REPORT-FILE.
       01  VERIFY-REPORT-RECORD        PIC X(400).

       WORKING-STORAGE SECTION.
       COPY GREYCONF.
       COPY GREYERR.
       COPY GREYRES.
       COPY GREYAUTH.
       COPY GREYPROJ.

       01  WS-SYNC-FILE-NAME           PIC X(64)
               VALUE "/tmp/grey_project_master.dat".
       01  WS-SYNC-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-FRAME-FILE-NAME          PIC X(64)
               VALUE "/tmp/grey_sample_frame.txt".
       01  WS-FRAME-FILE-STATUS        PIC XX     VALUE SPACES.
       01  WS-SORTED-FRAME-NAME        PIC X(64)
               VALUE "/tmp/grey_sample_frame_sorted.txt".
       01  WS-SORTED-FRAME-STATUS      PIC XX     VALUE SPACES.
       01  WS-VERIFY-REPORT-NAME       PIC X(64)
               VALUE "/tmp/grey_sample_verify_report.txt".
       01  WS-SORT-COMMAND             PIC X(256) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-MASTER-EOF               PIC X      VALUE "N".
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-REPORT-LINE              PIC X(400) VALUE SPACES.

       01  WS-HOST-ENV                 PIC X(256) VALUE SPACES.
       01  WS-PORT-ENV                 PIC X(5)   VALUE SPACES.
       01  WS-PORT-NUM                 PIC 9(5)   VALUE 0.
       01  WS-USER-ENV                 PIC X(256) VALUE SPACES.
       01  WS-PASS-ENV                 PIC X(256) VALUE SPACES.
       01  WS-TENANT-ENV               PIC X(64)  VALUE SPACES.
       01  WS-PROXY-ENV                PIC X(512) VALUE SPACES.
       01  WS-PROFILE-ENV              PIC X(32)  VALUE SPACES.
       01  WS-PROFILE-LOADED           PIC X      VALUE "N".

      ******************************************************************
      * Parameters
      ******************************************************************
       01  WS-SIZE-ENV                 PIC X(10)  VALUE SPACES.
       01  WS-SIZE-LEN                 PIC 9(3)   VALUE 0.
       01  WS-SIZE-IS-PCT              PIC X      VALUE "N".
       01  WS-SIZE-VALUE               PIC 9(5)V9(4) VALUE 0.
       01  WS-SEED                     PIC X(32)  VALUE SPACES.
       01  WS-STRATA                   PIC X(8)   VALUE SPACES.
           88  WS-STRATA-OWNER                    VALUE "OWNER".
           88  WS-STRATA-STATUS                   VALUE "STATUS".
           88  WS-STRATA-NONE                     VALUE "NONE".
       01  WS-THRESHOLD-ENV            PIC X(10)  VALUE SPACES.
       01  WS-THRESHOLD-PCT            PIC 9(3)V9(4) VALUE 1.
       01  WS-SAMPLE-LIMIT             PIC 9(5)   VALUE 5000.

      ******************************************************************
      * Scoring - rolling hash of "seed|id" then scrambled
      ******************************************************************
       01  WS-SCORE-TEXT               PIC X(100) VALUE SPACES.
       01  WS-SCORE-LEN                PIC 9(3)   VALUE 0.
       01  WS-SCORE-IDX                PIC 9(3)   VALUE 0.
       01  WS-SCORE-ROUND              PIC 9      VALUE 0.
       01  WS-SCORE-WORK               PIC 9(18) COMP-5 VALUE 0.
       01  WS-SCORE                    PIC 9(9)   VALUE 0.
       01  WS-STRATUM                  PIC X(64)  VALUE SPACES.

      ******************************************************************
      * Strata, in sorted-frame order, with their allocations
      ******************************************************************
       01  WS-STRATUM-TABLE.
           05  WS-SG-COUNT              PIC 9(4)  VALUE 0.
           05  WS-SG-ENTRY OCCURS 5000 TIMES.
               10  WS-SG-NAME           PIC X(64).
               10  WS-SG-POP            PIC 9(8).
               10  WS-SG-ALLOC          PIC 9(5).
       01  WS-SG-IDX                   PIC 9(4)   VALUE 0.
       01  WS-SG-OVERFLOW              PIC X      VALUE "N".
       01  WS-SG-TAKEN                 PIC 9(5)   VALUE 0.
       01  WS-PREV-STRATUM             PIC X(64)  VALUE SPACES.
       01  WS-FRAME-STRATUM            PIC X(64)  VALUE SPACES.
       01  WS-FRAME-SCORE              PIC X(9)   VALUE SPACES.
       01  WS-FRAME-ID                 PIC X(64)  VALUE SPACES.

       01  WS-POPULATION               PIC 9(8)   VALUE 0.
       01  WS-SAMPLE-TARGET            PIC 9(5)   VALUE 0.
       01  WS-SAMPLE-ALLOCATED         PIC 9(5)   VALUE 0.

      ******************************************************************
      * Verification counts and the estimate
      ******************************************************************
       01  WS-SAMPLED                  PIC 9(5)   VALUE 0.
       01  WS-VERIFIED                 PIC 9(5)   VALUE 0.
       01  WS-CORRUPT                  PIC 9(5)   VALUE 0.
       01  WS-STALE                    PIC 9(5)   VALUE 0.
       01  WS-UNVERIFIED               PIC 9(5)   VALUE 0.
       01  WS-RECORD-CORRUPT           PIC X      VALUE "N".
       01  WS-FIELD-NAME               PIC X(12)  VALUE SPACES.
       01  WS-MASTER-VALUE             PIC X(1024) VALUE SPACES.
       01  WS-LIVE-VALUE               PIC X(1024) VALUE SPACES.

       01  WS-Z                        PIC 9V99   VALUE 1.96.
       01  WS-P                        PIC 9V9(8) VALUE 0.
       01  WS-CENTER                   PIC 9V9(8) VALUE 0.
       01  WS-HALF                     PIC 9V9(8) VALUE 0.
       01  WS-UPPER                    PIC 9V9(8) VALUE 0.
       01  WS-RATE-PCT                 PIC 9(3)V99 VALUE 0.
       01  WS-UPPER-PCT                PIC 9(3)V99 VALUE 0.
       01  WS-RATE-TEXT                PIC ZZ9.99 VALUE SPACES.
       01  WS-UPPER-TEXT               PIC ZZ9.99 VALUE SPACES.
       01  WS-THRESHOLD-TEXT           PIC ZZ9.99 VALUE SPACES.
       01  WS-COUNT-TEXT               PIC Z(7)9  VALUE SPACES.
       01  WS-COUNT-TEXT-2             PIC Z(7)9  VALUE SPACES.
       01  WS-COUNT-TEXT-3             PIC Z(7)9  VALUE SPACES.
       01  WS-LINE-PTR                 PIC 9(3)   VALUE 1.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "MASTER-SAMPLE-VERIFY".
       01  WS-HIST-RUN-ID              PIC X(24)  VALUE SPACES.
       01  WS-HIST-READ                PIC 9(8)   VALUE 0.
       01  WS-HIST-OK                  PIC 9(8)   VALUE 0.
       01  WS-HIST-FAIL                PIC 9(8)   VALUE 0.
       01  WS-HIST-CID                 PIC X(40)  VALUE SPACES.

      ******************************************************************
      * Notification spool fields
      ******************************************************************
       01  WS-NOTIFY-SEVERITY          PIC X(8)   VALUE SPACES.
       01  WS-NOTIFY-SUMMARY           PIC X(64)  VALUE SPACES.
       01  WS-NOTIFY-DETAIL            PIC X(256) VALUE SPACES.
       01  WS-LOCK-ACQUIRED            PIC X      VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Master Sample Verification ==="
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW

           CALL "RUN-HISTORY-START" USING WS-HIST-JOB-NAME
                                          WS-HIST-RUN-ID
           CALL "RUN-LOCK-ACQUIRE" USING WS-HIST-JOB-NAME
                                         WS-LOCK-ACQUIRED
           IF WS-LOCK-ACQUIRED NOT = "Y"
               MOVE 12 TO RETURN-CODE
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF

           PERFORM READ-PARAMETERS

           OPEN INPUT SYNC-MASTER-FILE
           IF WS-SYNC-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-RES-ERR-MSG
               STRING "cannot open project master " DELIMITED BY SIZE
                      WS-SYNC-FILE-NAME DELIMITED BY SPACE
                      " (status " DELIMITED BY SIZE
                      WS-SYNC-FILE-STATUS DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-RES-ERR-MSG
               PERFORM ABEND-RUN
           END-IF

           PERFORM BUILD-SAMPLE-FRAME
           PERFORM ALLOCATE-SAMPLE

           OPEN OUTPUT VERIFY-REPORT-FILE
           MOVE WS-POPULATION TO WS-COUNT-TEXT
           MOVE WS-SAMPLE-ALLOCATED TO WS-COUNT-TEXT-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SAMPLE-VERIFY|RUN_DATE=" DELIMITED BY SIZE
                  WS-NOW(1:8) DELIMITED BY SIZE
                  "|SEED=" DELIMITED BY SIZE
                  WS-SEED DELIMITED BY SPACE
                  "|STRATA=" DELIMITED BY SIZE
                  WS-STRATA DELIMITED BY SPACE
                  "|POPULATION=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  "|SAMPLE=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT-2) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF NOT WS-STRATA-NONE
               PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                           UNTIL WS-SG-IDX > WS-SG-COUNT
                   MOVE WS-SG-POP(WS-SG-IDX) TO WS-COUNT-TEXT
                   MOVE WS-SG-ALLOC(WS-SG-IDX) TO WS-COUNT-TEXT-2
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "STRATUM|" DELIMITED BY SIZE
                          WS-SG-NAME(WS-SG-IDX) DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-COUNT-TEXT)
                              DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-COUNT-TEXT-2)
                              DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-PERFORM
           END-IF

           IF WS-SAMPLE-ALLOCATED > 0
               PERFORM INITIALIZE-CONFIG
               PERFORM AUTHENTICATE
               IF WS-RESULT-OK NOT = "Y"
                   MOVE SPACES TO WS-NOTIFY-DETAIL
                   STRING "login failed: " DELIMITED BY SIZE
                          WS-RES-ERR-MSG DELIMITED BY "  "
                          INTO WS-NOTIFY-DETAIL
                   MOVE WS-NOTIFY-DETAIL TO WS-RES-ERR-MSG
                   CALL "SDK-SHUTDOWN"
                   CLOSE VERIFY-REPORT-FILE
                   PERFORM ABEND-RUN
               END-IF
               PERFORM VERIFY-SAMPLE
               CALL "SDK-SHUTDOWN"
           END-IF
           CLOSE SYNC-MASTER-FILE

           PERFORM ESTIMATE-ERROR-RATE
           PERFORM WRITE-TOTAL-LINE
           CLOSE VERIFY-REPORT-FILE

           DISPLAY "Sample verification complete. Sampled: "
                   WS-SAMPLED " Corrupt: " WS-CORRUPT
                   " Stale: " WS-STALE " Unverified: " WS-UNVERIFIED
           DISPLAY "Estimated error rate " FUNCTION TRIM(WS-RATE-TEXT)
                   "% (95% upper bound "
                   FUNCTION TRIM(WS-UPPER-TEXT) "%)"

           MOVE WS-SAMPLED TO WS-HIST-READ
           MOVE WS-VERIFIED TO WS-HIST-OK
           SUBTRACT WS-CORRUPT FROM WS-HIST-OK
           MOVE WS-CORRUPT TO WS-HIST-FAIL
           ADD WS-UNVERIFIED TO WS-HIST-FAIL

           IF WS-SAMPLED > 0 AND WS-VERIFIED = 0
               MOVE "no sampled record could be fetched from Grey"
                   TO WS-RES-ERR-MSG
               PERFORM ABEND-RUN
           END-IF
           IF WS-RATE-PCT > WS-THRESHOLD-PCT
               PERFORM NOTIFY-RATE-OVER-THRESHOLD
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           STOP RUN.

      ******************************************************************
      * READ-PARAMETERS: Sample size, seed, strata and threshold
      ******************************************************************
       READ-PARAMETERS.
           ACCEPT WS-SIZE-ENV FROM ENVIRONMENT "GREY_SAMPLE_SIZE"
           ACCEPT WS-SEED FROM ENVIRONMENT "GREY_SAMPLE_SEED"
           ACCEPT WS-STRATA FROM ENVIRONMENT "GREY_SAMPLE_STRATA"
           ACCEPT WS-THRESHOLD-ENV
               FROM ENVIRONMENT "GREY_SAMPLE_THRESHOLD"

           MOVE 200 TO WS-SIZE-VALUE
           MOVE "N" TO WS-SIZE-IS-PCT
           MOVE 10 TO WS-SIZE-LEN
           PERFORM UNTIL WS-SIZE-LEN = 0
                      OR WS-SIZE-ENV(WS-SIZE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-SIZE-LEN
           END-PERFORM
           IF WS-SIZE-LEN > 0
               IF WS-SIZE-ENV(WS-SIZE-LEN:1) = "%"
                   MOVE "Y" TO WS-SIZE-IS-PCT
                   SUBTRACT 1 FROM WS-SIZE-LEN
               END-IF
           END-IF
           IF WS-SIZE-LEN > 0
               IF FUNCTION TEST-NUMVAL(WS-SIZE-ENV(1:WS-SIZE-LEN)) = 0
                   COMPUTE WS-SIZE-VALUE =
                       FUNCTION NUMVAL(WS-SIZE-ENV(1:WS-SIZE-LEN))
               ELSE
                   DISPLAY "GREY_SAMPLE_SIZE not understood ("
                           FUNCTION TRIM(WS-SIZE-ENV)
                           ") - using 200 records"
                   MOVE "N" TO WS-SIZE-IS-PCT
               END-IF
           END-IF

           IF WS-SEED = SPACES
               MOVE WS-NOW(1:8) TO WS-SEED
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-STRATA) TO WS-STRATA
           IF WS-STRATA = SPACES
               MOVE "NONE" TO WS-STRATA
           END-IF
           IF NOT WS-STRATA-OWNER AND NOT WS-STRATA-STATUS
               AND NOT WS-STRATA-NONE
               DISPLAY "GREY_SAMPLE_STRATA not understood ("
                       FUNCTION TRIM(WS-STRATA) ") - not stratified"
               MOVE "NONE" TO WS-STRATA
           END-IF

           IF WS-THRESHOLD-ENV NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-THRESHOLD-ENV) = 0
                   COMPUTE WS-THRESHOLD-PCT =
                       FUNCTION NUMVAL(WS-THRESHOLD-ENV)
               ELSE
                   DISPLAY "GREY_SAMPLE_THRESHOLD not understood ("
                           FUNCTION TRIM(WS-THRESHOLD-ENV)
                           ") - using 1%"
               END-IF
           END-IF.

      ******************************************************************
      * BUILD-SAMPLE-FRAME: One "stratum|score|id" line per master
      * record, sorted by stratum then score
      ******************************************************************
       BUILD-SAMPLE-FRAME.
           OPEN OUTPUT FRAME-FILE
           MOVE LOW-VALUES TO SYNC-PROJ-ID
           START SYNC-MASTER-FILE KEY >= SYNC-PROJ-ID
               INVALID KEY
                   MOVE "Y" TO WS-MASTER-EOF
           END-START
           PERFORM UNTIL WS-MASTER-EOF = "Y"
               READ SYNC-MASTER-FILE NEXT
                   AT END MOVE "Y" TO WS-MASTER-EOF
                   NOT AT END
                       PERFORM WRITE-FRAME-LINE
               END-READ
           END-PERFORM
           CLOSE FRAME-FILE

           MOVE SPACES TO WS-SORT-COMMAND
           STRING "sort -t'|' -k1,1 -k2,2 " DELIMITED BY SIZE
                  WS-FRAME-FILE-NAME DELIMITED BY SPACE
                  " > " DELIMITED BY SIZE
                  WS-SORTED-FRAME-NAME DELIMITED BY SPACE
                  INTO WS-SORT-COMMAND
           CALL "SYSTEM" USING WS-SORT-COMMAND
           MOVE 0 TO RETURN-CODE.

       WRITE-FRAME-LINE.
           ADD 1 TO WS-POPULATION
           EVALUATE TRUE
               WHEN WS-STRATA-OWNER
                   MOVE SYNC-PROJ-OWNER TO WS-STRATUM
               WHEN WS-STRATA-STATUS
                   MOVE SYNC-PROJ-STATUS TO WS-STRATUM
               WHEN OTHER
                   MOVE "ALL" TO WS-STRATUM
           END-EVALUATE
           IF WS-STRATUM = SPACES
               MOVE "(none)" TO WS-STRATUM
           END-IF
           PERFORM SCORE-RECORD
           MOVE SPACES TO FRAME-RECORD
           STRING WS-STRATUM DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SCORE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  SYNC-PROJ-ID DELIMITED BY SPACE
                  INTO FRAME-RECORD
           WRITE FRAME-RECORD.

      ******************************************************************
      * SCORE-RECORD: The record's pseudo-random score from the seed
      * and its ID
      ******************************************************************
       SCORE-RECORD.
           MOVE SPACES TO WS-SCORE-TEXT
           STRING WS-SEED DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  SYNC-PROJ-ID DELIMITED BY SPACE
                  INTO WS-SCORE-TEXT
           MOVE 100 TO WS-SCORE-LEN
           PERFORM UNTIL WS-SCORE-LEN = 0
                      OR WS-SCORE-TEXT(WS-SCORE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-SCORE-LEN
           END-PERFORM
           MOVE 0 TO WS-SCORE-WORK
           PERFORM VARYING WS-SCORE-IDX FROM 1 BY 1
                       UNTIL WS-SCORE-IDX > WS-SCORE-LEN
               COMPUTE WS-SCORE-WORK = FUNCTION MOD(
                   WS-SCORE-WORK * 31
                   + FUNCTION ORD(WS-SCORE-TEXT(WS-SCORE-IDX:1)),
                   1000000007)
           END-PERFORM
      *    Neighbouring IDs hash to neighbouring values; squaring
      *    modulo a prime scatters them
           PERFORM VARYING WS-SCORE-ROUND FROM 1 BY 1
                       UNTIL WS-SCORE-ROUND > 3
               COMPUTE WS-SCORE-WORK = FUNCTION MOD(
                   WS-SCORE-WORK * WS-SCORE-WORK + 7919, 999999937)
           END-PERFORM
           MOVE WS-SCORE-WORK TO WS-SCORE.

      ******************************************************************
      * ALLOCATE-SAMPLE: Population per stratum from the sorted
      * frame, the overall sample size, and each stratum's share
      ******************************************************************
       ALLOCATE-SAMPLE.
           MOVE 0 TO WS-SG-COUNT
           MOVE SPACES TO WS-PREV-STRATUM
           OPEN INPUT SORTED-FRAME-FILE
           IF WS-SORTED-FRAME-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SORTED-FRAME-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM COUNT-FRAME-LINE
               END-READ
           END-PERFORM
           CLOSE SORTED-FRAME-FILE

           IF WS-SIZE-IS-PCT = "Y"
               COMPUTE WS-SAMPLE-TARGET ROUNDED =
                   WS-POPULATION * WS-SIZE-VALUE / 100
               IF WS-SAMPLE-TARGET = 0 AND WS-POPULATION > 0
                   MOVE 1 TO WS-SAMPLE-TARGET
               END-IF
           ELSE
               MOVE WS-SIZE-VALUE TO WS-SAMPLE-TARGET
           END-IF
           IF WS-SAMPLE-TARGET > WS-SAMPLE-LIMIT
               MOVE WS-SAMPLE-LIMIT TO WS-SAMPLE-TARGET
           END-IF
           IF WS-SAMPLE-TARGET > WS-POPULATION
               MOVE WS-POPULATION TO WS-SAMPLE-TARGET
           END-IF

           MOVE 0 TO WS-SAMPLE-ALLOCATED
           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                       UNTIL WS-SG-IDX > WS-SG-COUNT
               COMPUTE WS-SG-ALLOC(WS-SG-IDX) ROUNDED =
                   WS-SAMPLE-TARGET * WS-SG-POP(WS-SG-IDX)
                   / WS-POPULATION
               IF WS-SG-ALLOC(WS-SG-IDX) = 0
                   AND WS-SAMPLE-TARGET >= WS-SG-COUNT
                   MOVE 1 TO WS-SG-ALLOC(WS-SG-IDX)
               END-IF
               IF WS-SG-ALLOC(WS-SG-IDX) > WS-SG-POP(WS-SG-IDX)
                   MOVE WS-SG-POP(WS-SG-IDX) TO WS-SG-ALLOC(WS-SG-IDX)
               END-IF
               ADD WS-SG-ALLOC(WS-SG-IDX) TO WS-SAMPLE-ALLOCATED
           END-PERFORM.

       COUNT-FRAME-LINE.
           MOVE SPACES TO WS-FRAME-STRATUM
           UNSTRING SORTED-FRAME-RECORD DELIMITED BY "|"
               INTO WS-FRAME-STRATUM
           IF WS-SG-COUNT > 0 AND WS-FRAME-STRATUM = WS-PREV-STRATUM
               ADD 1 TO WS-SG-POP(WS-SG-COUNT)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FRAME-STRATUM TO WS-PREV-STRATUM
           IF WS-SG-COUNT >= 5000
               IF WS-SG-OVERFLOW = "N"
                   DISPLAY "WARNING: more than 5000 strata - the "
                           "rest are not sampled"
                   MOVE "Y" TO WS-SG-OVERFLOW
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SG-COUNT
           MOVE WS-FRAME-STRATUM TO WS-SG-NAME(WS-SG-COUNT)
           MOVE 1 TO WS-SG-POP(WS-SG-COUNT)
           MOVE 0 TO WS-SG-ALLOC(WS-SG-COUNT).

      ******************************************************************
      * VERIFY-SAMPLE: Each stratum's lowest-scoring records, up to
      * its allocation, read from the master and checked live
      ******************************************************************
       VERIFY-SAMPLE.
           MOVE 0 TO WS-SG-IDX
           MOVE SPACES TO WS-PREV-STRATUM
           OPEN INPUT SORTED-FRAME-FILE
           IF WS-SORTED-FRAME-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SORTED-FRAME-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-FRAME-LINE
               END-READ
           END-PERFORM
           CLOSE SORTED-FRAME-FILE.

       TAKE-FRAME-LINE.
           MOVE SPACES TO WS-FRAME-STRATUM WS-FRAME-SCORE WS-FRAME-ID
           UNSTRING SORTED-FRAME-RECORD DELIMITED BY "|"
               INTO WS-FRAME-STRATUM WS-FRAME-SCORE WS-FRAME-ID
           IF WS-SG-IDX = 0 OR WS-FRAME-STRATUM NOT = WS-PREV-STRATUM
               ADD 1 TO WS-SG-IDX
               MOVE WS-FRAME-STRATUM TO WS-PREV-STRATUM
               MOVE 0 TO WS-SG-TAKEN
           END-IF
           IF WS-SG-IDX > WS-SG-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-SG-TAKEN >= WS-SG-ALLOC(WS-SG-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SG-TAKEN
           ADD 1 TO WS-SAMPLED
           MOVE WS-FRAME-ID TO SYNC-PROJ-ID
           READ SYNC-MASTER-FILE KEY IS SYNC-PROJ-ID
               INVALID KEY
      *            Gone from the master since the frame was built
                   SUBTRACT 1 FROM WS-SAMPLED
                   EXIT PARAGRAPH
           END-READ
           PERFORM VERIFY-ONE-RECORD.

      ******************************************************************
      * VERIFY-ONE-RECORD: Fetch the sampled project live and compare
      * it field by field with the master record
      ******************************************************************
       VERIFY-ONE-RECORD.
           MOVE SPACES TO WS-PROJECT-REQUEST
           MOVE SYNC-PROJ-ID TO WS-PROJ-ID-REQ
           CALL "PROJECTS-GET" USING WS-GREY-CONFIG
                                     WS-PROJECT-REQUEST
                                     WS-PROJECT-RESPONSE
                                     WS-GREY-RESULT
           MOVE 0 TO RETURN-CODE
           IF WS-RESULT-OK NOT = "Y"
               IF WS-RES-ERR-CODE = "NOT-FOUND"
                   ADD 1 TO WS-VERIFIED
                   ADD 1 TO WS-CORRUPT
                   MOVE "exists" TO WS-FIELD-NAME
                   MOVE "present" TO WS-MASTER-VALUE
                   MOVE "not found" TO WS-LIVE-VALUE
                   PERFORM WRITE-MISMATCH-LINE
               ELSE
                   ADD 1 TO WS-UNVERIFIED
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "UNVERIFIED|" DELIMITED BY SIZE
                          SYNC-PROJ-ID DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-RES-ERR-CODE DELIMITED BY SPACE
                          INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-VERIFIED
           IF WS-PROJ-UPDATED-AT NOT = SYNC-PROJ-UPDATED
               ADD 1 TO WS-STALE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "STALE|" DELIMITED BY SIZE
                      SYNC-PROJ-ID DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      SYNC-PROJ-UPDATED DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-PROJ-UPDATED-AT DELIMITED BY SPACE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-RECORD-CORRUPT
           IF SYNC-PROJ-NAME NOT = WS-PROJ-NAME
               MOVE "name" TO WS-FIELD-NAME
               MOVE SYNC-PROJ-NAME TO WS-MASTER-VALUE
               MOVE WS-PROJ-NAME TO WS-LIVE-VALUE
               PERFORM WRITE-MISMATCH-LINE
           END-IF
           IF SYNC-PROJ-DESC NOT = WS-PROJ-DESCRIPTION
               MOVE "description" TO WS-FIELD-NAME
               MOVE SYNC-PROJ-DESC TO WS-MASTER-VALUE
               MOVE WS-PROJ-DESCRIPTION TO WS-LIVE-VALUE
               PERFORM WRITE-MISMATCH-LINE
           END-IF
           IF SYNC-PROJ-CREATED NOT = WS-PROJ-CREATED-AT
               MOVE "created" TO WS-FIELD-NAME
               MOVE SYNC-PROJ-CREATED TO WS-MASTER-VALUE
               MOVE WS-PROJ-CREATED-AT TO WS-LIVE-VALUE
               PERFORM WRITE-MISMATCH-LINE
           END-IF
           IF SYNC-PROJ-OWNER NOT = WS-PROJ-OWNER-ID
               MOVE "owner" TO WS-FIELD-NAME
               MOVE SYNC-PROJ-OWNER TO WS-MASTER-VALUE
               MOVE WS-PROJ-OWNER-ID TO WS-LIVE-VALUE
               PERFORM WRITE-MISMATCH-LINE
           END-IF
           IF SYNC-PROJ-STATUS NOT = WS-PROJ-STATUS
               MOVE "status" TO WS-FIELD-NAME
               MOVE SYNC-PROJ-STATUS TO WS-MASTER-VALUE
               MOVE WS-PROJ-STATUS TO WS-LIVE-VALUE
               PERFORM WRITE-MISMATCH-LINE
           END-IF
           IF SYNC-PROJ-ETAG NOT = WS-PROJ-ETAG
               MOVE "etag" TO WS-FIELD-NAME
               MOVE SYNC-PROJ-ETAG TO WS-MASTER-VALUE
               MOVE WS-PROJ-ETAG TO WS-LIVE-VALUE
               PERFORM WRITE-MISMATCH-LINE
           END-IF
           IF WS-RECORD-CORRUPT = "Y"
               ADD 1 TO WS-CORRUPT
           END-IF.

       WRITE-MISMATCH-LINE.
           MOVE "Y" TO WS-RECORD-CORRUPT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MISMATCH|" DELIMITED BY SIZE
                  SYNC-PROJ-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-FIELD-NAME DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-MASTER-VALUE(1:120) DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-LIVE-VALUE(1:120) DELIMITED BY "  "
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * ESTIMATE-ERROR-RATE: The sample error rate and the upper end
      * of its 95% Wilson score interval, as percentages
      ******************************************************************
       ESTIMATE-ERROR-RATE.
           MOVE 0 TO WS-P WS-UPPER WS-RATE-PCT WS-UPPER-PCT
           IF WS-VERIFIED > 0
               COMPUTE WS-P = WS-CORRUPT / WS-VERIFIED
               COMPUTE WS-CENTER =
                   (WS-P + WS-Z * WS-Z / (2 * WS-VERIFIED))
                   / (1 + WS-Z * WS-Z / WS-VERIFIED)
               COMPUTE WS-HALF =
                   WS-Z * FUNCTION SQRT(
                       WS-P * (1 - WS-P) / WS-VERIFIED
                       + WS-Z * WS-Z
                         / (4 * WS-VERIFIED * WS-VERIFIED))
                   / (1 + WS-Z * WS-Z / WS-VERIFIED)
               COMPUTE WS-UPPER = WS-CENTER + WS-HALF
               IF WS-UPPER > 1
                   MOVE 1 TO WS-UPPER
               END-IF
               COMPUTE WS-RATE-PCT ROUNDED = WS-P * 100
               COMPUTE WS-UPPER-PCT ROUNDED = WS-UPPER * 100
           END-IF
           MOVE WS-RATE-PCT TO WS-RATE-TEXT
           MOVE WS-UPPER-PCT TO WS-UPPER-TEXT
           MOVE WS-THRESHOLD-PCT TO WS-THRESHOLD-TEXT.

       WRITE-TOTAL-LINE.
           MOVE WS-SAMPLED TO WS-COUNT-TEXT
           MOVE WS-VERIFIED TO WS-COUNT-TEXT-2
           MOVE WS-CORRUPT TO WS-COUNT-TEXT-3
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "TOTAL|SAMPLED=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  "|VERIFIED=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT-2) DELIMITED BY SIZE
                  "|CORRUPT=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT-3) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
           MOVE WS-STALE TO WS-COUNT-TEXT
           MOVE WS-UNVERIFIED TO WS-COUNT-TEXT-2
           STRING "|STALE=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  "|UNVERIFIED=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT-2) DELIMITED BY SIZE
                  "|ERROR_RATE=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RATE-TEXT) DELIMITED BY SIZE
                  "%|UPPER_95=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-UPPER-TEXT) DELIMITED BY SIZE
                  "%|THRESHOLD=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-THRESHOLD-TEXT) DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO VERIFY-REPORT-RECORD
           WRITE VERIFY-REPORT-RECORD.

      ******************************************************************
      * NOTIFY-RATE-OVER-THRESHOLD: Tell operations the master's
      * estimated error rate is over the line
      ******************************************************************
       NOTIFY-RATE-OVER-THRESHOLD.
           MOVE "ERROR" TO WS-NOTIFY-SEVERITY
           MOVE "Master sample error rate over threshold"
               TO WS-NOTIFY-SUMMARY
           MOVE WS-CORRUPT TO WS-COUNT-TEXT
           MOVE WS-VERIFIED TO WS-COUNT-TEXT-2
           MOVE SPACES TO WS-NOTIFY-DETAIL
           STRING FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  " of " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT-2) DELIMITED BY SIZE
                  " sampled records differ from Grey - estimated "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RATE-TEXT) DELIMITED BY SIZE
                  "% (95% upper bound " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-UPPER-TEXT) DELIMITED BY SIZE
                  "%), threshold " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-THRESHOLD-TEXT) DELIMITED BY SIZE
                  "% - see " DELIMITED BY SIZE
                  WS-VERIFY-REPORT-NAME DELIMITED BY SPACE
                  INTO WS-NOTIFY-DETAIL
           CALL "NOTIFY-SPOOL-WRITE" USING WS-NOTIFY-SEVERITY
                                           WS-HIST-JOB-NAME
                                           WS-NOTIFY-SUMMARY
                                           WS-NOTIFY-DETAIL
                                           WS-HIST-CID.

      ******************************************************************
      * ABEND-RUN: Notify, record the failed run and stop with 8
      ******************************************************************
       ABEND-RUN.
           DISPLAY FUNCTION TRIM(WS-RES-ERR-MSG)
           PERFORM NOTIFY-ABEND
           MOVE 8 TO RETURN-CODE
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           STOP RUN.

      ******************************************************************
      * INITIALIZE-CONFIG: Build the Grey config from the job's
      * environment (GREY_HOST/GREY_PORT), defaulting to local dev
      ******************************************************************
       INITIALIZE-CONFIG.
           ACCEPT WS-HOST-ENV FROM ENVIRONMENT "GREY_HOST"
           ACCEPT WS-PORT-ENV FROM ENVIRONMENT "GREY_PORT"
           ACCEPT WS-USER-ENV FROM ENVIRONMENT "GREY_USERNAME"
           ACCEPT WS-PASS-ENV FROM ENVIRONMENT "GREY_PASSWORD"
           ACCEPT WS-TENANT-ENV FROM ENVIRONMENT "GREY_TENANT_ID"
           ACCEPT WS-PROXY-ENV FROM ENVIRONMENT "GREY_HTTP_PROXY"

      *    A named configuration profile, when requested, supplies
      *    host/port/TLS/timeouts/proxy/headers in one place
           ACCEPT WS-PROFILE-ENV FROM ENVIRONMENT "GREY_PROFILE"
           IF WS-PROFILE-ENV NOT = SPACES
               CALL "CONFIG-PROFILE-LOAD" USING WS-PROFILE-ENV
                                                WS-GREY-CONFIG
                                                WS-PROFILE-LOADED
               IF WS-PROFILE-LOADED NOT = "Y"
                   DISPLAY "Profile not found: " WS-PROFILE-ENV
               END-IF
           END-IF

           IF WS-HOST-ENV = SPACES
               MOVE "localhost" TO WS-HOST-ENV
           END-IF

           IF WS-PORT-ENV = SPACES
               MOVE 8080 TO WS-PORT-NUM
           ELSE
               MOVE WS-PORT-ENV TO WS-PORT-NUM
           END-IF

           IF WS-PROFILE-LOADED NOT = "Y"
               CALL "SDK-INIT-PRODUCTION" USING WS-HOST-ENV
                                                WS-PORT-NUM
                                                WS-GREY-CONFIG
           END-IF

           IF WS-TENANT-ENV NOT = SPACES
               CALL "SDK-SET-TENANT-ID" USING WS-GREY-CONFIG
                                              WS-TENANT-ENV
           END-IF

           IF WS-PROXY-ENV NOT = SPACES
               CALL "SDK-SET-PROXY" USING WS-GREY-CONFIG
                                          WS-PROXY-ENV
           END-IF.

      ******************************************************************
      * AUTHENTICATE: Reuse a session saved by an earlier step in this
      * job if one is available; otherwise log in and save the session
      ******************************************************************
       AUTHENTICATE.
           CALL "SDK-LOAD-SESSION" USING WS-GREY-CONFIG WS-GREY-RESULT
           IF WS-RESULT-OK = "Y"
               DISPLAY "Reusing session from a prior job step"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-USER-ENV TO WS-AUTH-USERNAME
           MOVE WS-PASS-ENV TO WS-AUTH-PASSWORD
           MOVE SPACES TO WS-AUTH-REFRESH-TOKEN

           CALL "AUTH-LOGIN" USING WS-GREY-CONFIG WS-AUTH-REQUEST
                                   WS-AUTH-RESPONSE WS-GREY-RESULT

           IF WS-RESULT-OK = "Y"
               CALL "SDK-SAVE-SESSION" USING WS-GREY-CONFIG
           END-IF.

      ******************************************************************
      * RECORD-RUN-HISTORY: Append this run's standard history record
      * (performed on every exit path)
      ******************************************************************
       RECORD-RUN-HISTORY.
           CALL "RUN-HISTORY-END" USING WS-HIST-JOB-NAME
                                        WS-HIST-READ
                                        WS-HIST-OK
                                        WS-HIST-FAIL
                                        RETURN-CODE
                                        WS-HIST-CID.

      ******************************************************************
      * NOTIFY-ABEND: Spool a notification for the failure the run
      * just hit (performed wherever the job marks itself failed)
      ******************************************************************
       NOTIFY-ABEND.
           MOVE "ERROR" TO WS-NOTIFY-SEVERITY
           MOVE "job failed - see job log and report"
               TO WS-NOTIFY-SUMMARY
           MOVE WS-RES-ERR-MSG TO WS-NOTIFY-DETAIL
           CALL "NOTIFY-SPOOL-WRITE-ERROR" USING
               WS-NOTIFY-SEVERITY
               WS-HIST-JOB-NAME
               WS-NOTIFY-SUMMARY
               WS-NOTIFY-DETAIL
               WS-HIST-CID
               WS-RES-ERR-CODE.

       END PROGRAM MASTER-SAMPLE-VERIFY.
