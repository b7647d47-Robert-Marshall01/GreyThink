      ******************************************************************
      * delta_publisher.cbl - Grey Net-Change Delta Feed Publisher
      * PROJECT-SYNC-BATCH's A/C/D delta feed used to be collected by
      * each downstream team its own way, and whoever missed a night
      * never got it. The sync now keeps every clean night's feed as
      * a dated copy listed in the delta night catalog
      * (/tmp/grey_delta_nights.txt, "night|tenant|file", oldest
      * first), and this job POSTs those nights as JSON to every
      * registered subscriber.
      *
      * Subscribers (GREY_DELTA_SUBSCRIBERS, default
      * /tmp/grey_delta_subscribers.txt), "#" lines are comments:
      *   "name|url|tenant-filter|record-types"
      * A blank or "*" tenant filter takes every tenant's nights;
      * record types are any of A, C and D (blank takes all three).
      *
      * Each subscriber has its own checkpoint - the last night it
      * was sent in full (/tmp/grey_delta_checkpoints.txt,
      * "name|night|date"). Every retained night after the checkpoint
      * goes out in order, one or more POSTs per night:
      *   {"subscriber":..,"night":..,"tenant":..,"batch":n,
      *    "final":true|false,"records":[{"action":..,"id":..,
      *    "name":..,"status":..,"updatedAt":..},...]}
      * The last batch of a night carries "final":true (a night with
      * no wanted records still sends that one empty batch, so the
      * subscriber knows the night happened). The checkpoint only
      * moves once a night's final batch is accepted; the first
      * failure stops that subscriber for this run, so a consumer
      * that was down for two nights receives both, in order, when
      * it is back. A night that failed partway is sent again whole
      * - the batch number and night let the consumer discard the
      * repeats. Two tenants' nights from the same run second share
      * a night stamp; when one of them fails the checkpoint stays
      * below that stamp, so the pair goes out again together. A
      * new subscriber starts from the newest night on
      * file. Nights of a tenant the subscriber filters out are
      * passed over without a POST. An A or C record for a project
      * SENSITIVE-CONTENT-SCAN has quarantined (see
      * SENSITIVE-QUARANTINE) is held back from every subscriber
      * until the project is cleared; D records always go.
      *
      * Report (/tmp/grey_delta_publish_report.txt):
      *   "SUBSCRIBER|name|state|checkpoint|nights-sent|records-sent|
      *    lag-nights|detail"
      * state CURRENT, LAGGING (nights still owed - the send failed),
      * or GAP (the checkpoint night has already been retired, so
      * nights may have been lost before this run could send them).
      * Lag and gaps count only nights of the tenants the subscriber
      * takes.
      *
      * RETURN-CODE 0 every subscriber current, 4 a subscriber is
      * lagging or has a gap, 8 no subscriber file, 12 another
      * instance holds the run lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELTA-PUBLISHER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSCRIBER-FILE ASSIGN TO WS-SUBSCRIBER-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUBSCRIBER-FILE-STATUS.

           SELECT NIGHT-CATALOG-FILE ASSIGN TO WS-NIGHT-CATALOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHT-CATALOG-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO WS-CHECKPOINT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.

           SELECT NIGHT-FILE ASSIGN TO WS-NIGHT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHT-FILE-STATUS.

           SELECT PUBLISH-REPORT-FILE ASSIGN TO WS-PUBLISH-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBSCRIBER-FILE.
       01  SUBSCRIBER-RECORD           PIC X(400).

       FD  NIGHT-CATALOG-FILE.
       01  NIGHT-CATALOG-RECORD        PIC X(256).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD           PIC X(80).

       FD  NIGHT-FILE.
       01  NIGHT-RECORD                PIC X(512).

       FD  PUBLISH-REPORT-FILE.
       01  PUBLISH-REPORT-RECORD       PIC X(400).

       WORKING-STORAGE SECTION.
       COPY GREYRES.

       01  WS-SUBSCRIBER-FILE-NAME     PIC X(64)
               VALUE "/tmp/grey_delta_subscribers.txt".
       01  WS-SUBSCRIBER-FILE-STATUS   PIC XX     VALUE SPACES.
       01  WS-NIGHT-CATALOG-NAME       PIC X(64)
               VALUE "/tmp/grey_delta_nights.txt".
       01  WS-NIGHT-CATALOG-STATUS     PIC XX     VALUE SPACES.
       01  WS-CHECKPOINT-FILE-NAME     PIC X(64)
               VALUE "/tmp/grey_delta_checkpoints.txt".
       01  WS-CHECKPOINT-FILE-STATUS   PIC XX     VALUE SPACES.
       01  WS-NIGHT-FILE-NAME          PIC X(128) VALUE SPACES.
       01  WS-NIGHT-FILE-STATUS        PIC XX     VALUE SPACES.
       01  WS-PUBLISH-REPORT-NAME      PIC X(64)
               VALUE "/tmp/grey_delta_publish_report.txt".
       01  WS-FILE-ENV                 PIC X(64)  VALUE SPACES.
       01  WS-PROXY-ENV                PIC X(512) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-REPORT-LINE              PIC X(400) VALUE SPACES.

      ******************************************************************
      * The night catalog, oldest night first
      ******************************************************************
       01  WS-NIGHT-TABLE.
           05  WS-NC-COUNT              PIC 9(3)  VALUE 0.
           05  WS-NC-ENTRY OCCURS 400 TIMES.
               10  WS-NC-NIGHT          PIC X(14).
               10  WS-NC-TENANT         PIC X(64).
               10  WS-NC-FILE           PIC X(128).
       01  WS-NC-IDX                   PIC 9(3)   VALUE 0.

      ******************************************************************
      * Subscribers and their checkpoints
      ******************************************************************
       01  WS-SUBSCRIBER-TABLE.
           05  WS-SB-COUNT              PIC 9(3)  VALUE 0.
           05  WS-SB-ENTRY OCCURS 200 TIMES.
               10  WS-SB-NAME           PIC X(32).
               10  WS-SB-URL            PIC X(256).
               10  WS-SB-TENANT         PIC X(64).
               10  WS-SB-TYPES          PIC X(8).
       01  WS-SB-IDX                   PIC 9(3)   VALUE 0.

       01  WS-CHECKPOINT-TABLE.
           05  WS-CP-COUNT              PIC 9(3)  VALUE 0.
           05  WS-CP-ENTRY OCCURS 400 TIMES.
               10  WS-CP-NAME           PIC X(32).
               10  WS-CP-NIGHT          PIC X(14).
               10  WS-CP-DATE           PIC X(8).
       01  WS-CP-IDX                   PIC 9(3)   VALUE 0.
       01  WS-CP-HIT                   PIC 9(3)   VALUE 0.

       01  WS-REC-NAME                 PIC X(32)  VALUE SPACES.
       01  WS-REC-URL                  PIC X(256) VALUE SPACES.
       01  WS-REC-TENANT               PIC X(64)  VALUE SPACES.
       01  WS-REC-TYPES                PIC X(8)   VALUE SPACES.
       01  WS-REC-NIGHT                PIC X(14)  VALUE SPACES.
       01  WS-REC-FILE                 PIC X(128) VALUE SPACES.
       01  WS-REC-DATE                 PIC X(8)   VALUE SPACES.

      ******************************************************************
      * The subscriber being served
      ******************************************************************
       01  WS-SUB-STATE                PIC X(8)   VALUE SPACES.
       01  WS-SUB-CHECKPOINT           PIC X(14)  VALUE SPACES.
       01  WS-SUB-START-CKPT           PIC X(14)  VALUE SPACES.
       01  WS-SUB-OLDEST               PIC X(14)  VALUE SPACES.
       01  WS-SUB-FAILED               PIC X      VALUE "N".
       01  WS-SUB-FAILED-NIGHT         PIC X(14)  VALUE SPACES.
       01  WS-SUB-GAP                  PIC X      VALUE "N".
       01  WS-SUB-NIGHTS-SENT          PIC 9(5)   VALUE 0.
       01  WS-SUB-RECORDS-SENT         PIC 9(8)   VALUE 0.
       01  WS-SUB-LAG                  PIC 9(5)   VALUE 0.
       01  WS-SUB-DETAIL               PIC X(128) VALUE SPACES.
       01  WS-TENANT-WANTED            PIC X      VALUE "N".

      ******************************************************************
      * The night being sent - one delta record at a time into JSON
      * batches
      ******************************************************************
       01  WS-DELTA-ACTION             PIC X(1)   VALUE SPACES.
       01  WS-DELTA-ID                 PIC X(64)  VALUE SPACES.
       01  WS-DELTA-NAME               PIC X(256) VALUE SPACES.
       01  WS-DELTA-STATUS             PIC X(32)  VALUE SPACES.
       01  WS-DELTA-UPDATED            PIC X(32)  VALUE SPACES.
       01  WS-TYPE-HITS                PIC 9(3)   VALUE 0.
       01  WS-NIGHT-RECORDS            PIC 9(8)   VALUE 0.

       01  WS-BATCH-BODY               PIC X(32000) VALUE SPACES.
       01  WS-BATCH-PTR                PIC 9(5)   VALUE 0.
       01  WS-BATCH-COUNT              PIC 9(3)   VALUE 0.
       01  WS-BATCH-LIMIT              PIC 9(3)   VALUE 100.
       01  WS-BATCH-NO                 PIC 9(5)   VALUE 0.
       01  WS-BATCH-NO-TEXT            PIC Z(4)9  VALUE SPACES.
       01  WS-BATCH-FINAL              PIC X      VALUE "N".
       01  WS-BATCH-FAILED             PIC X      VALUE "N".

       01  WS-ESC-IN-BUF               PIC X(2048) VALUE SPACES.
       01  WS-ESC-OUT-BUF              PIC X(4096) VALUE SPACES.
       01  WS-ESC-LEN                  PIC 9(5)   VALUE 0.

      ******************************************************************
      * Low-level HTTP call to the subscriber's own endpoint
      ******************************************************************
       01  WS-POST-HANDLE              PIC 9(8) COMP VALUE 0.
       01  WS-POST-RC                  PIC S9(8) COMP VALUE 0.
       01  WS-POST-URL                 PIC X(1024) VALUE SPACES.
       01  WS-POST-METHOD              PIC X(8)   VALUE "POST".
       01  WS-POST-TIMEOUT             PIC 9(3)   VALUE 30.
       01  WS-POST-CONNECT-TIMEOUT     PIC 9(3)   VALUE 10.
       01  WS-POST-HEADER-NAME         PIC X(64)  VALUE SPACES.
       01  WS-POST-HEADER-VALUE        PIC X(256) VALUE SPACES.
       01  WS-POST-STATUS              PIC 9(3)   VALUE 0.
       01  WS-POST-RESPONSE            PIC X(32000) VALUE SPACES.
       01  WS-POST-RESPONSE-LEN        PIC 9(5)   VALUE 0.
       01  WS-POST-CONTENT-TYPE        PIC X(128) VALUE SPACES.
       01  WS-POST-ETAG                PIC X(128) VALUE SPACES.
       01  WS-POST-RETRY-AFTER         PIC 9(5)   VALUE 0.
       01  WS-POST-TRUNCATED           PIC X      VALUE "N".
       01  WS-POST-SPILL-FILE          PIC X(64)  VALUE SPACES.
       01  WS-POST-SPILL-LEN           PIC 9(9)   VALUE 0.

       01  WS-COUNT-TEXT               PIC Z(7)9  VALUE SPACES.
       01  WS-COUNT-TEXT-2             PIC Z(7)9  VALUE SPACES.
       01  WS-COUNT-TEXT-3             PIC Z(7)9  VALUE SPACES.
       01  WS-TOTAL-NIGHTS-SENT        PIC 9(8)   VALUE 0.
       01  WS-TOTAL-RECORDS-SENT       PIC 9(8)   VALUE 0.
       01  WS-BEHIND-COUNT             PIC 9(5)   VALUE 0.
       01  WS-QUARANTINED              PIC X      VALUE "N".
       01  WS-TOTAL-WITHHELD           PIC 9(8)   VALUE 0.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "DELTA-PUBLISHER".
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
           DISPLAY "=== Grey Delta Feed Publisher ==="
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW

           ACCEPT WS-FILE-ENV FROM ENVIRONMENT "GREY_DELTA_SUBSCRIBERS"
           IF WS-FILE-ENV NOT = SPACES
               MOVE WS-FILE-ENV TO WS-SUBSCRIBER-FILE-NAME
           END-IF
           ACCEPT WS-PROXY-ENV FROM ENVIRONMENT "GREY_HTTP_PROXY"

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

           PERFORM LOAD-SUBSCRIBERS
           IF WS-SUBSCRIBER-FILE-STATUS NOT = "00"
               DISPLAY "No subscriber file " WS-SUBSCRIBER-FILE-NAME
               MOVE "delta publisher has no subscriber file"
                   TO WS-RES-ERR-MSG
               MOVE 8 TO RETURN-CODE
               PERFORM NOTIFY-ABEND
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF
           PERFORM LOAD-NIGHT-CATALOG
           PERFORM LOAD-CHECKPOINTS

           OPEN OUTPUT PUBLISH-REPORT-FILE
           MOVE WS-NC-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DELTA-PUBLISH|RUN_DATE=" DELIMITED BY SIZE
                  WS-NOW(1:8) DELIMITED BY SIZE
                  "|NIGHTS_RETAINED=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           IF WS-NC-COUNT > 0
               STRING WS-REPORT-LINE DELIMITED BY "  "
                      "|OLDEST=" DELIMITED BY SIZE
                      WS-NC-NIGHT(1) DELIMITED BY SIZE
                      "|NEWEST=" DELIMITED BY SIZE
                      WS-NC-NIGHT(WS-NC-COUNT) DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                       UNTIL WS-SB-IDX > WS-SB-COUNT
               PERFORM SERVE-SUBSCRIBER
           END-PERFORM

           PERFORM SAVE-CHECKPOINTS

           MOVE WS-SB-COUNT TO WS-COUNT-TEXT
           MOVE WS-TOTAL-NIGHTS-SENT TO WS-COUNT-TEXT-2
           MOVE WS-TOTAL-RECORDS-SENT TO WS-COUNT-TEXT-3
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL|SUBSCRIBERS=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  "|NIGHTS_SENT=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT-2) DELIMITED BY SIZE
                  "|RECORDS_SENT=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT-3) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           MOVE WS-BEHIND-COUNT TO WS-COUNT-TEXT
           STRING WS-REPORT-LINE DELIMITED BY "  "
                  "|BEHIND=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE PUBLISH-REPORT-FILE

           DISPLAY "Delta publish complete. Subscribers: " WS-SB-COUNT
                   " nights sent: " WS-TOTAL-NIGHTS-SENT
                   " records sent: " WS-TOTAL-RECORDS-SENT
                   " behind: " WS-BEHIND-COUNT
           IF WS-TOTAL-WITHHELD > 0
               DISPLAY "Quarantined project records held back: "
                       WS-TOTAL-WITHHELD
           END-IF

           MOVE WS-TOTAL-NIGHTS-SENT TO WS-HIST-OK
           MOVE WS-BEHIND-COUNT TO WS-HIST-FAIL
           MOVE 0 TO RETURN-CODE
           IF WS-BEHIND-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           STOP RUN.

      ******************************************************************
      * LOAD-SUBSCRIBERS: Read the subscriber registry; lines with no
      * name or no URL are skipped
      ******************************************************************
       LOAD-SUBSCRIBERS.
           MOVE 0 TO WS-SB-COUNT
           OPEN INPUT SUBSCRIBER-FILE
           IF WS-SUBSCRIBER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SUBSCRIBER-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-SUBSCRIBER
               END-READ
           END-PERFORM
           CLOSE SUBSCRIBER-FILE
           MOVE "00" TO WS-SUBSCRIBER-FILE-STATUS.

       LOAD-ONE-SUBSCRIBER.
           IF SUBSCRIBER-RECORD = SPACES
               OR SUBSCRIBER-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           IF WS-SB-COUNT >= 200
               DISPLAY "Subscriber registry full - skipped: "
                       SUBSCRIBER-RECORD(1:32)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REC-NAME WS-REC-URL WS-REC-TENANT
                          WS-REC-TYPES
           UNSTRING SUBSCRIBER-RECORD DELIMITED BY "|"
               INTO WS-REC-NAME WS-REC-URL WS-REC-TENANT WS-REC-TYPES
           IF WS-REC-NAME = SPACES OR WS-REC-URL = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SB-COUNT
           MOVE WS-REC-NAME TO WS-SB-NAME(WS-SB-COUNT)
           MOVE WS-REC-URL TO WS-SB-URL(WS-SB-COUNT)
           MOVE WS-REC-TENANT TO WS-SB-TENANT(WS-SB-COUNT)
           MOVE FUNCTION UPPER-CASE(WS-REC-TYPES)
               TO WS-SB-TYPES(WS-SB-COUNT).

      ******************************************************************
      * LOAD-NIGHT-CATALOG: The retained nights, oldest first (no
      * catalog yet means no night has been kept)
      ******************************************************************
       LOAD-NIGHT-CATALOG.
           MOVE 0 TO WS-NC-COUNT
           OPEN INPUT NIGHT-CATALOG-FILE
           IF WS-NIGHT-CATALOG-STATUS NOT = "00"
               DISPLAY "No delta nights retained yet ("
                       WS-NIGHT-CATALOG-NAME ")"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ NIGHT-CATALOG-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF NIGHT-CATALOG-RECORD NOT = SPACES
                           AND WS-NC-COUNT < 400
                           MOVE SPACES TO WS-REC-NIGHT WS-REC-TENANT
                                          WS-REC-FILE
                           UNSTRING NIGHT-CATALOG-RECORD
                               DELIMITED BY "|"
                               INTO WS-REC-NIGHT WS-REC-TENANT
                                    WS-REC-FILE
                           ADD 1 TO WS-NC-COUNT
                           MOVE WS-REC-NIGHT TO WS-NC-NIGHT(WS-NC-COUNT)
                           MOVE WS-REC-TENANT
                               TO WS-NC-TENANT(WS-NC-COUNT)
                           MOVE WS-REC-FILE TO WS-NC-FILE(WS-NC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NIGHT-CATALOG-FILE.

      ******************************************************************
      * LOAD-CHECKPOINTS: Each subscriber's last night sent in full
      ******************************************************************
       LOAD-CHECKPOINTS.
           MOVE 0 TO WS-CP-COUNT
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ CHECKPOINT-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CHECKPOINT-RECORD NOT = SPACES
                           AND WS-CP-COUNT < 400
                           MOVE SPACES TO WS-REC-NAME WS-REC-NIGHT
                                          WS-REC-DATE
                           UNSTRING CHECKPOINT-RECORD DELIMITED BY "|"
                               INTO WS-REC-NAME WS-REC-NIGHT
                                    WS-REC-DATE
                           ADD 1 TO WS-CP-COUNT
                           MOVE WS-REC-NAME TO WS-CP-NAME(WS-CP-COUNT)
                           MOVE WS-REC-NIGHT
                               TO WS-CP-NIGHT(WS-CP-COUNT)
                           MOVE WS-REC-DATE TO WS-CP-DATE(WS-CP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-FILE.

      ******************************************************************
      * SERVE-SUBSCRIBER: Send one subscriber every retained night
      * past its checkpoint, in order, stopping at the first failure;
      * then report where it stands
      ******************************************************************
       SERVE-SUBSCRIBER.
           MOVE "N" TO WS-SUB-FAILED WS-SUB-GAP
           MOVE SPACES TO WS-SUB-FAILED-NIGHT
           MOVE 0 TO WS-SUB-NIGHTS-SENT WS-SUB-RECORDS-SENT WS-SUB-LAG
           MOVE SPACES TO WS-SUB-DETAIL

           PERFORM FIND-CHECKPOINT
           IF WS-CP-HIT = 0
               PERFORM START-NEW-SUBSCRIBER
           END-IF
           IF WS-CP-HIT = 0
               MOVE "checkpoint table full - not served"
                   TO WS-SUB-DETAIL
               MOVE "Y" TO WS-SUB-FAILED
               MOVE SPACES TO WS-SUB-CHECKPOINT
               PERFORM WRITE-SUBSCRIBER-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CP-NIGHT(WS-CP-HIT) TO WS-SUB-CHECKPOINT

      *    A checkpoint older than every night still on file for the
      *    tenants it takes means its own night has been retired; any
      *    nights between it and the oldest one kept are gone
           MOVE SPACES TO WS-SUB-OLDEST
           PERFORM VARYING WS-NC-IDX FROM 1 BY 1
                       UNTIL WS-NC-IDX > WS-NC-COUNT
                          OR WS-SUB-OLDEST NOT = SPACES
               PERFORM CHECK-TENANT-WANTED
               IF WS-TENANT-WANTED = "Y"
                   MOVE WS-NC-NIGHT(WS-NC-IDX) TO WS-SUB-OLDEST
               END-IF
           END-PERFORM
           IF WS-SUB-OLDEST NOT = SPACES
               AND WS-SUB-CHECKPOINT NOT = ZEROES
               AND WS-SUB-CHECKPOINT < WS-SUB-OLDEST
               MOVE "Y" TO WS-SUB-GAP
               MOVE "checkpoint night no longer retained"
                   TO WS-SUB-DETAIL
           END-IF

      *    Judged against the checkpoint as the run found it, so two
      *    tenants' nights from the same run second both go out
           MOVE WS-SUB-CHECKPOINT TO WS-SUB-START-CKPT
           PERFORM VARYING WS-NC-IDX FROM 1 BY 1
                       UNTIL WS-NC-IDX > WS-NC-COUNT
                          OR WS-SUB-FAILED = "Y"
               IF WS-NC-NIGHT(WS-NC-IDX) > WS-SUB-START-CKPT
                   ADD 1 TO WS-HIST-READ
                   PERFORM SEND-ONE-NIGHT
                   IF WS-SUB-FAILED = "Y"
                       MOVE WS-NC-NIGHT(WS-NC-IDX)
                           TO WS-SUB-FAILED-NIGHT
                   END-IF
                   IF WS-SUB-FAILED NOT = "Y"
                       AND WS-NC-NIGHT(WS-NC-IDX) > WS-SUB-CHECKPOINT
                       MOVE WS-NC-NIGHT(WS-NC-IDX)
                           TO WS-SUB-CHECKPOINT
                           WS-CP-NIGHT(WS-CP-HIT)
                       MOVE WS-NOW(1:8) TO WS-CP-DATE(WS-CP-HIT)
                   END-IF
               END-IF
           END-PERFORM

      *    A failed night's stamp is not passed while any entry
      *    carrying it is still owed - the checkpoint falls back to
      *    the newest night sent below it
           IF WS-SUB-FAILED-NIGHT NOT = SPACES
               AND WS-SUB-CHECKPOINT NOT < WS-SUB-FAILED-NIGHT
               PERFORM CAP-CHECKPOINT
           END-IF

      *    Only nights of the tenants it takes leave it behind
           PERFORM VARYING WS-NC-IDX FROM 1 BY 1
                       UNTIL WS-NC-IDX > WS-NC-COUNT
               IF WS-NC-NIGHT(WS-NC-IDX) > WS-SUB-CHECKPOINT
                   PERFORM CHECK-TENANT-WANTED
                   IF WS-TENANT-WANTED = "Y"
                       ADD 1 TO WS-SUB-LAG
                   END-IF
               END-IF
           END-PERFORM

           ADD WS-SUB-NIGHTS-SENT TO WS-TOTAL-NIGHTS-SENT
           ADD WS-SUB-RECORDS-SENT TO WS-TOTAL-RECORDS-SENT
           PERFORM WRITE-SUBSCRIBER-LINE

           IF WS-SUB-STATE NOT = "CURRENT"
               MOVE "WARNING" TO WS-NOTIFY-SEVERITY
               MOVE SPACES TO WS-NOTIFY-SUMMARY WS-NOTIFY-DETAIL
               STRING "delta subscriber " DELIMITED BY SIZE
                      WS-SB-NAME(WS-SB-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-SUB-STATE DELIMITED BY SPACE
                      INTO WS-NOTIFY-SUMMARY
               MOVE WS-SUB-DETAIL TO WS-NOTIFY-DETAIL
               CALL "NOTIFY-SPOOL-WRITE" USING WS-NOTIFY-SEVERITY
                                               WS-HIST-JOB-NAME
                                               WS-NOTIFY-SUMMARY
                                               WS-NOTIFY-DETAIL
                                               WS-HIST-CID
           END-IF.

      ******************************************************************
      * CAP-CHECKPOINT: Hold the checkpoint below the failed night's
      * stamp - at the newest catalog night under it that this run
      * passed, or where the run found it
      ******************************************************************
       CAP-CHECKPOINT.
           MOVE WS-SUB-START-CKPT TO WS-SUB-CHECKPOINT
           PERFORM VARYING WS-NC-IDX FROM 1 BY 1
                       UNTIL WS-NC-IDX > WS-NC-COUNT
               IF WS-NC-NIGHT(WS-NC-IDX) < WS-SUB-FAILED-NIGHT
                   AND WS-NC-NIGHT(WS-NC-IDX) > WS-SUB-CHECKPOINT
                   MOVE WS-NC-NIGHT(WS-NC-IDX) TO WS-SUB-CHECKPOINT
               END-IF
           END-PERFORM
           MOVE WS-SUB-CHECKPOINT TO WS-CP-NIGHT(WS-CP-HIT).

       FIND-CHECKPOINT.
           MOVE 0 TO WS-CP-HIT
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                       UNTIL WS-CP-IDX > WS-CP-COUNT
               IF WS-CP-NAME(WS-CP-IDX) = WS-SB-NAME(WS-SB-IDX)
                   MOVE WS-CP-IDX TO WS-CP-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * START-NEW-SUBSCRIBER: A subscriber seen for the first time is
      * started from the newest night on file (with nothing on file
      * yet, from the first night to come)
      ******************************************************************
       START-NEW-SUBSCRIBER.
           IF WS-CP-COUNT >= 400
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CP-COUNT
           MOVE WS-CP-COUNT TO WS-CP-HIT
           MOVE WS-SB-NAME(WS-SB-IDX) TO WS-CP-NAME(WS-CP-HIT)
           MOVE ZEROES TO WS-CP-NIGHT(WS-CP-HIT)
           MOVE WS-NOW(1:8) TO WS-CP-DATE(WS-CP-HIT)
           IF WS-NC-COUNT > 1
               MOVE WS-NC-NIGHT(WS-NC-COUNT - 1)
                   TO WS-CP-NIGHT(WS-CP-HIT)
           END-IF
           MOVE "new subscriber" TO WS-SUB-DETAIL.

      ******************************************************************
      * CHECK-TENANT-WANTED: Whether the subscriber's tenant filter
      * takes catalog night WS-NC-IDX
      ******************************************************************
       CHECK-TENANT-WANTED.
           MOVE "N" TO WS-TENANT-WANTED
           IF WS-SB-TENANT(WS-SB-IDX) = SPACES
               OR WS-SB-TENANT(WS-SB-IDX) = "*"
               OR WS-SB-TENANT(WS-SB-IDX) = WS-NC-TENANT(WS-NC-IDX)
               MOVE "Y" TO WS-TENANT-WANTED
           END-IF.

      ******************************************************************
      * SEND-ONE-NIGHT: Deliver one retained night's delta records in
      * JSON batches; a night of a tenant the subscriber does not take
      * counts as delivered without a POST
      ******************************************************************
       SEND-ONE-NIGHT.
           PERFORM CHECK-TENANT-WANTED
           IF WS-TENANT-WANTED NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NC-FILE(WS-NC-IDX) TO WS-NIGHT-FILE-NAME
           OPEN INPUT NIGHT-FILE
           IF WS-NIGHT-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-SUB-FAILED
               MOVE SPACES TO WS-SUB-DETAIL
               STRING "night " DELIMITED BY SIZE
                      WS-NC-NIGHT(WS-NC-IDX) DELIMITED BY SIZE
                      " file missing: " DELIMITED BY SIZE
                      WS-NIGHT-FILE-NAME DELIMITED BY SPACE
                      INTO WS-SUB-DETAIL
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-BATCH-NO WS-NIGHT-RECORDS
           MOVE "N" TO WS-BATCH-FAILED WS-BATCH-FINAL
           PERFORM START-BATCH-BODY
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y" OR WS-BATCH-FAILED = "Y"
               READ NIGHT-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF NIGHT-RECORD NOT = SPACES
                           AND NIGHT-RECORD(1:4) NOT = "HDR|"
                           PERFORM ADD-RECORD-TO-BATCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NIGHT-FILE

           IF WS-BATCH-FAILED NOT = "Y"
               MOVE "Y" TO WS-BATCH-FINAL
               PERFORM FLUSH-BATCH
           END-IF
           IF WS-BATCH-FAILED = "Y"
               MOVE "Y" TO WS-SUB-FAILED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SUB-NIGHTS-SENT
           ADD WS-NIGHT-RECORDS TO WS-SUB-RECORDS-SENT.

      ******************************************************************
      * START-BATCH-BODY: Open a fresh batch for the current night
      ******************************************************************
       START-BATCH-BODY.
           ADD 1 TO WS-BATCH-NO
           MOVE WS-BATCH-NO TO WS-BATCH-NO-TEXT
           MOVE SPACES TO WS-BATCH-BODY
           MOVE 1 TO WS-BATCH-PTR
           MOVE 0 TO WS-BATCH-COUNT
           MOVE SPACES TO WS-ESC-IN-BUF
           MOVE WS-SB-NAME(WS-SB-IDX) TO WS-ESC-IN-BUF
           CALL "JSON-ESCAPE-STRING" USING WS-ESC-IN-BUF
                                           WS-ESC-OUT-BUF
           STRING '{"subscriber":"' DELIMITED BY SIZE
                  WS-ESC-OUT-BUF DELIMITED BY "  "
                  '","night":"' DELIMITED BY SIZE
                  WS-NC-NIGHT(WS-NC-IDX) DELIMITED BY SIZE
                  '","tenant":"' DELIMITED BY SIZE
                  WS-NC-TENANT(WS-NC-IDX) DELIMITED BY SPACE
                  '","batch":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BATCH-NO-TEXT) DELIMITED BY SIZE
                  INTO WS-BATCH-BODY WITH POINTER WS-BATCH-PTR.

      ******************************************************************
      * ADD-RECORD-TO-BATCH: One A/C/D delta record, if the subscriber
      * takes its type and the project is not quarantined, as a JSON
      * document; the batch goes out at the record limit or when the
      * body is nearly full
      ******************************************************************
       ADD-RECORD-TO-BATCH.
           MOVE SPACES TO WS-DELTA-ACTION WS-DELTA-ID WS-DELTA-NAME
                          WS-DELTA-STATUS WS-DELTA-UPDATED
           UNSTRING NIGHT-RECORD DELIMITED BY "|"
               INTO WS-DELTA-ACTION WS-DELTA-ID WS-DELTA-NAME
                    WS-DELTA-STATUS WS-DELTA-UPDATED
           IF WS-SB-TYPES(WS-SB-IDX) NOT = SPACES
               MOVE 0 TO WS-TYPE-HITS
               INSPECT WS-SB-TYPES(WS-SB-IDX)
                   TALLYING WS-TYPE-HITS FOR ALL WS-DELTA-ACTION
               IF WS-TYPE-HITS = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-DELTA-ACTION = "A" OR WS-DELTA-ACTION = "C"
               CALL "QUARANTINE-CHECK" USING WS-DELTA-ID
                                             WS-QUARANTINED
               IF WS-QUARANTINED = "Y"
                   ADD 1 TO WS-TOTAL-WITHHELD
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-BATCH-COUNT >= WS-BATCH-LIMIT
               OR WS-BATCH-PTR > 30000
               PERFORM FLUSH-BATCH
               IF WS-BATCH-FAILED = "Y"
                   EXIT PARAGRAPH
               END-IF
               PERFORM START-BATCH-BODY
           END-IF

           MOVE SPACES TO WS-ESC-IN-BUF
           MOVE WS-DELTA-NAME TO WS-ESC-IN-BUF
           CALL "JSON-ESCAPE-STRING" USING WS-ESC-IN-BUF
                                           WS-ESC-OUT-BUF
           MOVE LENGTH OF WS-ESC-OUT-BUF TO WS-ESC-LEN
           PERFORM UNTIL WS-ESC-LEN = 0
                      OR WS-ESC-OUT-BUF(WS-ESC-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-ESC-LEN
           END-PERFORM
           IF WS-ESC-LEN = 0
               MOVE 1 TO WS-ESC-LEN
           END-IF

           IF WS-BATCH-COUNT = 0
               STRING ',"records":[' DELIMITED BY SIZE
                      INTO WS-BATCH-BODY WITH POINTER WS-BATCH-PTR
           ELSE
               STRING "," DELIMITED BY SIZE
                      INTO WS-BATCH-BODY WITH POINTER WS-BATCH-PTR
           END-IF
           STRING '{"action":"' DELIMITED BY SIZE
                  WS-DELTA-ACTION DELIMITED BY SIZE
                  '","id":"' DELIMITED BY SIZE
                  WS-DELTA-ID DELIMITED BY SPACE
                  '","name":"' DELIMITED BY SIZE
                  WS-ESC-OUT-BUF(1:WS-ESC-LEN) DELIMITED BY SIZE
                  '","status":"' DELIMITED BY SIZE
                  WS-DELTA-STATUS DELIMITED BY SPACE
                  '","updatedAt":"' DELIMITED BY SIZE
                  WS-DELTA-UPDATED DELIMITED BY SPACE
                  '"}' DELIMITED BY SIZE
                  INTO WS-BATCH-BODY WITH POINTER WS-BATCH-PTR
                  ON OVERFLOW CONTINUE
           END-STRING
           ADD 1 TO WS-BATCH-COUNT
           ADD 1 TO WS-NIGHT-RECORDS.

      ******************************************************************
      * FLUSH-BATCH: Close the batch body and POST it to the
      * subscriber's endpoint; anything but a 2xx is a failure
      ******************************************************************
       FLUSH-BATCH.
           IF WS-BATCH-COUNT = 0
               STRING ',"records":[' DELIMITED BY SIZE
                      INTO WS-BATCH-BODY WITH POINTER WS-BATCH-PTR
           END-IF
           IF WS-BATCH-FINAL = "Y"
               STRING '],"final":true}' DELIMITED BY SIZE
                      INTO WS-BATCH-BODY WITH POINTER WS-BATCH-PTR
           ELSE
               STRING '],"final":false}' DELIMITED BY SIZE
                      INTO WS-BATCH-BODY WITH POINTER WS-BATCH-PTR
           END-IF

           MOVE WS-SB-URL(WS-SB-IDX) TO WS-POST-URL
           MOVE 0 TO WS-POST-STATUS
           CALL "HTTP-INIT" USING WS-POST-HANDLE WS-POST-RC
           IF WS-POST-RC = 0
               CALL "HTTP-SET-URL" USING WS-POST-HANDLE WS-POST-URL
                                         WS-POST-RC
               CALL "HTTP-SET-METHOD" USING WS-POST-HANDLE
                                            WS-POST-METHOD
                                            WS-POST-RC
               CALL "HTTP-SET-TIMEOUT" USING WS-POST-HANDLE
                                             WS-POST-TIMEOUT
                                             WS-POST-RC
               CALL "HTTP-SET-CONNECT-TIMEOUT" USING WS-POST-HANDLE
                                             WS-POST-CONNECT-TIMEOUT
                                             WS-POST-RC
               IF WS-PROXY-ENV NOT = SPACES
                   CALL "HTTP-SET-PROXY" USING WS-POST-HANDLE
                                               WS-PROXY-ENV
                                               WS-POST-RC
               END-IF
               MOVE "Content-Type" TO WS-POST-HEADER-NAME
               MOVE "application/json" TO WS-POST-HEADER-VALUE
               CALL "HTTP-ADD-HEADER" USING WS-POST-HANDLE
                                            WS-POST-HEADER-NAME
                                            WS-POST-HEADER-VALUE
                                            WS-POST-RC
               MOVE "X-Grey-Delta-Night" TO WS-POST-HEADER-NAME
               MOVE WS-NC-NIGHT(WS-NC-IDX) TO WS-POST-HEADER-VALUE
               CALL "HTTP-ADD-HEADER" USING WS-POST-HANDLE
                                            WS-POST-HEADER-NAME
                                            WS-POST-HEADER-VALUE
                                            WS-POST-RC
               CALL "HTTP-SET-BODY" USING WS-POST-HANDLE
                                          WS-BATCH-BODY
                                          WS-POST-RC
               CALL "HTTP-EXECUTE" USING WS-POST-HANDLE
                                         WS-POST-STATUS
                                         WS-POST-RESPONSE
                                         WS-POST-RESPONSE-LEN
                                         WS-POST-CONTENT-TYPE
                                         WS-POST-ETAG
                                         WS-POST-RETRY-AFTER
                                         WS-POST-TRUNCATED
                                         WS-POST-SPILL-FILE
                                         WS-POST-SPILL-LEN
                                         WS-POST-RC
               CALL "HTTP-CLEANUP" USING WS-POST-HANDLE WS-POST-RC
           END-IF

           IF WS-POST-STATUS >= 200 AND WS-POST-STATUS < 300
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-BATCH-FAILED
           MOVE SPACES TO WS-SUB-DETAIL
           STRING "night " DELIMITED BY SIZE
                  WS-NC-NIGHT(WS-NC-IDX) DELIMITED BY SIZE
                  " batch " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BATCH-NO-TEXT) DELIMITED BY SIZE
                  " refused, HTTP status " DELIMITED BY SIZE
                  WS-POST-STATUS DELIMITED BY SIZE
                  INTO WS-SUB-DETAIL
           DISPLAY "Subscriber " WS-SB-NAME(WS-SB-IDX) ": "
                   WS-SUB-DETAIL.

      ******************************************************************
      * WRITE-SUBSCRIBER-LINE: Where one subscriber stands after this
      * run
      ******************************************************************
       WRITE-SUBSCRIBER-LINE.
           EVALUATE TRUE
               WHEN WS-SUB-GAP = "Y"
                   MOVE "GAP" TO WS-SUB-STATE
               WHEN WS-SUB-FAILED = "Y" OR WS-SUB-LAG > 0
                   MOVE "LAGGING" TO WS-SUB-STATE
               WHEN OTHER
                   MOVE "CURRENT" TO WS-SUB-STATE
           END-EVALUATE
           IF WS-SUB-STATE NOT = "CURRENT"
               ADD 1 TO WS-BEHIND-COUNT
           END-IF

           MOVE WS-SUB-NIGHTS-SENT TO WS-COUNT-TEXT
           MOVE WS-SUB-RECORDS-SENT TO WS-COUNT-TEXT-2
           MOVE WS-SUB-LAG TO WS-COUNT-TEXT-3
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUBSCRIBER|" DELIMITED BY SIZE
                  WS-SB-NAME(WS-SB-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SUB-STATE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SUB-CHECKPOINT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT-2) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT-3) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-SUB-DETAIL DELIMITED BY "  "
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * SAVE-CHECKPOINTS: Rewrite the checkpoint file from the table
      * (subscribers no longer registered keep theirs, in case they
      * come back)
      ******************************************************************
       SAVE-CHECKPOINTS.
           OPEN OUTPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot write delta checkpoints "
                       WS-CHECKPOINT-FILE-NAME
                       " (status " WS-CHECKPOINT-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                       UNTIL WS-CP-IDX > WS-CP-COUNT
               MOVE SPACES TO CHECKPOINT-RECORD
               STRING WS-CP-NAME(WS-CP-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-CP-NIGHT(WS-CP-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-CP-DATE(WS-CP-IDX) DELIMITED BY SIZE
                      INTO CHECKPOINT-RECORD
               WRITE CHECKPOINT-RECORD
           END-PERFORM
           CLOSE CHECKPOINT-FILE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO PUBLISH-REPORT-RECORD
           WRITE PUBLISH-REPORT-RECORD.

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

       END PROGRAM DELTA-PUBLISHER.
