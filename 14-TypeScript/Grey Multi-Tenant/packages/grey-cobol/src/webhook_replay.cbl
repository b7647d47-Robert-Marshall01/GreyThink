      ******************************************************************
      * webhook_replay.cbl - Grey Webhook Event Replay
      * WEBHOOK-EVENT-PROCESSOR empties its drop file once the
      * deliveries are applied, so a master brought back by
      * MASTER-SALVAGE or DR-RELOAD used to sit stale until the
      * nightly sync. The processor now archives every delivery by
      * day; this driver re-applies the archived events from a given
      * point in time onward, so a restored master catches up to the
      * minute.
      *
      * Parameters (environment):
      *   GREY_REPLAY_FROM    timestamp to replay from (required);
      *                       events whose occurred-at is at or after
      *                       it are re-applied. Any form
      *                       DATE-TS-NORMALIZE accepts, compared in
      *                       UTC
      *   GREY_REPLAY_DRYRUN  Y - report what would be replayed
      *                       without touching the master
      *
      * Only deliveries whose signature verified and whose payload
      * the processor could read are replayed - APPLIED, STALE and
      * SKIPPED outcomes; a delivery redelivered by Grey (same
      * webhook and sequence) is replayed once. Events are gathered
      * from every archive day from the day before the FROM date
      * onward (archives are named by local date, FROM is UTC) into
      * a work file and sorted by occurred-at, then sequence number,
      * so they land in the order Grey raised them.
      *
      * Each event is applied as the processor applies it: created
      * and updated events as a keyed upsert that keeps every field
      * the event does not carry, archived events as a DELETE, each
      * write checked by CONTRACT-CHECK and approved by
      * MASTER-UPDATE-BROKER (which journals it, and refuses an
      * event older than the record on file). Metadata documents are
      * not replayed - the store is refetchable and the next sync
      * recaptures them - but an archived project's document is
      * dropped from the metadata store (GREYMETA) with its master
      * record, through MASTER-GUARD-META-DELETE, as the processor
      * does. The processor's sequence state is left alone.
      *
      * The processor's run lock is taken for the duration, so a
      * replay and a processor run never interleave on the master.
      *
      * Report: /tmp/grey_webhook_replay_report.txt
      *   "status|occurred-at|sequence|webhook-id|event-type|
      *    project-id"  status REPLAYED, STALE, SKIPPED, REJECTED,
      *    DUPLICATE or WOULD-REPLAY
      *   "SUMMARY|FROM=ts|CANDIDATES=n|REPLAYED=n|STALE=n|
      *    SKIPPED=n|REJECTED=n|DUPLICATES=n"
      *
      * RETURN-CODE 0 clean, 4 an event was rejected by the contract
      * check, 8 no FROM timestamp or the master cannot be opened,
      * 12 the processor (or another replay) holds the run lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEBHOOK-REPLAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-LIST-FILE ASSIGN TO WS-ARCHIVE-LIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-LIST-STATUS.

           SELECT EVENT-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT REPLAY-WORK-FILE ASSIGN TO WS-REPLAY-WORK-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPLAY-WORK-STATUS.

           SELECT LOCAL-MASTER-FILE ASSIGN TO WS-MASTER-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SYNC-PROJ-ID
               ALTERNATE RECORD KEY SYNC-PROJ-NAME-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY SYNC-PROJ-OWNER WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT META-STORE-FILE ASSIGN TO WS-META-STORE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY META-PROJ-ID
               FILE STATUS IS WS-META-STORE-STATUS.

           SELECT REPLAY-REPORT-FILE ASSIGN TO WS-REPLAY-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-LIST-FILE.
       01  ARCHIVE-LIST-RECORD         PIC X(128).

       FD  EVENT-ARCHIVE-FILE.
       01  EVENT-ARCHIVE-RECORD        PIC X(8700).

       FD  REPLAY-WORK-FILE.
       01  REPLAY-WORK-RECORD          PIC X(8700).

       FD  LOCAL-MASTER-FILE.
       COPY GREYSYNC.

       FD  META-STORE-FILE.
       COPY GREYMETA.

       FD  REPLAY-REPORT-FILE.
       01  REPLAY-REPORT-RECORD        PIC X(512).

       WORKING-STORAGE SECTION.
       01  WS-ARCHIVE-LIST-NAME        PIC X(64)
               VALUE "/tmp/grey_webhook_replay.lst".
       01  WS-ARCHIVE-LIST-STATUS      PIC XX     VALUE SPACES.
       01  WS-ARCHIVE-FILE-NAME        PIC X(128) VALUE SPACES.
       01  WS-ARCHIVE-STATUS           PIC XX     VALUE SPACES.
       01  WS-REPLAY-WORK-NAME         PIC X(64)
               VALUE "/tmp/grey_webhook_replay_work.txt".
       01  WS-REPLAY-WORK-STATUS       PIC XX     VALUE SPACES.
       01  WS-MASTER-FILE-NAME         PIC X(64)
               VALUE "/tmp/grey_project_master.dat".
       01  WS-MASTER-FILE-STATUS       PIC XX     VALUE SPACES.
       01  WS-REPLAY-REPORT-NAME       PIC X(64)
               VALUE "/tmp/grey_webhook_replay_report.txt".
       01  WS-REPORT-LINE              PIC X(512) VALUE SPACES.
       01  WS-COMMAND                  PIC X(256) VALUE SPACES.
       01  WS-LIST-EOF                 PIC X      VALUE "N".
       01  WS-EOF                      PIC X      VALUE "N".

       01  WS-FROM-ENV                 PIC X(32)  VALUE SPACES.
       01  WS-FROM-TS                  PIC X(32)  VALUE SPACES.
       01  WS-FROM-DATE                PIC X(8)   VALUE SPACES.
       01  WS-SCAN-DATE-NUM            PIC 9(8)   VALUE 0.
       01  WS-SCAN-DATE REDEFINES WS-SCAN-DATE-NUM
                                       PIC X(8).
       01  WS-DRYRUN-ENV               PIC X(1)   VALUE SPACES.
       01  WS-DRYRUN                   PIC X      VALUE "N".
       01  WS-ARCH-FILE-DATE           PIC X(8)   VALUE SPACES.

      ******************************************************************
      * One archive line torn into its columns; the payload is
      * everything after the eighth "|"
      ******************************************************************
       01  WS-ARC-OCCURRED             PIC X(32)  VALUE SPACES.
       01  WS-ARC-SEQUENCE             PIC X(8)   VALUE SPACES.
       01  WS-ARC-WEBHOOK-ID           PIC X(64)  VALUE SPACES.
       01  WS-ARC-EVENT-TYPE           PIC X(64)  VALUE SPACES.
       01  WS-ARC-PROJ-ID              PIC X(64)  VALUE SPACES.
       01  WS-ARC-OUTCOME              PIC X(9)   VALUE SPACES.
       01  WS-ARC-VERIFIED             PIC X      VALUE SPACES.
       01  WS-ARC-HANDLED-AT           PIC X(19)  VALUE SPACES.
       01  WS-ARC-PTR                  PIC 9(5)   VALUE 0.
       01  WS-PREV-WEBHOOK-ID          PIC X(64)  VALUE SPACES.
       01  WS-PREV-SEQUENCE            PIC X(8)   VALUE SPACES.

       01  WS-PAYLOAD-BUF              PIC X(32000) VALUE SPACES.
       01  WS-PROJECT-BUF              PIC X(32000) VALUE SPACES.
       01  WS-PROJECT-RAW              PIC X(8192) VALUE SPACES.
       01  WS-JSON-STR-SCRATCH         PIC X(2048) VALUE SPACES.
      *    JSON-UTILS key names are staged here before each call so
      *    the callee's PIC X(256) key parameter always maps onto a
      *    correctly-sized, space-padded field
       01  WS-JSON-KEY                 PIC X(256) VALUE SPACES.
       01  WS-EVENT-PROJ-NAME          PIC X(256) VALUE SPACES.
       01  WS-EVENT-PROJ-CREATED       PIC X(32)  VALUE SPACES.
       01  WS-NORM-TS                  PIC X(32)  VALUE SPACES.

      ******************************************************************
      * Change-journal images and the broker's verdict, as in
      * WEBHOOK-EVENT-PROCESSOR
      ******************************************************************
       01  WS-JRNL-BEFORE              PIC X(1648) VALUE SPACES.
       01  WS-JRNL-AFTER               PIC X(1648) VALUE SPACES.
       01  WS-GUARD-VERDICT            PIC X       VALUE SPACE.

      ******************************************************************
      * Local metadata store - an archived project's document goes
      * with its master record; a store that cannot be opened leaves
      * the replay unaffected
      ******************************************************************
       01  WS-META-STORE-NAME          PIC X(64)
               VALUE "/tmp/grey_project_metadata.dat".
       01  WS-META-STORE-ENV           PIC X(64)   VALUE SPACES.
       01  WS-META-STORE-STATUS        PIC XX      VALUE SPACES.
       01  WS-META-STORE-OPEN          PIC X       VALUE "N".
       01  WS-META-BEFORE              PIC X(8449) VALUE SPACES.
       01  WS-CONTRACT-ENTITY          PIC X(16)  VALUE "project".
       01  WS-CONTRACT-VIOLATION       PIC X(80)  VALUE SPACES.
       01  WS-REPLAY-STATUS            PIC X(12)  VALUE SPACES.

       01  WS-CANDIDATE-COUNT          PIC 9(8)   VALUE 0.
       01  WS-REPLAYED-COUNT           PIC 9(8)   VALUE 0.
       01  WS-STALE-COUNT              PIC 9(8)   VALUE 0.
       01  WS-SKIPPED-COUNT            PIC 9(8)   VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(8)   VALUE 0.
       01  WS-DUPLICATE-COUNT          PIC 9(8)   VALUE 0.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary. The lock is
      * the processor's, so the two never run together.
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "WEBHOOK-REPLAY".
       01  WS-LOCK-JOB-NAME            PIC X(32)
               VALUE "WEBHOOK-EVENT-PROCESSOR".
       01  WS-HIST-RUN-ID              PIC X(24)  VALUE SPACES.
       01  WS-HIST-READ                PIC 9(8)   VALUE 0.
       01  WS-HIST-OK                  PIC 9(8)   VALUE 0.
       01  WS-HIST-FAIL                PIC 9(8)   VALUE 0.
       01  WS-HIST-CID                 PIC X(40)  VALUE SPACES.
       01  WS-LOCK-ACQUIRED            PIC X      VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Webhook Event Replay ==="
           MOVE 0 TO RETURN-CODE

           CALL "RUN-HISTORY-START" USING WS-HIST-JOB-NAME
                                          WS-HIST-RUN-ID
           CALL "RUN-LOCK-ACQUIRE" USING WS-LOCK-JOB-NAME
                                         WS-LOCK-ACQUIRED
           IF WS-LOCK-ACQUIRED NOT = "Y"
               DISPLAY "WEBHOOK-EVENT-PROCESSOR or another replay is "
                       "running - try again when it ends"
               MOVE 12 TO RETURN-CODE
               PERFORM RECORD-RUN-HISTORY
               STOP RUN
           END-IF

           ACCEPT WS-FROM-ENV FROM ENVIRONMENT "GREY_REPLAY_FROM"
           IF WS-FROM-ENV = SPACES
               DISPLAY "GREY_REPLAY_FROM is required - the timestamp "
                       "the restored master is current to"
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-LOCK-JOB-NAME
               STOP RUN
           END-IF
           CALL "DATE-TS-NORMALIZE" USING WS-FROM-ENV WS-FROM-TS
           MOVE WS-FROM-TS(1:4) TO WS-FROM-DATE(1:4)
           MOVE WS-FROM-TS(6:2) TO WS-FROM-DATE(5:2)
           MOVE WS-FROM-TS(9:2) TO WS-FROM-DATE(7:2)
           IF WS-FROM-DATE IS NOT NUMERIC
               DISPLAY "GREY_REPLAY_FROM " WS-FROM-ENV
                       " is not a timestamp"
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-LOCK-JOB-NAME
               STOP RUN
           END-IF
      *    Archives are named by the local date the delivery landed
      *    and FROM is UTC, so the scan starts a day early; the
      *    occurred-at test on each event does the exact cut
           MOVE WS-FROM-DATE TO WS-SCAN-DATE
           COMPUTE WS-SCAN-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-SCAN-DATE-NUM) - 1)
           ACCEPT WS-DRYRUN-ENV FROM ENVIRONMENT "GREY_REPLAY_DRYRUN"
           IF WS-DRYRUN-ENV = "Y" OR WS-DRYRUN-ENV = "y"
               MOVE "Y" TO WS-DRYRUN
           END-IF

           IF WS-DRYRUN NOT = "Y"
               OPEN I-O LOCAL-MASTER-FILE
               IF WS-MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "Cannot open project master "
                           WS-MASTER-FILE-NAME
                           " (status " WS-MASTER-FILE-STATUS ")"
                   MOVE 8 TO RETURN-CODE
                   PERFORM RECORD-RUN-HISTORY
                   CALL "RUN-LOCK-RELEASE" USING WS-LOCK-JOB-NAME
                   STOP RUN
               END-IF
               PERFORM OPEN-META-STORE
           END-IF

           PERFORM GATHER-CANDIDATES
           PERFORM SORT-CANDIDATES

           OPEN OUTPUT REPLAY-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "STATUS|OCCURRED_AT|SEQUENCE|WEBHOOK_ID|EVENT_TYPE|"
                      DELIMITED BY SIZE
                  "PROJECT_ID" DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           OPEN INPUT REPLAY-WORK-FILE
           IF WS-REPLAY-WORK-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ REPLAY-WORK-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM REPLAY-ONE-EVENT
                   END-READ
               END-PERFORM
               CLOSE REPLAY-WORK-FILE
           END-IF

           IF WS-DRYRUN NOT = "Y"
               CLOSE LOCAL-MASTER-FILE
               PERFORM CLOSE-META-STORE
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUMMARY|FROM=" DELIMITED BY SIZE
                  WS-FROM-TS DELIMITED BY SPACE
                  "|CANDIDATES=" DELIMITED BY SIZE
                  WS-CANDIDATE-COUNT DELIMITED BY SIZE
                  "|REPLAYED=" DELIMITED BY SIZE
                  WS-REPLAYED-COUNT DELIMITED BY SIZE
                  "|STALE=" DELIMITED BY SIZE
                  WS-STALE-COUNT DELIMITED BY SIZE
                  "|SKIPPED=" DELIMITED BY SIZE
                  WS-SKIPPED-COUNT DELIMITED BY SIZE
                  "|REJECTED=" DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  "|DUPLICATES=" DELIMITED BY SIZE
                  WS-DUPLICATE-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE REPLAY-REPORT-FILE

           DISPLAY "Replay from " WS-FROM-TS(1:24)
                   " Candidates: " WS-CANDIDATE-COUNT
                   " Replayed: " WS-REPLAYED-COUNT
                   " Stale: " WS-STALE-COUNT
                   " Skipped: " WS-SKIPPED-COUNT
                   " Rejected: " WS-REJECTED-COUNT
           IF WS-DRYRUN = "Y"
               DISPLAY "Dry run - the master was not touched"
           END-IF
           DISPLAY "Replay report written: " WS-REPLAY-REPORT-NAME

           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-LOCK-JOB-NAME
           STOP RUN.

      ******************************************************************
      * GATHER-CANDIDATES: Every replayable archived event at or after
      * the FROM timestamp, from every archive day on or after the
      * FROM date, into the work file
      ******************************************************************
       GATHER-CANDIDATES.
           MOVE SPACES TO WS-COMMAND
           STRING "ls /tmp/grey_webhook_archive_*.txt 2>/dev/null > "
                      DELIMITED BY SIZE
                  WS-ARCHIVE-LIST-NAME DELIMITED BY SPACE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE 0 TO RETURN-CODE

           OPEN OUTPUT REPLAY-WORK-FILE
           OPEN INPUT ARCHIVE-LIST-FILE
           IF WS-ARCHIVE-LIST-STATUS = "00"
               MOVE "N" TO WS-LIST-EOF
               PERFORM UNTIL WS-LIST-EOF = "Y"
                   READ ARCHIVE-LIST-FILE
                       AT END MOVE "Y" TO WS-LIST-EOF
                       NOT AT END
                           PERFORM GATHER-FROM-ARCHIVE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-LIST-FILE
           END-IF
           CLOSE REPLAY-WORK-FILE.

      *    The date sits right after the "/tmp/grey_webhook_archive_"
      *    prefix; an event is archived on or after the local day it
      *    occurred, so days before the scan date cannot hold a
      *    candidate
       GATHER-FROM-ARCHIVE.
           MOVE ARCHIVE-LIST-RECORD(27:8) TO WS-ARCH-FILE-DATE
           IF WS-ARCH-FILE-DATE IS NOT NUMERIC
               OR WS-ARCH-FILE-DATE < WS-SCAN-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE ARCHIVE-LIST-RECORD TO WS-ARCHIVE-FILE-NAME
           OPEN INPUT EVENT-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ EVENT-ARCHIVE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM SELECT-CANDIDATE
               END-READ
           END-PERFORM
           CLOSE EVENT-ARCHIVE-FILE.

       SELECT-CANDIDATE.
           MOVE EVENT-ARCHIVE-RECORD TO REPLAY-WORK-RECORD
           PERFORM SPLIT-ARCHIVE-LINE
           IF WS-ARC-VERIFIED NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-ARC-OUTCOME NOT = "APPLIED"
               AND WS-ARC-OUTCOME NOT = "STALE"
               AND WS-ARC-OUTCOME NOT = "SKIPPED"
               EXIT PARAGRAPH
           END-IF
           IF WS-ARC-OCCURRED = SPACES
               OR WS-ARC-OCCURRED < WS-FROM-TS
               EXIT PARAGRAPH
           END-IF
           WRITE REPLAY-WORK-RECORD
           ADD 1 TO WS-CANDIDATE-COUNT.

      ******************************************************************
      * SPLIT-ARCHIVE-LINE: The work record's eight columns, and the
      * payload that follows them
      ******************************************************************
       SPLIT-ARCHIVE-LINE.
           MOVE SPACES TO WS-ARC-OCCURRED WS-ARC-SEQUENCE
                          WS-ARC-WEBHOOK-ID WS-ARC-EVENT-TYPE
                          WS-ARC-PROJ-ID WS-ARC-OUTCOME
                          WS-ARC-VERIFIED WS-ARC-HANDLED-AT
           MOVE SPACES TO WS-PAYLOAD-BUF
           MOVE 1 TO WS-ARC-PTR
           UNSTRING REPLAY-WORK-RECORD DELIMITED BY "|"
               INTO WS-ARC-OCCURRED WS-ARC-SEQUENCE
                    WS-ARC-WEBHOOK-ID WS-ARC-EVENT-TYPE
                    WS-ARC-PROJ-ID WS-ARC-OUTCOME
                    WS-ARC-VERIFIED WS-ARC-HANDLED-AT
               WITH POINTER WS-ARC-PTR
           IF WS-ARC-PTR <= LENGTH OF REPLAY-WORK-RECORD
               MOVE REPLAY-WORK-RECORD(WS-ARC-PTR:) TO WS-PAYLOAD-BUF
           END-IF.

      ******************************************************************
      * SORT-CANDIDATES: Occurred-at, then sequence - the archive
      * line begins with both, in fixed-width sortable form
      ******************************************************************
       SORT-CANDIDATES.
           MOVE SPACES TO WS-COMMAND
           STRING "LC_ALL=C sort -o " DELIMITED BY SIZE
                  WS-REPLAY-WORK-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-REPLAY-WORK-NAME DELIMITED BY SPACE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE 0 TO RETURN-CODE.

      ******************************************************************
      * REPLAY-ONE-EVENT: Re-apply one archived event, once per
      * webhook and sequence
      ******************************************************************
       REPLAY-ONE-EVENT.
           IF REPLAY-WORK-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIST-READ
           PERFORM SPLIT-ARCHIVE-LINE

           IF WS-ARC-WEBHOOK-ID = WS-PREV-WEBHOOK-ID
               AND WS-ARC-SEQUENCE = WS-PREV-SEQUENCE
               AND WS-ARC-SEQUENCE NOT = "00000000"
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE "DUPLICATE" TO WS-REPLAY-STATUS
               PERFORM WRITE-EVENT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARC-WEBHOOK-ID TO WS-PREV-WEBHOOK-ID
           MOVE WS-ARC-SEQUENCE TO WS-PREV-SEQUENCE

           IF WS-DRYRUN = "Y"
               MOVE "WOULD-REPLAY" TO WS-REPLAY-STATUS
               PERFORM WRITE-EVENT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM PARSE-EVENT-PROJECT
           EVALUATE WS-ARC-EVENT-TYPE
               WHEN "project.created"
                   PERFORM REPLAY-UPSERT-EVENT
               WHEN "project.updated"
                   PERFORM REPLAY-UPSERT-EVENT
               WHEN "project.archived"
                   PERFORM REPLAY-ARCHIVED-EVENT
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE "SKIPPED" TO WS-REPLAY-STATUS
           END-EVALUATE
           PERFORM WRITE-EVENT-LINE.

      ******************************************************************
      * PARSE-EVENT-PROJECT: The embedded project object's name and
      * created-at (the id is on the archive line)
      ******************************************************************
       PARSE-EVENT-PROJECT.
           MOVE SPACES TO WS-EVENT-PROJ-NAME WS-EVENT-PROJ-CREATED
           MOVE SPACES TO WS-PROJECT-RAW
           MOVE "project" TO WS-JSON-KEY
           CALL "JSON-GET-RAW-VALUE" USING WS-PAYLOAD-BUF
                                           WS-JSON-KEY
                                           WS-PROJECT-RAW
           MOVE SPACES TO WS-PROJECT-BUF
           MOVE WS-PROJECT-RAW TO WS-PROJECT-BUF

           MOVE "name" TO WS-JSON-KEY
           CALL "JSON-GET-STRING" USING WS-PROJECT-BUF
                                        WS-JSON-KEY
                                        WS-JSON-STR-SCRATCH
           MOVE WS-JSON-STR-SCRATCH TO WS-EVENT-PROJ-NAME

           MOVE "created_at" TO WS-JSON-KEY
           CALL "JSON-GET-STRING" USING WS-PROJECT-BUF
                                        WS-JSON-KEY
                                        WS-JSON-STR-SCRATCH
           MOVE WS-JSON-STR-SCRATCH TO WS-EVENT-PROJ-CREATED.

      ******************************************************************
      * REPLAY-UPSERT-EVENT: Keyed upsert of the project's master
      * record, keeping every field the event does not carry
      ******************************************************************
       REPLAY-UPSERT-EVENT.
           MOVE SPACES TO WS-JRNL-BEFORE
           MOVE WS-ARC-PROJ-ID TO SYNC-PROJ-ID
           READ LOCAL-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO SYNC-MASTER-RECORD
                   MOVE WS-ARC-PROJ-ID TO SYNC-PROJ-ID
               NOT INVALID KEY
                   MOVE SYNC-MASTER-RECORD TO WS-JRNL-BEFORE
           END-READ

           MOVE WS-EVENT-PROJ-NAME TO SYNC-PROJ-NAME
           IF WS-EVENT-PROJ-CREATED NOT = SPACES
               CALL "DATE-TS-NORMALIZE" USING WS-EVENT-PROJ-CREATED
                                              WS-NORM-TS
               MOVE WS-NORM-TS TO SYNC-PROJ-CREATED
           END-IF

           CALL "CONTRACT-CHECK" USING WS-CONTRACT-ENTITY
                                       SYNC-MASTER-RECORD
                                       WS-CONTRACT-VIOLATION
           IF WS-CONTRACT-VIOLATION NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               ADD 1 TO WS-HIST-FAIL
               MOVE "REJECTED" TO WS-REPLAY-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE SYNC-MASTER-RECORD TO WS-JRNL-AFTER
           CALL "MASTER-GUARD-UPSERT" USING WS-HIST-JOB-NAME
                                            WS-JRNL-BEFORE
                                            WS-JRNL-AFTER
                                            WS-GUARD-VERDICT
           IF WS-GUARD-VERDICT = "S"
               ADD 1 TO WS-STALE-COUNT
               MOVE "STALE" TO WS-REPLAY-STATUS
               EXIT PARAGRAPH
           END-IF
           WRITE SYNC-MASTER-RECORD
               INVALID KEY
                   REWRITE SYNC-MASTER-RECORD
           END-WRITE
           ADD 1 TO WS-REPLAYED-COUNT
           ADD 1 TO WS-HIST-OK
           MOVE "REPLAYED" TO WS-REPLAY-STATUS.

      ******************************************************************
      * REPLAY-ARCHIVED-EVENT: Keyed DELETE; a project the restored
      * master does not hold is just skipped
      ******************************************************************
       REPLAY-ARCHIVED-EVENT.
           MOVE SPACES TO WS-JRNL-BEFORE
           MOVE WS-ARC-PROJ-ID TO SYNC-PROJ-ID
           READ LOCAL-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SYNC-MASTER-RECORD TO WS-JRNL-BEFORE
           END-READ
           MOVE WS-ARC-PROJ-ID TO SYNC-PROJ-ID
           DELETE LOCAL-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE "SKIPPED" TO WS-REPLAY-STATUS
               NOT INVALID KEY
                   CALL "MASTER-GUARD-DELETE"
                       USING WS-HIST-JOB-NAME WS-JRNL-BEFORE
                             WS-GUARD-VERDICT
                   ADD 1 TO WS-REPLAYED-COUNT
                   ADD 1 TO WS-HIST-OK
                   MOVE "REPLAYED" TO WS-REPLAY-STATUS
                   PERFORM DROP-META-STORE-ENTRY
           END-DELETE.

      ******************************************************************
      * DROP-META-STORE-ENTRY: The archived project's metadata
      * document leaves the store with its master record
      ******************************************************************
       DROP-META-STORE-ENTRY.
           IF WS-META-STORE-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARC-PROJ-ID TO META-PROJ-ID
           READ META-STORE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE META-STORE-RECORD TO WS-META-BEFORE
           CALL "MASTER-GUARD-META-DELETE" USING WS-HIST-JOB-NAME
                                                 WS-META-BEFORE
                                                 WS-GUARD-VERDICT
           DELETE META-STORE-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.

      ******************************************************************
      * OPEN-META-STORE: Open the metadata store I-O; a store no job
      * has written yet holds nothing to drop
      ******************************************************************
       OPEN-META-STORE.
           ACCEPT WS-META-STORE-ENV
               FROM ENVIRONMENT "GREY_META_STORE_FILE"
           IF WS-META-STORE-ENV NOT = SPACES
               MOVE WS-META-STORE-ENV TO WS-META-STORE-NAME
           END-IF
           OPEN I-O META-STORE-FILE
           IF WS-META-STORE-STATUS = "00"
               MOVE "Y" TO WS-META-STORE-OPEN
           ELSE
               IF WS-META-STORE-STATUS NOT = "35"
                   DISPLAY "WARNING: metadata store "
                           WS-META-STORE-NAME
                           " not available (status "
                           WS-META-STORE-STATUS ")"
               END-IF
           END-IF.

      ******************************************************************
      * CLOSE-META-STORE: Close the store if this run opened it
      ******************************************************************
       CLOSE-META-STORE.
           IF WS-META-STORE-OPEN = "Y"
               CLOSE META-STORE-FILE
               MOVE "N" TO WS-META-STORE-OPEN
           END-IF.

      ******************************************************************
      * WRITE-EVENT-LINE / WRITE-REPORT-LINE: Report records
      ******************************************************************
       WRITE-EVENT-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-REPLAY-STATUS DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-ARC-OCCURRED DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-ARC-SEQUENCE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-ARC-WEBHOOK-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-ARC-EVENT-TYPE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-ARC-PROJ-ID DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPLAY-REPORT-RECORD
           WRITE REPLAY-REPORT-RECORD.

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

       END PROGRAM WEBHOOK-REPLAY.
