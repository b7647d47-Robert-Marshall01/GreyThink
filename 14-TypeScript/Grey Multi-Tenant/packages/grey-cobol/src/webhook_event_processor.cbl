      * processed, so a delivery is applied exactly once; on an
      * abnormal end it is left alone and the next run retries.
      *
      * Before the drop file goes, every delivery in it is appended
      * to the day's event archive (/tmp/grey_webhook_archive_
      * YYYYMMDD.txt, dated by the run), one line per delivery:
      *   "occurred-at|sequence|webhook-id|event-type|project-id|
      *    outcome|signature-verified|handled-at|payload-json"
      * outcome APPLIED, STALE (refused by the broker), SKIPPED,
      * REJECTED (signature), MALFORMED or CONTRACT; occurred-at and
      * handled-at (when this run applied the event) are both UTC,
      * so WEBHOOK-SLA-REPORT can measure delivery lag from them.
      * Each project a gap re-fetch folds in is archived too, as
      * event type "gap.refetch" with outcome REFETCHED, sequence
      * zero and the project's updated-at as occurred-at, so the
      * re-fetch is visible apart from the deliveries.
      * WEBHOOK-REPLAY re-applies the
      * archive after a MASTER-SALVAGE or DR-RELOAD. Archive files
      * older than GREY_WEBHOOK_ARCHIVE_DAYS (default 30) days are
      * deleted at the end of each run.
      *
      * Every master WRITE/REWRITE/DELETE runs through
      * MASTER-UPDATE-BROKER, which refuses stale overwrites (an
      * older updated-at landing on a fresher record), logs the
      * skips, and lands the before/after image in the change
      * journal - so disputed changes can be answered from
      * JOURNAL-REPORT instead of "the prior values are gone".
      *
      * The local metadata store (GREYMETA) beside the master is
      * kept current the same way: an event whose project object
      * carries a "metadata" document lands it in the store, a
      * single-project re-fetch stores the fetched document, and an
      * archived event drops the entry - each write through the
      * broker, so an older capture never replaces a newer one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEBHOOK-EVENT-PROCESSOR.
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

           SELECT EVENT-REPORT-FILE ASSIGN TO WS-EVENT-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATE-STATUS.

           SELECT EVENT-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT ARCHIVE-LIST-FILE ASSIGN TO WS-ARCHIVE-LIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-DROP-FILE.
       FD  LOCAL-MASTER-FILE.
       COPY GREYSYNC.

       FD  META-STORE-FILE.
       COPY GREYMETA.

       FD  EVENT-REPORT-FILE.
       01  EVENT-REPORT-RECORD         PIC X(512).

       FD  SEQ-STATE-FILE.
       01  SEQ-STATE-RECORD            PIC X(160).

       FD  EVENT-ARCHIVE-FILE.
       01  EVENT-ARCHIVE-RECORD        PIC X(8700).

       FD  ARCHIVE-LIST-FILE.
       01  ARCHIVE-LIST-RECORD         PIC X(128).

       WORKING-STORAGE SECTION.
       COPY GREYCONF.
       COPY GREYERR.
       01  WS-STALE-SKIP-COUNT         PIC 9(8)    VALUE 0.
       01  WS-NORM-TS                  PIC X(32)   VALUE SPACES.

      ******************************************************************
      * Local metadata store - the document staged here is written
      * through MASTER-GUARD-META-UPSERT; a store that cannot be
      * opened leaves event processing unaffected
      ******************************************************************
       01  WS-META-STORE-NAME          PIC X(64)
               VALUE "/tmp/grey_project_metadata.dat".
       01  WS-META-STORE-ENV           PIC X(64)   VALUE SPACES.
       01  WS-META-STORE-STATUS        PIC XX      VALUE SPACES.
       01  WS-META-STORE-OPEN          PIC X       VALUE "N".
       01  WS-META-BEFORE              PIC X(8449) VALUE SPACES.
       01  WS-META-AFTER               PIC X(8449) VALUE SPACES.
       01  WS-META-NEW-ID              PIC X(64)   VALUE SPACES.
       01  WS-META-NEW-UPDATED         PIC X(32)   VALUE SPACES.
       01  WS-META-NEW-ETAG            PIC X(128)  VALUE SPACES.
       01  WS-META-NEW-TRUNC           PIC X       VALUE "N".
       01  WS-META-NEW-DOC             PIC X(8192) VALUE SPACES.
       01  WS-META-STORED-COUNT        PIC 9(8)    VALUE 0.
       01  WS-EVENT-HAS-META           PIC X       VALUE "N".
       01  WS-EVENT-METADATA           PIC X(8192) VALUE SPACES.

      ******************************************************************
      * Entity contract check - an event that would blank a required
      * master field is rejected before the write
       01  WS-CONTRACT-ENTITY          PIC X(16)  VALUE "project".
       01  WS-CONTRACT-VIOLATION       PIC X(80)  VALUE SPACES.

      ******************************************************************
      * Event archive - each delivery's outcome, as the branch that
      * handled it sets it, goes to the day's archive file with the
      * payload; expired archive days are swept at end of run
      ******************************************************************
       01  WS-ARCHIVE-FILE-NAME        PIC X(64)  VALUE SPACES.
       01  WS-ARCHIVE-STATUS           PIC XX     VALUE SPACES.
       01  WS-ARCHIVE-OPEN             PIC X      VALUE "N".
       01  WS-ARCHIVE-LIST-NAME        PIC X(64)
               VALUE "/tmp/grey_webhook_archive.lst".
       01  WS-ARCHIVE-LIST-STATUS      PIC XX     VALUE SPACES.
       01  WS-ARCHIVE-DAYS-ENV         PIC X(5)   VALUE SPACES.
       01  WS-ARCHIVE-DAYS             PIC 9(5)   VALUE 30.
       01  WS-ARCH-OUTCOME             PIC X(9)   VALUE SPACES.
       01  WS-ARCH-VERIFIED            PIC X      VALUE "N".
       01  WS-ARCH-PAYLOAD-LEN         PIC 9(5)   VALUE 0.
       01  WS-ARCH-LINE                PIC X(8700) VALUE SPACES.
       01  WS-ARCH-PTR                 PIC 9(5)   VALUE 0.
       01  WS-ARCHIVED-COUNT           PIC 9(8)   VALUE 0.
       01  WS-ARCHIVE-PURGED           PIC 9(5)   VALUE 0.
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-ARCH-LOCAL-TS            PIC X(32)  VALUE SPACES.
       01  WS-ARCH-HANDLED-TS          PIC X(32)  VALUE SPACES.
       01  WS-TODAY-YYYYMMDD           PIC 9(8)   VALUE 0.
       01  WS-TODAY-INT                PIC 9(8)   VALUE 0.
       01  WS-ARCH-FILE-DATE           PIC X(8)   VALUE SPACES.
       01  WS-ARCH-FILE-DATE-NUM       PIC 9(8)   VALUE 0.
       01  WS-ARCH-FILE-AGE            PIC S9(8)  VALUE 0.
       01  WS-LIST-EOF                 PIC X      VALUE "N".
       01  WS-COMMAND                  PIC X(256) VALUE SPACES.

       01  WS-LINE-COUNT               PIC 9(8)   VALUE 0.
       01  WS-APPLIED-COUNT            PIC 9(8)   VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(8)   VALUE 0.
               STOP RUN
           END-IF

           PERFORM OPEN-META-STORE

           OPEN INPUT EVENT-DROP-FILE
           IF WS-DROP-FILE-STATUS NOT = "00"
               DISPLAY "No webhook drop file found - nothing to do"
               CLOSE LOCAL-MASTER-FILE
               PERFORM CLOSE-META-STORE
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           OPEN OUTPUT EVENT-REPORT-FILE
           OPEN OUTPUT EVENT-REJECT-FILE
           PERFORM WRITE-HEADER
           PERFORM OPEN-EVENT-ARCHIVE

           PERFORM UNTIL WS-EOF = "Y"
               READ EVENT-DROP-FILE

           CLOSE EVENT-DROP-FILE
           CLOSE LOCAL-MASTER-FILE
           PERFORM CLOSE-META-STORE
           IF WS-ARCHIVE-OPEN = "Y"
               CLOSE EVENT-ARCHIVE-FILE
           END-IF

           PERFORM SAVE-SEQ-STATE
           PERFORM TRUNCATE-DROP-FILE
           PERFORM PURGE-EXPIRED-ARCHIVES

           PERFORM WRITE-FOOTER
           CLOSE EVENT-REPORT-FILE
                   " Skipped: " WS-SKIPPED-COUNT
                   " Stale refused: " WS-STALE-SKIP-COUNT
                   " Gaps: " WS-GAP-COUNT
                   " Metadata stored: " WS-META-STORED-COUNT
           DISPLAY "Archived: " WS-ARCHIVED-COUNT
                   " Expired archive days removed: " WS-ARCHIVE-PURGED
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           STOP RUN.
               OPEN I-O LOCAL-MASTER-FILE
           END-IF.

      ******************************************************************
      * OPEN-META-STORE: Open the metadata store I-O, creating it if
      * no job has written it yet
      ******************************************************************
       OPEN-META-STORE.
           ACCEPT WS-META-STORE-ENV
               FROM ENVIRONMENT "GREY_META_STORE_FILE"
           IF WS-META-STORE-ENV NOT = SPACES
               MOVE WS-META-STORE-ENV TO WS-META-STORE-NAME
           END-IF
           OPEN I-O META-STORE-FILE
           IF WS-META-STORE-STATUS = "35"
               OPEN OUTPUT META-STORE-FILE
               CLOSE META-STORE-FILE
               OPEN I-O META-STORE-FILE
           END-IF
           IF WS-META-STORE-STATUS = "00"
               MOVE "Y" TO WS-META-STORE-OPEN
           ELSE
               DISPLAY "WARNING: metadata store " WS-META-STORE-NAME
                       " not available (status " WS-META-STORE-STATUS
                       ")"
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
      * INITIALIZE-CONFIG: Build the Grey config from the job's
      * environment (GREY_HOST/GREY_PORT), defaulting to local dev
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ARCH-OUTCOME
           MOVE "N" TO WS-ARCH-VERIFIED
           MOVE SPACES TO WS-EVENT-TYPE WS-EVENT-PROJ-ID
                          WS-EVENT-WEBHOOK-ID WS-EVENT-OCCURRED-AT
           MOVE 0 TO WS-EVENT-SEQUENCE
           PERFORM VERIFY-AND-APPLY-EVENT
           PERFORM ARCHIVE-EVENT.

      ******************************************************************
      * VERIFY-AND-APPLY-EVENT: Signature, JSON and sequence checks,
      * then the event applied; each branch notes its outcome for
      * the archive
      ******************************************************************
       VERIFY-AND-APPLY-EVENT.
           MOVE SPACES TO WS-EVENT-SIGNATURE
           MOVE SPACES TO WS-PAYLOAD-BUF
           UNSTRING EVENT-DROP-RECORD DELIMITED BY "|"

           IF WS-EVENT-SIGNATURE NOT = WS-SECRET-ENV
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED" TO WS-ARCH-OUTCOME
               PERFORM WRITE-REJECTED-LINE
               PERFORM KEEP-REJECTED-EVENT
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-ARCH-VERIFIED

           CALL "JSON-VALIDATE" USING WS-PAYLOAD-BUF WS-PAYLOAD-VALID
           IF WS-PAYLOAD-VALID NOT = "Y"
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "MALFORMED" TO WS-ARCH-OUTCOME
               PERFORM WRITE-MALFORMED-LINE
               PERFORM KEEP-REJECTED-EVENT
               EXIT PARAGRAPH

           IF WS-EVENT-PROJ-ID = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "SKIPPED" TO WS-ARCH-OUTCOME
               PERFORM WRITE-SKIPPED-LINE
               EXIT PARAGRAPH
           END-IF
                   PERFORM APPLY-ARCHIVED-EVENT
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE "SKIPPED" TO WS-ARCH-OUTCOME
                   PERFORM WRITE-SKIPPED-LINE
           END-EVALUATE

           CALL "JSON-GET-STRING" USING WS-PROJECT-BUF
                                        WS-JSON-KEY
                                        WS-JSON-STR-SCRATCH
           MOVE WS-JSON-STR-SCRATCH TO WS-EVENT-PROJ-CREATED

      *    Subscriptions configured to send the full project carry
      *    its metadata document - kept for the local store
           MOVE "N" TO WS-EVENT-HAS-META
           MOVE SPACES TO WS-EVENT-METADATA
           MOVE "metadata" TO WS-JSON-KEY
           CALL "JSON-HAS-KEY" USING WS-PROJECT-BUF
                                     WS-JSON-KEY
                                     WS-EVENT-HAS-META
           IF WS-EVENT-HAS-META = "Y"
               CALL "JSON-GET-RAW-VALUE" USING WS-PROJECT-BUF
                                               WS-JSON-KEY
                                               WS-EVENT-METADATA
           END-IF.

      ******************************************************************
      * FIND-SEQ-ENTRY: Locate this event's webhook_id in the state
               INVALID KEY
                   REWRITE SYNC-MASTER-RECORD
           END-WRITE
           ADD 1 TO WS-REFETCH-COUNT
           PERFORM ARCHIVE-REFETCH.

      ******************************************************************
      * REFETCH-ONE-PROJECT: With no window timestamp on file, the one
               INVALID KEY
                   REWRITE SYNC-MASTER-RECORD
           END-WRITE
           ADD 1 TO WS-REFETCH-COUNT
           PERFORM ARCHIVE-REFETCH

      *    The fetch already paid for the metadata document - keep it
           MOVE SYNC-PROJ-ID TO WS-META-NEW-ID
           MOVE SYNC-PROJ-UPDATED TO WS-META-NEW-UPDATED
           MOVE WS-PROJ-ETAG TO WS-META-NEW-ETAG
           MOVE WS-PROJ-META-TRUNC TO WS-META-NEW-TRUNC
           MOVE WS-PROJ-METADATA TO WS-META-NEW-DOC
           PERFORM STORE-META-DOCUMENT.

      ******************************************************************
      * APPLY-UPSERT-EVENT: A created or updated event becomes one
                                       WS-CONTRACT-VIOLATION
           IF WS-CONTRACT-VIOLATION NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "CONTRACT" TO WS-ARCH-OUTCOME
               PERFORM WRITE-CONTRACT-REJECT-LINE
               PERFORM KEEP-REJECTED-EVENT
               EXIT PARAGRAPH
           IF WS-GUARD-VERDICT = "S"
               ADD 1 TO WS-STALE-SKIP-COUNT
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "STALE" TO WS-ARCH-OUTCOME
               PERFORM WRITE-SKIPPED-LINE
               EXIT PARAGRAPH
           END-IF
                   REWRITE SYNC-MASTER-RECORD
           END-WRITE
           ADD 1 TO WS-APPLIED-COUNT
           MOVE "APPLIED" TO WS-ARCH-OUTCOME
           PERFORM WRITE-APPLIED-LINE

      *    The event's own metadata document is stamped with the
      *    event's occurred_at, and carries no ETag - the next sync
      *    that sees the project change re-captures it with one
           IF WS-EVENT-HAS-META = "Y"
               MOVE WS-EVENT-PROJ-ID TO WS-META-NEW-ID
               MOVE WS-EVENT-OCCURRED-AT TO WS-META-NEW-UPDATED
               MOVE SPACES TO WS-META-NEW-ETAG
               MOVE "N" TO WS-META-NEW-TRUNC
               MOVE WS-EVENT-METADATA TO WS-META-NEW-DOC
               PERFORM STORE-META-DOCUMENT
           END-IF.

      ******************************************************************
      * APPLY-ARCHIVED-EVENT: Drop the archived project's record with
           DELETE LOCAL-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE "SKIPPED" TO WS-ARCH-OUTCOME
                   PERFORM WRITE-SKIPPED-LINE
               NOT INVALID KEY
                   CALL "MASTER-GUARD-DELETE"
                       USING WS-HIST-JOB-NAME WS-JRNL-BEFORE
                             WS-GUARD-VERDICT
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "APPLIED" TO WS-ARCH-OUTCOME
                   PERFORM WRITE-APPLIED-LINE
                   PERFORM DROP-META-STORE-ENTRY
           END-DELETE.

      ******************************************************************
      * STORE-META-DOCUMENT: Write the staged metadata document to
      * the local store through the broker, which refuses a capture
      * older than the one already on file
      ******************************************************************
       STORE-META-DOCUMENT.
           IF WS-META-STORE-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-META-BEFORE
           MOVE WS-META-NEW-ID TO META-PROJ-ID
           READ META-STORE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE META-STORE-RECORD TO WS-META-BEFORE
           END-READ

           MOVE SPACES TO META-STORE-RECORD
           MOVE WS-META-NEW-ID TO META-PROJ-ID
           MOVE WS-META-NEW-UPDATED TO META-PROJ-UPDATED
           MOVE WS-META-NEW-ETAG TO META-PROJ-ETAG
           MOVE WS-EVENT-OCCURRED-AT TO META-CAPTURED-TS
           MOVE WS-META-NEW-TRUNC TO META-DOC-TRUNC
           MOVE WS-META-NEW-DOC TO META-DOCUMENT
           MOVE META-STORE-RECORD TO WS-META-AFTER

           CALL "MASTER-GUARD-META-UPSERT" USING WS-HIST-JOB-NAME
                                                 WS-META-BEFORE
                                                 WS-META-AFTER
                                                 WS-GUARD-VERDICT
           IF WS-GUARD-VERDICT = "S"
               ADD 1 TO WS-STALE-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF

           WRITE META-STORE-RECORD
               INVALID KEY
                   REWRITE META-STORE-RECORD
           END-WRITE
           ADD 1 TO WS-META-STORED-COUNT.

      ******************************************************************
      * DROP-META-STORE-ENTRY: An archived project's stored metadata
      * goes with its master record
      ******************************************************************
       DROP-META-STORE-ENTRY.
           IF WS-META-STORE-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EVENT-PROJ-ID TO META-PROJ-ID
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
           OPEN OUTPUT EVENT-DROP-FILE
           CLOSE EVENT-DROP-FILE.

      ******************************************************************
      * OPEN-EVENT-ARCHIVE: Open today's archive file for append,
      * creating it on the day's first run. An archive that cannot
      * be opened is reported but does not stop the events being
      * applied.
      ******************************************************************
       OPEN-EVENT-ARCHIVE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME
           STRING "/tmp/grey_webhook_archive_" DELIMITED BY SIZE
                  WS-NOW(1:8) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-ARCHIVE-FILE-NAME
           OPEN EXTEND EVENT-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "35"
               OPEN OUTPUT EVENT-ARCHIVE-FILE
           END-IF
           IF WS-ARCHIVE-STATUS = "00"
               MOVE "Y" TO WS-ARCHIVE-OPEN
           ELSE
               DISPLAY "WARNING: event archive " WS-ARCHIVE-FILE-NAME
                       " not available (status " WS-ARCHIVE-STATUS
                       ") - deliveries are not being archived"
           END-IF.

      ******************************************************************
      * ARCHIVE-EVENT: One archive line for the delivery just handled,
      * the raw payload last so a "|" inside it cannot shift a column
      ******************************************************************
       ARCHIVE-EVENT.
           IF WS-ARCHIVE-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE LENGTH OF WS-PAYLOAD-BUF TO WS-ARCH-PAYLOAD-LEN
           PERFORM UNTIL WS-ARCH-PAYLOAD-LEN = 0
                      OR WS-PAYLOAD-BUF(WS-ARCH-PAYLOAD-LEN:1)
                         NOT = SPACE
               SUBTRACT 1 FROM WS-ARCH-PAYLOAD-LEN
           END-PERFORM
           IF WS-ARCH-PAYLOAD-LEN > 8192
               MOVE 8192 TO WS-ARCH-PAYLOAD-LEN
           END-IF
           PERFORM STAMP-HANDLED-TS

           MOVE SPACES TO WS-ARCH-LINE
           MOVE 1 TO WS-ARCH-PTR
           STRING WS-EVENT-OCCURRED-AT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-EVENT-SEQUENCE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-EVENT-WEBHOOK-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-EVENT-TYPE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-EVENT-PROJ-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-ARCH-OUTCOME DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-ARCH-VERIFIED DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-ARCH-HANDLED-TS DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-ARCH-LINE WITH POINTER WS-ARCH-PTR
           IF WS-ARCH-PAYLOAD-LEN > 0
               STRING WS-PAYLOAD-BUF(1:WS-ARCH-PAYLOAD-LEN)
                          DELIMITED BY SIZE
                      INTO WS-ARCH-LINE WITH POINTER WS-ARCH-PTR
                      ON OVERFLOW CONTINUE
               END-STRING
           END-IF
           MOVE WS-ARCH-LINE TO EVENT-ARCHIVE-RECORD
           WRITE EVENT-ARCHIVE-RECORD
           ADD 1 TO WS-ARCHIVED-COUNT.

      ******************************************************************
      * ARCHIVE-REFETCH: One archive line for a project the gap
      * re-fetch just folded into the master (SYNC-MASTER-RECORD
      * holds it); WEBHOOK-REPLAY passes these over
      ******************************************************************
       ARCHIVE-REFETCH.
           IF WS-ARCHIVE-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM STAMP-HANDLED-TS
           MOVE SPACES TO WS-ARCH-LINE
           STRING SYNC-PROJ-UPDATED DELIMITED BY SPACE
                  "|00000000|" DELIMITED BY SIZE
                  WS-EVENT-WEBHOOK-ID DELIMITED BY SPACE
                  "|gap.refetch|" DELIMITED BY SIZE
                  SYNC-PROJ-ID DELIMITED BY SPACE
                  "|REFETCHED|Y|" DELIMITED BY SIZE
                  WS-ARCH-HANDLED-TS DELIMITED BY SPACE
                  "|{}" DELIMITED BY SIZE
                  INTO WS-ARCH-LINE
           MOVE WS-ARCH-LINE TO EVENT-ARCHIVE-RECORD
           WRITE EVENT-ARCHIVE-RECORD
           ADD 1 TO WS-ARCHIVED-COUNT.

      ******************************************************************
      * STAMP-HANDLED-TS: The moment of handling, in UTC - the local
      * clock with its offset, normalized like every other timestamp
      ******************************************************************
       STAMP-HANDLED-TS.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE SPACES TO WS-ARCH-LOCAL-TS
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) "T"
                  WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2)
                  WS-NOW(17:5)
               DELIMITED BY SIZE INTO WS-ARCH-LOCAL-TS
           CALL "DATE-TS-NORMALIZE" USING WS-ARCH-LOCAL-TS
                                          WS-ARCH-HANDLED-TS.

      ******************************************************************
      * PURGE-EXPIRED-ARCHIVES: Delete archive days older than the
      * retention (GREY_WEBHOOK_ARCHIVE_DAYS), aged by the YYYYMMDD
      * in the file name
      ******************************************************************
       PURGE-EXPIRED-ARCHIVES.
           ACCEPT WS-ARCHIVE-DAYS-ENV
               FROM ENVIRONMENT "GREY_WEBHOOK_ARCHIVE_DAYS"
           IF WS-ARCHIVE-DAYS-ENV(1:1) IS NUMERIC
               COMPUTE WS-ARCHIVE-DAYS =
                   FUNCTION NUMVAL(WS-ARCHIVE-DAYS-ENV)
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-TODAY-YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)

           MOVE SPACES TO WS-COMMAND
           STRING "ls /tmp/grey_webhook_archive_*.txt 2>/dev/null > "
                      DELIMITED BY SIZE
                  WS-ARCHIVE-LIST-NAME DELIMITED BY SPACE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE 0 TO RETURN-CODE

           OPEN INPUT ARCHIVE-LIST-FILE
           IF WS-ARCHIVE-LIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LIST-EOF
           PERFORM UNTIL WS-LIST-EOF = "Y"
               READ ARCHIVE-LIST-FILE
                   AT END MOVE "Y" TO WS-LIST-EOF
                   NOT AT END
                       PERFORM AGE-ONE-ARCHIVE
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-LIST-FILE.

      *    The date sits right after the "/tmp/grey_webhook_archive_"
      *    prefix
       AGE-ONE-ARCHIVE.
           MOVE ARCHIVE-LIST-RECORD(27:8) TO WS-ARCH-FILE-DATE
           IF WS-ARCH-FILE-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARCH-FILE-DATE TO WS-ARCH-FILE-DATE-NUM
           COMPUTE WS-ARCH-FILE-AGE = WS-TODAY-INT -
               FUNCTION INTEGER-OF-DATE(WS-ARCH-FILE-DATE-NUM)
           IF WS-ARCH-FILE-AGE > WS-ARCHIVE-DAYS
               MOVE SPACES TO WS-COMMAND
               STRING "rm -f " DELIMITED BY SIZE
                      ARCHIVE-LIST-RECORD DELIMITED BY SPACE
                      INTO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
               ADD 1 TO WS-ARCHIVE-PURGED
           END-IF.

      ******************************************************************
      * KEEP-REJECTED-EVENT: Preserve the raw dropped line in the
      * reject file - the drop file itself is truncated at end of run,
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

       END PROGRAM WEBHOOK-EVENT-PROCESSOR.
