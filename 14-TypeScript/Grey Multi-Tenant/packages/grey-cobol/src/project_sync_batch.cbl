      * records can only be derived from a full pull, so they are
      * emitted by a post-pass that runs after an unresumed full sync
      * completes cleanly; the records it flags are also deleted from
      * the master. The header also names the tenant synced. Once a
      * run completes cleanly the night's feed is kept as a copy named
      * for the tenant and run and listed in the delta night catalog
      * (each tenant's last GREY_DELTA_NIGHTS nights, default 30),
      * which DELTA-PUBLISHER walks to deliver every night to each
      * downstream subscriber.
      *
      * Every master WRITE/REWRITE/DELETE runs through
      * MASTER-UPDATE-BROKER, which refuses stale overwrites (an
      * skips, and lands the before/after image in the change
      * journal - so disputed changes can be answered from
      * JOURNAL-REPORT instead of "the prior values are gone".
      *
      * The master carries no metadata, so the job also keeps the
      * local metadata store (GREYMETA) beside it: after each
      * approved upsert the project's document is fetched once with
      * PROJECTS-GET - only when the store has no entry or the
      * ETag has moved - and written through the broker, and the
      * departed-project sweep drops the store entry with the master
      * record. The metadata reports read the store instead of
      * calling the API per project. Partition runs leave the store
      * to the next unpartitioned sync.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT-SYNC-BATCH.
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SYNC-PROJ-ID
               ALTERNATE RECORD KEY SYNC-PROJ-NAME-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY SYNC-PROJ-OWNER WITH DUPLICATES
               FILE STATUS IS WS-SYNC-FILE-STATUS.

           SELECT META-STORE-FILE ASSIGN TO WS-META-STORE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY META-PROJ-ID
               FILE STATUS IS WS-META-STORE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO WS-CKPT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-CATALOG-STATUS.

           SELECT NIGHT-CATALOG-FILE ASSIGN TO WS-NIGHT-CATALOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHT-CATALOG-STATUS.

           SELECT PART-FILE ASSIGN TO WS-PART-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

       FD  SYNC-MASTER-FILE.
       COPY GREYSYNC.

       FD  META-STORE-FILE.
       COPY GREYMETA.

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD           PIC X(150).

       FD  GEN-CATALOG-FILE.
       01  GEN-CATALOG-RECORD          PIC X(80).

       FD  NIGHT-CATALOG-FILE.
       01  NIGHT-CATALOG-RECORD        PIC X(256).

       FD  PART-FILE.
       01  PART-RECORD                 PIC X(2000).

               VALUE "/tmp/grey_project_delta.txt".

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
       01  WS-DELTA-LINE               PIC X(512) VALUE SPACES.
       01  WS-DELTA-ACTION             PIC X      VALUE SPACE.
       01  WS-ADD-COUNT                PIC 9(8)   VALUE 0.
       01  WS-SHORTENED-FIELDS         PIC 9(8)    VALUE 0.
       01  WS-NORM-TS                  PIC X(32)   VALUE SPACES.

      ******************************************************************
      * Local metadata store - kept beside the master so the
      * metadata reports read one keyed record instead of calling
      * PROJECTS-GET per project; a store that cannot be opened
      * leaves the sync itself unaffected
      ******************************************************************
       01  WS-META-STORE-NAME          PIC X(64)
               VALUE "/tmp/grey_project_metadata.dat".
       01  WS-META-STORE-ENV           PIC X(64)   VALUE SPACES.
       01  WS-META-STORE-STATUS        PIC XX      VALUE SPACES.
       01  WS-META-STORE-OPEN          PIC X       VALUE "N".
       01  WS-META-BEFORE              PIC X(8449) VALUE SPACES.
       01  WS-META-AFTER               PIC X(8449) VALUE SPACES.
       01  WS-META-REFRESH-COUNT       PIC 9(8)    VALUE 0.
       01  WS-META-FETCH-FAIL          PIC 9(8)    VALUE 0.

      ******************************************************************
      * Entity contract check - a record whose required fields are
      * missing diverts to the reject file instead of poisoning the
      *    traffic outweighs restorable snapshots
       01  WS-GEN-META-ENV             PIC X      VALUE SPACES.
       01  WS-GEN-METADATA             PIC X(8192) VALUE SPACES.
       01  WS-GEN-META-FOUND           PIC X      VALUE "N".
       01  WS-GEN-COUNT                PIC 9(3)   VALUE 0.
       01  WS-GEN-IDX                  PIC 9(3)   VALUE 0.
       01  WS-GEN-WRITE-IDX            PIC 9(3)   VALUE 0.
           05  WS-GEN-ENTRY OCCURS 200 TIMES PIC X(64).
       01  WS-RM-COMMAND               PIC X(128) VALUE SPACES.

      ******************************************************************
      * Delta night retention - each clean run's delta feed is copied
      * to a file named for the tenant and the run and listed in the
      * night catalog ("night|tenant|file", oldest first) for
      * DELTA-PUBLISHER; each tenant keeps its own GREY_DELTA_NIGHTS
      ******************************************************************
       01  WS-NIGHT-CATALOG-NAME       PIC X(64)
               VALUE "/tmp/grey_delta_nights.txt".
       01  WS-NIGHT-CATALOG-STATUS     PIC XX     VALUE SPACES.
       01  WS-NIGHT-KEEP-ENV           PIC X(5)   VALUE SPACES.
       01  WS-NIGHT-KEEP               PIC 9(3)   VALUE 30.
       01  WS-NIGHT-ID                 PIC X(14)  VALUE SPACES.
       01  WS-NIGHT-TENANT             PIC X(64)  VALUE SPACES.
       01  WS-NIGHT-FILE-NAME          PIC X(128) VALUE SPACES.
       01  WS-NIGHT-COMMAND            PIC X(300) VALUE SPACES.
       01  WS-NIGHT-COUNT              PIC 9(3)   VALUE 0.
       01  WS-NIGHT-IDX                PIC 9(3)   VALUE 0.
       01  WS-NIGHT-MINE               PIC 9(3)   VALUE 0.
       01  WS-NIGHT-DROP               PIC 9(3)   VALUE 0.
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-ENTRY OCCURS 400 TIMES PIC X(256).
       01  WS-NIGHT-OLD-ID             PIC X(14)  VALUE SPACES.
       01  WS-NIGHT-OLD-TENANT         PIC X(64)  VALUE SPACES.
       01  WS-NIGHT-OLD-FILE           PIC X(128) VALUE SPACES.

      ******************************************************************
      * Page-range partition mode - when GREY_SYNC_PAGE_FROM/_TO are
      * set, this step fetches just that page window and writes a
           END-IF

           PERFORM OPEN-SYNC-MASTER
           PERFORM OPEN-META-STORE
           IF WS-SYNC-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open project master "
                       WS-SYNC-FILE-NAME
           CLOSE CONTRACT-REJECT-FILE
           CLOSE DELTA-FILE
           CLOSE SYNC-MASTER-FILE
           IF WS-META-STORE-OPEN = "Y"
               CLOSE META-STORE-FILE
               MOVE "N" TO WS-META-STORE-OPEN
           END-IF
           CALL "SDK-SHUTDOWN"

           IF RETURN-CODE = 0
               PERFORM RESET-CHECKPOINT
               PERFORM WRITE-LAST-SYNC
               PERFORM WRITE-GENERATION
               PERFORM RETAIN-DELTA-NIGHT
           END-IF

      *    Fields shortened to fit their fixed master columns lost
                   ", contract rejects=" WS-CONTRACT-REJECTS
                   ", stale skips=" WS-STALE-SKIP-COUNT
                   ", shortened fields=" WS-SHORTENED-FIELDS ")"
           DISPLAY "Metadata store refreshed: " WS-META-REFRESH-COUNT
                   " (fetch failures " WS-META-FETCH-FAIL ")"
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           STOP RUN.

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
               OPEN I-O SYNC-MASTER-FILE
           END-IF.

      ******************************************************************
      * OPEN-META-STORE: Open the metadata store I-O the same way,
      * creating it on first use
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
                       ") - metadata not refreshed this run"
           END-IF.

      ******************************************************************
      * READ-CHECKPOINT: If a checkpoint file exists from a prior run
      * that did not finish, resume from the page after the last one
                   REWRITE SYNC-MASTER-RECORD
           END-WRITE

           PERFORM WRITE-DELTA-LINE
           PERFORM REFRESH-META-STORE.

      ******************************************************************
      * REFRESH-META-STORE: Bring the project's stored metadata
      * document up to date after its master record was applied.
      * An entry whose captured ETag still matches the master is
      * current and costs nothing; otherwise the document is fetched
      * once and written through the broker.
      ******************************************************************
       REFRESH-META-STORE.
           IF WS-META-STORE-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-META-BEFORE
           MOVE SYNC-PROJ-ID TO META-PROJ-ID
           READ META-STORE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE META-STORE-RECORD TO WS-META-BEFORE
                   IF META-PROJ-ETAG = SYNC-PROJ-ETAG
                       AND SYNC-PROJ-ETAG NOT = SPACES
                       EXIT PARAGRAPH
                   END-IF
           END-READ

           MOVE SPACES TO WS-PROJECT-REQUEST
           MOVE SYNC-PROJ-ID TO WS-PROJ-ID-REQ
           CALL "PROJECTS-GET" USING WS-GREY-CONFIG
                                     WS-PROJECT-REQUEST
                                     WS-PROJECT-RESPONSE
                                     WS-GREY-RESULT
           IF WS-RESULT-OK NOT = "Y"
               ADD 1 TO WS-META-FETCH-FAIL
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO META-STORE-RECORD
           MOVE SYNC-PROJ-ID TO META-PROJ-ID
           MOVE SYNC-PROJ-UPDATED TO META-PROJ-UPDATED
           MOVE WS-PROJ-ETAG TO META-PROJ-ETAG
           MOVE WS-RUN-START-TS TO META-CAPTURED-TS
           MOVE WS-PROJ-META-TRUNC TO META-DOC-TRUNC
           MOVE WS-PROJ-METADATA TO META-DOCUMENT
           MOVE META-STORE-RECORD TO WS-META-AFTER

           CALL "MASTER-GUARD-META-UPSERT" USING WS-HIST-JOB-NAME
                                                 WS-META-BEFORE
                                                 WS-META-AFTER
                                                 WS-GUARD-VERDICT
           IF WS-GUARD-VERDICT = "S"
               EXIT PARAGRAPH
           END-IF

           WRITE META-STORE-RECORD
               INVALID KEY
                   REWRITE META-STORE-RECORD
           END-WRITE
           ADD 1 TO WS-META-REFRESH-COUNT.

      ******************************************************************
      * DIVERT-CONTRACT-REJECT: Preserve the violating record with

      ******************************************************************
      * WRITE-DELTA-HEADER: Stamp the delta feed with this run's
      * start timestamp and tenant so a downstream job knows which
      * sync produced the changes it is applying
      ******************************************************************
       WRITE-DELTA-HEADER.
           MOVE SPACES TO WS-DELTA-LINE
           STRING "HDR|" DELIMITED BY SIZE
                  WS-RUN-START-TS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-TENANT-ENV DELIMITED BY SPACE
                  INTO WS-DELTA-LINE
           MOVE WS-DELTA-LINE TO DELTA-RECORD
           WRITE DELTA-RECORD.
                       CALL "MASTER-GUARD-DELETE"
                           USING WS-HIST-JOB-NAME WS-JRNL-BEFORE
                                 WS-GUARD-VERDICT
                       PERFORM DROP-META-STORE-ENTRY
               END-DELETE
           END-PERFORM.

      ******************************************************************
      * DROP-META-STORE-ENTRY: A departed project's stored metadata
      * goes with its master record
      ******************************************************************
       DROP-META-STORE-ENTRY.
           IF WS-META-STORE-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GONE-ID(WS-GONE-IDX) TO META-PROJ-ID
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
      * WRITE-GENERATION: Browse the just-completed master into a
      * dated flat generation copy, append it to the rolling catalog,
           IF WS-SYNC-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT META-STORE-FILE
           IF WS-META-STORE-STATUS = "00"
               MOVE "Y" TO WS-META-STORE-OPEN
           END-IF

           OPEN OUTPUT GEN-FILE


           CLOSE GEN-FILE
           CLOSE SYNC-MASTER-FILE
           IF WS-META-STORE-OPEN = "Y"
               CLOSE META-STORE-FILE
               MOVE "N" TO WS-META-STORE-OPEN
           END-IF

           PERFORM MAINTAIN-GEN-CATALOG.

      * description, and the metadata document ride along after the
      * original columns so a snapshot generation carries enough to
      * rebuild a deleted project - metadata included, which the
      * master itself does not hold, so it is taken from the local
      * metadata store, falling back to a per-project fetch only
      * for a project the store has no entry for
      * (GREY_SYNC_GEN_METADATA=N leaves the column empty).
      * Readers that only want the leading columns are unaffected.
      ******************************************************************
       WRITE-GENERATION-LINE.
           MOVE SPACES TO WS-GEN-METADATA
           MOVE "N" TO WS-GEN-META-FOUND
           IF WS-GEN-META-ENV NOT = "N"
               AND WS-META-STORE-OPEN = "Y"
               MOVE SYNC-PROJ-ID TO META-PROJ-ID
               READ META-STORE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-GEN-META-FOUND
                       IF NOT META-DOC-IS-TRUNC
                           MOVE META-DOCUMENT TO WS-GEN-METADATA
                       END-IF
               END-READ
           END-IF
           IF WS-GEN-META-ENV NOT = "N"
               AND WS-GEN-META-FOUND = "N"
               MOVE SPACES TO WS-PROJECT-REQUEST
               MOVE SYNC-PROJ-ID TO WS-PROJ-ID-REQ
               CALL "PROJECTS-GET" USING WS-GREY-CONFIG
           END-PERFORM
           CLOSE GEN-CATALOG-FILE.

      ******************************************************************
      * RETAIN-DELTA-NIGHT: Keep tonight's completed delta feed as
      * /tmp/grey_project_delta_<tenant>_<run-start>.txt ("default"
      * for an untenanted run) and add it to the night catalog,
      * retiring this tenant's oldest nights (and their files) beyond
      * the GREY_DELTA_NIGHTS horizon - other tenants' nights are left
      * alone. The live feed is overwritten by tomorrow's run; the
      * kept copies are what lets a subscriber that was down catch up
      * night by night.
      ******************************************************************
       RETAIN-DELTA-NIGHT.
           ACCEPT WS-NIGHT-KEEP-ENV FROM ENVIRONMENT "GREY_DELTA_NIGHTS"
           IF WS-NIGHT-KEEP-ENV(1:1) IS NUMERIC
               COMPUTE WS-NIGHT-KEEP =
                   FUNCTION NUMVAL(WS-NIGHT-KEEP-ENV)
           END-IF
           IF WS-NIGHT-KEEP = 0
               MOVE 1 TO WS-NIGHT-KEEP
           END-IF

           MOVE SPACES TO WS-NIGHT-ID
           STRING WS-RUN-START-YYYY DELIMITED BY SIZE
                  WS-RUN-START-MM DELIMITED BY SIZE
                  WS-RUN-START-DD DELIMITED BY SIZE
                  WS-RUN-START-HH DELIMITED BY SIZE
                  WS-RUN-START-MIN DELIMITED BY SIZE
                  WS-RUN-START-SS DELIMITED BY SIZE
                  INTO WS-NIGHT-ID
           MOVE WS-TENANT-ENV TO WS-NIGHT-TENANT
           IF WS-NIGHT-TENANT = SPACES
               MOVE "default" TO WS-NIGHT-TENANT
           END-IF
           MOVE SPACES TO WS-NIGHT-FILE-NAME
           STRING "/tmp/grey_project_delta_" DELIMITED BY SIZE
                  WS-NIGHT-TENANT DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  WS-NIGHT-ID DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NIGHT-FILE-NAME
           MOVE SPACES TO WS-NIGHT-COMMAND
           STRING "cp -f " DELIMITED BY SIZE
                  WS-DELTA-FILE-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-NIGHT-FILE-NAME DELIMITED BY SPACE
                  INTO WS-NIGHT-COMMAND
           CALL "SYSTEM" USING WS-NIGHT-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "Delta night not retained: " WS-NIGHT-FILE-NAME
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *    A catalog night is this tenant's night and run; the same
      *    run second under another tenant is a different night
           MOVE 0 TO WS-NIGHT-COUNT WS-NIGHT-MINE
           OPEN INPUT NIGHT-CATALOG-FILE
           IF WS-NIGHT-CATALOG-STATUS = "00"
               PERFORM UNTIL WS-NIGHT-CATALOG-STATUS NOT = "00"
                   READ NIGHT-CATALOG-FILE
                       AT END
                           MOVE "10" TO WS-NIGHT-CATALOG-STATUS
                       NOT AT END
                           PERFORM KEEP-CATALOG-NIGHT
                   END-READ
               END-PERFORM
               CLOSE NIGHT-CATALOG-FILE
           END-IF

           ADD 1 TO WS-NIGHT-COUNT
           MOVE SPACES TO WS-NIGHT-ENTRY(WS-NIGHT-COUNT)
           STRING WS-NIGHT-ID DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-TENANT-ENV DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-NIGHT-FILE-NAME DELIMITED BY SPACE
                  INTO WS-NIGHT-ENTRY(WS-NIGHT-COUNT)
           ADD 1 TO WS-NIGHT-MINE

      *    Appended in run order, so this tenant's oldest nights are
      *    the first of its lines met; those past the horizon go
           MOVE 0 TO WS-NIGHT-DROP
           IF WS-NIGHT-MINE > WS-NIGHT-KEEP
               COMPUTE WS-NIGHT-DROP = WS-NIGHT-MINE - WS-NIGHT-KEEP
           END-IF

           OPEN OUTPUT NIGHT-CATALOG-FILE
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                       UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
               MOVE SPACES TO WS-NIGHT-OLD-ID WS-NIGHT-OLD-TENANT
                              WS-NIGHT-OLD-FILE
               UNSTRING WS-NIGHT-ENTRY(WS-NIGHT-IDX)
                   DELIMITED BY "|"
                   INTO WS-NIGHT-OLD-ID WS-NIGHT-OLD-TENANT
                        WS-NIGHT-OLD-FILE
               IF WS-NIGHT-DROP > 0
                   AND WS-NIGHT-OLD-TENANT = WS-TENANT-ENV
                   SUBTRACT 1 FROM WS-NIGHT-DROP
                   IF WS-NIGHT-OLD-FILE NOT = SPACES
                       MOVE SPACES TO WS-NIGHT-COMMAND
                       STRING "rm -f " DELIMITED BY SIZE
                              WS-NIGHT-OLD-FILE DELIMITED BY SPACE
                              INTO WS-NIGHT-COMMAND
                       CALL "SYSTEM" USING WS-NIGHT-COMMAND
                   END-IF
               ELSE
                   MOVE WS-NIGHT-ENTRY(WS-NIGHT-IDX)
                       TO NIGHT-CATALOG-RECORD
                   WRITE NIGHT-CATALOG-RECORD
               END-IF
           END-PERFORM
           CLOSE NIGHT-CATALOG-FILE
           MOVE 0 TO RETURN-CODE.

      ******************************************************************
      * KEEP-CATALOG-NIGHT: Carry one catalog line into the table,
      * dropping an earlier line for this very tenant and run (a
      * rerun's night replaces it) and counting this tenant's nights
      ******************************************************************
       KEEP-CATALOG-NIGHT.
           IF NIGHT-CATALOG-RECORD = SPACES
               OR WS-NIGHT-COUNT >= 399
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NIGHT-OLD-ID WS-NIGHT-OLD-TENANT
                          WS-NIGHT-OLD-FILE
           UNSTRING NIGHT-CATALOG-RECORD DELIMITED BY "|"
               INTO WS-NIGHT-OLD-ID WS-NIGHT-OLD-TENANT
                    WS-NIGHT-OLD-FILE
           IF WS-NIGHT-OLD-TENANT = WS-TENANT-ENV
               IF WS-NIGHT-OLD-ID = WS-NIGHT-ID
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NIGHT-MINE
           END-IF
           ADD 1 TO WS-NIGHT-COUNT
           MOVE NIGHT-CATALOG-RECORD TO WS-NIGHT-ENTRY(WS-NIGHT-COUNT).

      ******************************************************************
      * RUN-PARTITION-SYNC: Fetch just this step's page window and
      * write the rows to a flat partition file. A PART header and
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

       END PROGRAM PROJECT-SYNC-BATCH.
