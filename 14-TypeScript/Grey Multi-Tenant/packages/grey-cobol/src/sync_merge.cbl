      * Control file (/tmp/grey_sync_partitions.txt): one partition
      * file name per line. Each partition starts with a
      * "PART|from|to" header and ends with a "PAGECOUNT|n" trailer.
      *
      * Every master write runs through MASTER-UPDATE-BROKER, like
      * the sync's own, so a merge cannot lay an older row over a
      * fresher webhook update and each change is journaled. The
      * partitions carry no metadata documents, so a merged record
      * whose ETag has moved on from the one its metadata-store
      * entry was captured at has that entry dropped (through the
      * broker) - readers then fetch the document, and the next
      * unpartitioned sync captures it again - rather than leave a
      * stale document standing beside the master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYNC-MERGE.
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

       DATA DIVISION.
       FILE SECTION.
       FD  PART-LIST-FILE.
       FD  SYNC-MASTER-FILE.
       COPY GREYSYNC.

       FD  META-STORE-FILE.
       COPY GREYMETA.

       WORKING-STORAGE SECTION.
       01  WS-PART-LIST-NAME           PIC X(64)
               VALUE "/tmp/grey_sync_partitions.txt".
       01  WS-ROW-ETAG                 PIC X(128) VALUE SPACES.

       01  WS-MERGED-COUNT             PIC 9(8)   VALUE 0.
       01  WS-STALE-SKIP-COUNT         PIC 9(8)   VALUE 0.
       01  WS-META-DROP-COUNT          PIC 9(8)   VALUE 0.

      ******************************************************************
      * Master update broker - the job name its skip log and journal
      * record, the before/after images and its verdict
      ******************************************************************
       01  WS-MERGE-JOB-NAME           PIC X(32)  VALUE "SYNC-MERGE".
       01  WS-JRNL-BEFORE              PIC X(1648) VALUE SPACES.
       01  WS-JRNL-AFTER               PIC X(1648) VALUE SPACES.
       01  WS-GUARD-VERDICT            PIC X       VALUE SPACE.

      ******************************************************************
      * Local metadata store - a store that cannot be opened leaves
      * the merge unaffected
      ******************************************************************
       01  WS-META-STORE-NAME          PIC X(64)
               VALUE "/tmp/grey_project_metadata.dat".
       01  WS-META-STORE-ENV           PIC X(64)   VALUE SPACES.
       01  WS-META-STORE-STATUS        PIC XX      VALUE SPACES.
       01  WS-META-STORE-OPEN          PIC X       VALUE "N".
       01  WS-META-BEFORE              PIC X(8449) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               STOP RUN
           END-IF

           PERFORM OPEN-META-STORE

           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                       UNTIL WS-PART-IDX > WS-PART-COUNT
               PERFORM MERGE-ONE-PARTITION
           END-PERFORM

           CLOSE SYNC-MASTER-FILE
           IF WS-META-STORE-OPEN = "Y"
               CLOSE META-STORE-FILE
           END-IF

           DISPLAY "Merge complete. Partitions: " WS-PART-COUNT
                   " Rows merged: " WS-MERGED-COUNT
                   " Stale refused: " WS-STALE-SKIP-COUNT
                   " Metadata entries dropped: " WS-META-DROP-COUNT
           STOP RUN.

      ******************************************************************
               OPEN I-O SYNC-MASTER-FILE
           END-IF.

      ******************************************************************
      * OPEN-META-STORE: Open the metadata store I-O; a store no job
      * has written yet has nothing to keep in step
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
      * MERGE-ONE-PARTITION: Upsert every detail row of one partition
      * into the master
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-JRNL-BEFORE
           MOVE WS-ROW-ID TO SYNC-PROJ-ID
           READ SYNC-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SYNC-MASTER-RECORD TO WS-JRNL-BEFORE
           END-READ

           MOVE SPACES TO SYNC-MASTER-RECORD
           MOVE WS-ROW-ID TO SYNC-PROJ-ID
           MOVE WS-ROW-NAME TO SYNC-PROJ-NAME
           MOVE WS-ROW-STATUS TO SYNC-PROJ-STATUS
           MOVE WS-ROW-ETAG TO SYNC-PROJ-ETAG

           MOVE SYNC-MASTER-RECORD TO WS-JRNL-AFTER
           CALL "MASTER-GUARD-UPSERT" USING WS-MERGE-JOB-NAME
                                            WS-JRNL-BEFORE
                                            WS-JRNL-AFTER
                                            WS-GUARD-VERDICT
           IF WS-GUARD-VERDICT = "S"
               ADD 1 TO WS-STALE-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF

           WRITE SYNC-MASTER-RECORD
               INVALID KEY
                   REWRITE SYNC-MASTER-RECORD
           END-WRITE
           ADD 1 TO WS-MERGED-COUNT
           PERFORM SETTLE-META-STORE-ENTRY.

      ******************************************************************
      * SETTLE-META-STORE-ENTRY: An entry captured at the ETag the
      * merged record carries is current; one captured at any other
      * ETag holds a superseded document and is dropped through the
      * broker
      ******************************************************************
       SETTLE-META-STORE-ENTRY.
           IF WS-META-STORE-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SYNC-PROJ-ID TO META-PROJ-ID
           READ META-STORE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF META-PROJ-ETAG = SYNC-PROJ-ETAG
               AND SYNC-PROJ-ETAG NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE META-STORE-RECORD TO WS-META-BEFORE
           CALL "MASTER-GUARD-META-DELETE" USING WS-MERGE-JOB-NAME
                                                 WS-META-BEFORE
                                                 WS-GUARD-VERDICT
           DELETE META-STORE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-META-DROP-COUNT
           END-DELETE.

       END PROGRAM SYNC-MERGE.
