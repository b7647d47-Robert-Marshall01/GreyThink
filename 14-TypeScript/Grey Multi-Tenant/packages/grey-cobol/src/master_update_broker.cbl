      *       write, skip logged)
      *   MASTER-GUARD-DELETE  before image in -> journal D landed
      *
      * The local metadata store (GREYMETA, beside the master) is
      * kept through the same broker, so a night sync cannot lay an
      * older metadata capture over a fresher webhook one either:
      *
      *   MASTER-GUARD-META-UPSERT  before/after store images in ->
      *       verdict "A" or "S" (stale - skip logged). The store
      *       is not journaled; the document is refetchable.
      *   MASTER-GUARD-META-DELETE  before store image in -> "A"
      *
      * Skip log: /tmp/grey_master_stale_skips.txt
      *   "timestamp|job|project-id|on-file-updated|incoming-updated"
      ******************************************************************

       01  LS-VERDICT                  PIC X.

      ******************************************************************
      * Before and after images in the GREYMETA store record shape
      ******************************************************************
       01  LS-META-BEFORE-IMAGE.
           05  LS-NB-PROJ-ID           PIC X(64).
           05  LS-NB-PROJ-UPDATED      PIC X(32).
           05  LS-NB-PROJ-ETAG         PIC X(128).
           05  LS-NB-CAPTURED-TS       PIC X(32).
           05  LS-NB-DOC-TRUNC         PIC X.
           05  LS-NB-DOCUMENT          PIC X(8192).

       01  LS-META-AFTER-IMAGE.
           05  LS-NA-PROJ-ID           PIC X(64).
           05  LS-NA-PROJ-UPDATED      PIC X(32).
           05  LS-NA-PROJ-ETAG         PIC X(128).
           05  LS-NA-CAPTURED-TS       PIC X(32).
           05  LS-NA-DOC-TRUNC         PIC X.
           05  LS-NA-DOCUMENT          PIC X(8192).

       PROCEDURE DIVISION.

      ******************************************************************
                                              WS-BLANK-IMAGE
           GOBACK.

      ******************************************************************
      * MASTER-GUARD-META-UPSERT: Approve or refuse one candidate
      * metadata store write
      * Input:  LS-JOB-NAME, LS-META-BEFORE-IMAGE (the store record
      *         on file, or spaces for a new key),
      *         LS-META-AFTER-IMAGE (the candidate)
      * Output: LS-VERDICT "A" apply or "S" stale - the document on
      *         file was captured from a newer project update
      ******************************************************************
       ENTRY "MASTER-GUARD-META-UPSERT" USING LS-JOB-NAME
                                              LS-META-BEFORE-IMAGE
                                              LS-META-AFTER-IMAGE
                                              LS-VERDICT.
           MOVE "A" TO LS-VERDICT
           IF LS-NB-PROJ-UPDATED NOT = SPACES
               AND LS-NA-PROJ-UPDATED NOT = SPACES
               CALL "DATE-TS-COMPARE" USING LS-NB-PROJ-UPDATED
                                            LS-NA-PROJ-UPDATED
                                            WS-CMP
               IF WS-CMP = ">"
                   MOVE "S" TO LS-VERDICT
                   PERFORM LOG-META-STALE-SKIP
               END-IF
           END-IF
           GOBACK.

      ******************************************************************
      * MASTER-GUARD-META-DELETE: Approve one metadata store delete
      * (the project left the master, so its document goes too)
      * Input:  LS-JOB-NAME, LS-META-BEFORE-IMAGE
      * Output: LS-VERDICT "A"
      ******************************************************************
       ENTRY "MASTER-GUARD-META-DELETE" USING LS-JOB-NAME
                                              LS-META-BEFORE-IMAGE
                                              LS-VERDICT.
           MOVE "A" TO LS-VERDICT
           GOBACK.

      ******************************************************************
      * Internal: One skip-log record per refused stale write
      ******************************************************************
       LOG-STALE-SKIP.
           PERFORM BUILD-SKIP-TS

           MOVE SPACES TO WS-SKIP-LINE
           STRING WS-TS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  LS-JOB-NAME DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  LS-MA-PROJ-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  LS-MB-PROJ-UPDATED DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  LS-MA-PROJ-UPDATED DELIMITED BY SPACE
                  INTO WS-SKIP-LINE
           PERFORM APPEND-SKIP-LINE.

      ******************************************************************
      * Internal: Metadata store skips land in the same log, the
      * project ID tagged so the two kinds read apart
      ******************************************************************
       LOG-META-STALE-SKIP.
           PERFORM BUILD-SKIP-TS
           MOVE SPACES TO WS-SKIP-LINE
           STRING WS-TS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  LS-JOB-NAME DELIMITED BY SPACE
                  "|META:" DELIMITED BY SIZE
                  LS-NA-PROJ-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  LS-NB-PROJ-UPDATED DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  LS-NA-PROJ-UPDATED DELIMITED BY SPACE
                  INTO WS-SKIP-LINE
           PERFORM APPEND-SKIP-LINE.

      ******************************************************************
      * Internal: Skip-log timestamp
      ******************************************************************
       BUILD-SKIP-TS.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE SPACES TO WS-TS
           STRING WS-NOW(1:4) DELIMITED BY SIZE
                  WS-NOW(11:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-NOW(13:2) DELIMITED BY SIZE
                  INTO WS-TS.

      ******************************************************************
      * Internal: Append the built line to the skip log
      ******************************************************************
       APPEND-SKIP-LINE.
           OPEN EXTEND SKIP-LOG-FILE
           IF WS-SKIP-LOG-STATUS = "35"
               OPEN OUTPUT SKIP-LOG-FILE
