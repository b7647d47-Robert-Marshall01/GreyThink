      *
      *   REPORT (default) - score every project pair on the local
      *     master: exact name match 60 points, same owner 25, plus
      *     5 per shared top-level metadata key (metadata read from
      *     the local metadata store, and only for pairs already
      *     name- or owner-matched; a store miss falls back to
      *     PROJECTS-GET). Pairs at
      *     or above GREY_DUP_MIN_SCORE (default 60) land in
      *     /tmp/grey_duplicate_report.txt.
      *
      *     PROJECTS-ARCHIVE, and the pair is appended to the
      *     mapping file /tmp/grey_merge_map.txt
      *     ("loser-id|survivor-id|date") so downstream feeds can
      *     translate old IDs. Neither project may be under legal
      *     hold (HOLD-CHECK on the project and its owner) - a held
      *     survivor or loser refuses the whole merge with the
      *     LEGAL-HOLD error before anything is changed.
      *
      * RETURN-CODE 0 clean, 4 duplicates found (REPORT) or partial
      * merge (MERGE), 8 setup/merge failure, 12 merge refused by a
      * legal hold.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPLICATE-MERGE.
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SYNC-PROJ-ID
               ALTERNATE RECORD KEY SYNC-PROJ-NAME-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY SYNC-PROJ-OWNER WITH DUPLICATES
               FILE STATUS IS WS-SYNC-FILE-STATUS.

           SELECT DUP-REPORT-FILE ASSIGN TO WS-DUP-REPORT-NAME
       01  WS-JSON-KEY                 PIC X(256) VALUE SPACES.
       01  WS-META-BUF                 PIC X(32000) VALUE SPACES.
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-STORE-FOUND              PIC X      VALUE "N".
       01  WS-STORE-MISS-COUNT         PIC 9(5)   VALUE 0.

      ******************************************************************
      * Legal hold check of the merge pair
      ******************************************************************
       01  WS-JOB-NAME                 PIC X(32)
               VALUE "DUPLICATE-MERGE".
       01  WS-HOLD-ACTION              PIC X(16)  VALUE "MERGE".
       01  WS-HOLD-FLAG                PIC X      VALUE "N".
       01  WS-HOLD-MATTER              PIC X(32)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               PERFORM RUN-DUPLICATE-REPORT
           END-IF

           CALL "META-STORE-CLOSE"
           CALL "SDK-SHUTDOWN"
           STOP RUN.

                  WS-DUP-COUNT DELIMITED BY SIZE
                  "|MIN_SCORE=" DELIMITED BY SIZE
                  WS-MIN-SCORE DELIMITED BY SIZE
                  "|STORE-MISS=" DELIMITED BY SIZE
                  WS-STORE-MISS-COUNT DELIMITED BY SIZE
                  INTO WS-DUP-LINE
           MOVE WS-DUP-LINE TO DUP-REPORT-RECORD
           WRITE DUP-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

      *    Metadata overlap is only worth scoring for pairs already
      *    name- or owner-matched
           PERFORM FETCH-PAIR-METADATA
           PERFORM COUNT-SHARED-KEYS
           COMPUTE WS-PAIR-SCORE =
           END-IF.

      ******************************************************************
      * FETCH-PAIR-METADATA: Both sides' metadata documents, from
      * the local metadata store (fetched only on a store miss)
      ******************************************************************
       FETCH-PAIR-METADATA.
           MOVE SPACES TO WS-META-A WS-META-B
           CALL "META-STORE-GET" USING WS-ND-ID(WS-I)
                                       WS-META-A
                                       WS-STORE-FOUND
           IF WS-STORE-FOUND = "N"
               ADD 1 TO WS-STORE-MISS-COUNT
               MOVE SPACES TO WS-PROJECT-REQUEST
               MOVE WS-ND-ID(WS-I) TO WS-PROJ-ID-REQ
               CALL "PROJECTS-GET" USING WS-GREY-CONFIG
                                         WS-PROJECT-REQUEST
                                         WS-PROJECT-RESPONSE
                                         WS-GREY-RESULT
               IF WS-RESULT-OK = "Y"
                   MOVE WS-PROJ-METADATA TO WS-META-A
               END-IF
           END-IF
           CALL "META-STORE-GET" USING WS-ND-ID(WS-J)
                                       WS-META-B
                                       WS-STORE-FOUND
           IF WS-STORE-FOUND = "N"
               ADD 1 TO WS-STORE-MISS-COUNT
               MOVE SPACES TO WS-PROJECT-REQUEST
               MOVE WS-ND-ID(WS-J) TO WS-PROJ-ID-REQ
               CALL "PROJECTS-GET" USING WS-GREY-CONFIG
                                         WS-PROJECT-REQUEST
                                         WS-PROJECT-RESPONSE
                                         WS-GREY-RESULT
               IF WS-RESULT-OK = "Y"
                   MOVE WS-PROJ-METADATA TO WS-META-B
               END-IF
           END-IF.

      ******************************************************************
           END-IF
           MOVE WS-PROJ-METADATA TO WS-META-A

           CALL "HOLD-CHECK" USING WS-JOB-NAME WS-HOLD-ACTION
                                   WS-SURVIVOR-ENV WS-PROJ-OWNER-ID
                                   WS-HOLD-FLAG WS-HOLD-MATTER
                                   WS-RESULT-ERROR
           IF WS-HOLD-FLAG = "Y"
               DISPLAY "Merge refused: " WS-RES-ERR-MSG
               CALL "ERROR-TO-RETURN-CODE" USING WS-RES-ERR-CODE
                                                 RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PROJECT-REQUEST
           MOVE WS-LOSER-ENV TO WS-PROJ-ID-REQ
           CALL "PROJECTS-GET" USING WS-GREY-CONFIG
           END-IF
           MOVE WS-PROJ-METADATA TO WS-META-B

           CALL "HOLD-CHECK" USING WS-JOB-NAME WS-HOLD-ACTION
                                   WS-LOSER-ENV WS-PROJ-OWNER-ID
                                   WS-HOLD-FLAG WS-HOLD-MATTER
                                   WS-RESULT-ERROR
           IF WS-HOLD-FLAG = "Y"
               DISPLAY "Merge refused: " WS-RES-ERR-MSG
               CALL "ERROR-TO-RETURN-CODE" USING WS-RES-ERR-CODE
                                                 RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-MERGED-METADATA

           IF WS-MERGE-ADDED > 0
