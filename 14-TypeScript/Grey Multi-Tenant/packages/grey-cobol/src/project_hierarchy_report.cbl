      * key PROJECTS-GET-METADATA-VALUE can already pull) but
      * nothing rendered or policed it - and the orphans and cycles
      * in the data today break the finance team's rollups. This job
      * walks the whole local master, reads each project's
      * metadata for its parent_id from the local metadata store
      * (META-STORE-GET, falling back to PROJECTS-GET only for a
      * project the store has no entry for), and prints:
      *
      *   - an indented hierarchy with a rollup count (nodes in the
      *     subtree, itself included) per project
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SYNC-PROJ-ID
               ALTERNATE RECORD KEY SYNC-PROJ-NAME-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY SYNC-PROJ-OWNER WITH DUPLICATES
               FILE STATUS IS WS-SYNC-FILE-STATUS.

           SELECT HIER-REPORT-FILE ASSIGN TO WS-HIER-REPORT-NAME

       01  WS-META-KEY                 PIC X(256) VALUE SPACES.
       01  WS-META-VALUE               PIC X(2048) VALUE SPACES.
       01  WS-STORE-FOUND              PIC X      VALUE "N".
       01  WS-STORE-MISS-COUNT         PIC 9(5)   VALUE 0.

       01  WS-ORPHAN-COUNT             PIC 9(5)   VALUE 0.
       01  WS-CYCLE-COUNT              PIC 9(5)   VALUE 0.
           PERFORM DETECT-CYCLES
           PERFORM COMPUTE-ROLLUPS
           PERFORM WRITE-HIERARCHY-REPORT
           CALL "META-STORE-CLOSE"
           CALL "SDK-SHUTDOWN"

           IF WS-ORPHAN-COUNT > 0 OR WS-CYCLE-COUNT > 0
           DISPLAY "Hierarchy complete. Projects: " WS-NODE-COUNT
                   " Orphans: " WS-ORPHAN-COUNT
                   " Cycles: " WS-CYCLE-COUNT
                   " Store misses: " WS-STORE-MISS-COUNT
           STOP RUN.

      ******************************************************************
       FETCH-PARENT-IDS.
           PERFORM VARYING WS-NODE-IDX FROM 1 BY 1
                       UNTIL WS-NODE-IDX > WS-NODE-COUNT
               MOVE "Y" TO WS-RESULT-OK
               CALL "META-STORE-GET" USING WS-ND-ID(WS-NODE-IDX)
                                           WS-PROJ-METADATA
                                           WS-STORE-FOUND
               IF WS-STORE-FOUND = "N"
                   ADD 1 TO WS-STORE-MISS-COUNT
                   MOVE SPACES TO WS-PROJECT-REQUEST
                   MOVE WS-ND-ID(WS-NODE-IDX) TO WS-PROJ-ID-REQ
                   CALL "PROJECTS-GET" USING WS-GREY-CONFIG
                                             WS-PROJECT-REQUEST
                                             WS-PROJECT-RESPONSE
                                             WS-GREY-RESULT
               END-IF
               IF WS-RESULT-OK = "Y"
                   AND WS-PROJ-METADATA NOT = SPACES
                   MOVE "parent_id" TO WS-META-KEY
