               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SYNC-PROJ-ID
               ALTERNATE RECORD KEY SYNC-PROJ-NAME-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY SYNC-PROJ-OWNER WITH DUPLICATES
               FILE STATUS IS WS-SYNC-FILE-STATUS.

           SELECT USER-SYNC-FILE ASSIGN TO WS-USER-SYNC-FILE-NAME
