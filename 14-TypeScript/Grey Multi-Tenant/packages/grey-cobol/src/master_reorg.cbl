               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SYNC-PROJ-ID
               ALTERNATE RECORD KEY SYNC-PROJ-NAME-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY SYNC-PROJ-OWNER WITH DUPLICATES
               FILE STATUS IS WS-SYNC-FILE-STATUS.

           SELECT COMPACT-FILE ASSIGN TO WS-COMPACT-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CP-PROJ-ID
               ALTERNATE RECORD KEY CP-PROJ-NAME-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY CP-PROJ-OWNER WITH DUPLICATES
               FILE STATUS IS WS-COMPACT-FILE-STATUS.

           SELECT STATS-FILE ASSIGN TO WS-STATS-FILE-NAME
       01  CP-MASTER-RECORD.
           05  CP-PROJ-ID              PIC X(64).
           05  CP-PROJ-NAME            PIC X(256).
           05  CP-PROJ-NAME-KEY REDEFINES CP-PROJ-NAME
                                       PIC X(64).
           05  CP-PROJ-DESC            PIC X(1024).
           05  CP-PROJ-CREATED         PIC X(32).
           05  CP-PROJ-UPDATED         PIC X(32).
