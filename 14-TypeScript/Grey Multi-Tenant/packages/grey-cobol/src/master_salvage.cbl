      * Report: /tmp/grey_master_salvage_report.txt with the record
      * counts reconciled at each stage, so the rebuild can be
      * proven complete.
      *
      * A forced salvage is also how a master written under an
      * earlier key structure is brought onto the current one (the
      * name and owner alternate keys): the rebuilt file is created
      * with every key this program declares.
      * RETURN-CODE 0 verified clean or rebuilt, 8 rebuild
      * impossible (no generation to rebuild from).
      ******************************************************************
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SYNC-PROJ-ID
               ALTERNATE RECORD KEY SYNC-PROJ-NAME-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY SYNC-PROJ-OWNER WITH DUPLICATES
               FILE STATUS IS WS-SYNC-FILE-STATUS.

           SELECT REBUILD-FILE ASSIGN TO WS-REBUILD-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RB-PROJ-ID
               ALTERNATE RECORD KEY RB-PROJ-NAME-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY RB-PROJ-OWNER WITH DUPLICATES
               FILE STATUS IS WS-REBUILD-FILE-STATUS.

           SELECT GEN-CATALOG-FILE ASSIGN TO WS-GEN-CATALOG-NAME
       01  RB-MASTER-RECORD.
           05  RB-PROJ-ID              PIC X(64).
           05  RB-PROJ-NAME            PIC X(256).
           05  RB-PROJ-NAME-KEY REDEFINES RB-PROJ-NAME
                                       PIC X(64).
           05  RB-PROJ-DESC            PIC X(1024).
           05  RB-PROJ-CREATED         PIC X(32).
           05  RB-PROJ-UPDATED         PIC X(32).
