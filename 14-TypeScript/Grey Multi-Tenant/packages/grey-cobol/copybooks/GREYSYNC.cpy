      * single-project lookup is one keyed READ instead of a full
      * file scan, and so the old 500-row in-memory table ceiling no
      * longer applies to any reader.
      *
      * Two alternate keys (both WITH DUPLICATES) give the console's
      * project search its access paths without a full scan: the
      * leading 64 bytes of the name (SYNC-PROJ-NAME-KEY) and the
      * owner ID. Every program that declares the master declares
      * both, in the same order, so the file's key structure is the
      * same whichever program creates or rebuilds it.
      ******************************************************************
       01  SYNC-MASTER-RECORD.
           05  SYNC-PROJ-ID            PIC X(64).
           05  SYNC-PROJ-NAME          PIC X(256).
           05  SYNC-PROJ-NAME-KEY REDEFINES SYNC-PROJ-NAME
                                       PIC X(64).
           05  SYNC-PROJ-DESC          PIC X(1024).
           05  SYNC-PROJ-CREATED       PIC X(32).
           05  SYNC-PROJ-UPDATED       PIC X(32).
