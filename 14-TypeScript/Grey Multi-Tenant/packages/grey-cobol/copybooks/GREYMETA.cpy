      ******************************************************************
      * GREYMETA.cpy - Grey Local Project Metadata Store Record
      * Record layout of the indexed metadata store that sits beside
      * the project master. The master record carries no metadata,
      * so every metadata-driven report used to call PROJECTS-GET
      * once per project; PROJECT-SYNC-BATCH and
      * WEBHOOK-EVENT-PROCESSOR now keep the document here (through
      * MASTER-UPDATE-BROKER) and the reports read it with one keyed
      * READ. Keyed on META-PROJ-ID, the same ID as SYNC-PROJ-ID.
      ******************************************************************
       01  META-STORE-RECORD.
           05  META-PROJ-ID            PIC X(64).
      *    The project's updated-at (UTC) and ETag when the document
      *    was captured - the broker refuses an older capture over a
      *    newer one, and the sync skips the fetch while the ETag on
      *    the master still matches
           05  META-PROJ-UPDATED       PIC X(32).
           05  META-PROJ-ETAG          PIC X(128).
           05  META-CAPTURED-TS        PIC X(32).
           05  META-DOC-TRUNC          PIC X.
               88  META-DOC-IS-TRUNC              VALUE "Y".
           05  META-DOCUMENT           PIC X(8192).
