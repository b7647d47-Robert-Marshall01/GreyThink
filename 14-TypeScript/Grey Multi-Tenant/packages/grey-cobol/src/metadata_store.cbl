      ******************************************************************
      * metadata_store.cbl - Grey Local Project Metadata Store Reader
      * The project master has no metadata column, so every
      * metadata-driven job - the inventory and compliance reports,
      * the hierarchy report, the billing extract, duplicate
      * detection - used to call PROJECTS-GET once per project. On
      * a 40,000-project tenant that was hundreds of thousands of
      * calls a night against the rate budget.
      *
      * PROJECT-SYNC-BATCH and WEBHOOK-EVENT-PROCESSOR now keep each
      * project's metadata document in an indexed store beside the
      * master (GREYMETA layout, keyed on project ID, every write
      * through MASTER-UPDATE-BROKER). The readers call this module
      * instead of the API:
      *
      *   META-STORE-GET    project-id in -> document, found flag
      *                     ("Y" found, "T" found but the document
      *                     was truncated at capture, "N" not on
      *                     file - the caller falls back to
      *                     PROJECTS-GET)
      *   META-STORE-CLOSE  release the store at end of job
      *
      * The store is opened INPUT on the first lookup and held open
      * for the rest of the job; a store that does not exist yet
      * simply answers not-found for every key.
      *
      * Store file: GREY_META_STORE_FILE, default
      *   /tmp/grey_project_metadata.dat
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. META-STORE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT META-STORE-FILE ASSIGN TO WS-META-STORE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY META-PROJ-ID
               FILE STATUS IS WS-META-STORE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  META-STORE-FILE.
       COPY GREYMETA.

       WORKING-STORAGE SECTION.
       01  WS-META-STORE-NAME          PIC X(64)
               VALUE "/tmp/grey_project_metadata.dat".
       01  WS-META-STORE-ENV           PIC X(64)  VALUE SPACES.
       01  WS-META-STORE-STATUS        PIC XX     VALUE SPACES.
      *    "N" not yet tried, "O" open, "M" missing (answer not-found
      *    without retrying the open on every key)
       01  WS-STORE-STATE              PIC X      VALUE "N".

       LINKAGE SECTION.
       01  LS-PROJ-ID                  PIC X(64).
       01  LS-METADATA                 PIC X(8192).
       01  LS-FOUND                    PIC X.

       PROCEDURE DIVISION.

      ******************************************************************
      * META-STORE-GET: One project's stored metadata document
      * Input:  LS-PROJ-ID
      * Output: LS-METADATA, LS-FOUND ("Y", "T" truncated, "N")
      ******************************************************************
       ENTRY "META-STORE-GET" USING LS-PROJ-ID LS-METADATA LS-FOUND.
           MOVE SPACES TO LS-METADATA
           MOVE "N" TO LS-FOUND

           IF WS-STORE-STATE = "N"
               PERFORM OPEN-META-STORE
           END-IF
           IF WS-STORE-STATE NOT = "O"
               GOBACK
           END-IF

           MOVE LS-PROJ-ID TO META-PROJ-ID
           READ META-STORE-FILE
               INVALID KEY
                   GOBACK
           END-READ

           MOVE META-DOCUMENT TO LS-METADATA
           IF META-DOC-IS-TRUNC
               MOVE "T" TO LS-FOUND
           ELSE
               MOVE "Y" TO LS-FOUND
           END-IF
           GOBACK.

      ******************************************************************
      * META-STORE-CLOSE: Release the store (a later lookup reopens)
      ******************************************************************
       ENTRY "META-STORE-CLOSE".
           IF WS-STORE-STATE = "O"
               CLOSE META-STORE-FILE
           END-IF
           MOVE "N" TO WS-STORE-STATE
           GOBACK.

      ******************************************************************
      * Internal: First-lookup open of the store
      ******************************************************************
       OPEN-META-STORE.
           ACCEPT WS-META-STORE-ENV
               FROM ENVIRONMENT "GREY_META_STORE_FILE"
           IF WS-META-STORE-ENV NOT = SPACES
               MOVE WS-META-STORE-ENV TO WS-META-STORE-NAME
           END-IF
           OPEN INPUT META-STORE-FILE
           IF WS-META-STORE-STATUS = "00"
               MOVE "O" TO WS-STORE-STATE
           ELSE
               MOVE "M" TO WS-STORE-STATE
           END-IF.

       END PROGRAM META-STORE.
