      ******************************************************************
      * refresh_queue.cbl - Grey Project Refresh Request Queue
      * When a user reports that Grey shows a change the local master
      * does not, the only fix used to be a full delta pull before
      * the nightly sync. The console, the exception queue and any
      * other job now call REFRESH-REQUEST-ADD to drop the project ID
      * into the refresh request file, and PROJECT-REFRESH (run every
      * few minutes during the day) re-fetches just those projects.
      *
      * Request file (GREY_REFRESH_FILE, default
      * /tmp/grey_refresh_requests.txt), one line per request:
      *   "timestamp|project-id|requested-by|reason|attempts"
      * attempts is blank on a new request. PROJECT-REFRESH puts a
      * request whose fetch failed back with REFRESH-REQUEST-REQUEUE,
      * which keeps the original timestamp and carries the count of
      * fetches tried so far.
      * The file is only ever appended to here; PROJECT-REFRESH takes
      * it over whole at the start of its run, so a request added
      * while a run is in progress waits for the next run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFRESH-QUEUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO WS-REQUEST-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD              PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-FILE-NAME        PIC X(64)
               VALUE "/tmp/grey_refresh_requests.txt".
       01  WS-REQUEST-FILE-ENV         PIC X(64)  VALUE SPACES.
       01  WS-REQUEST-FILE-STATUS      PIC XX     VALUE SPACES.
       01  WS-REQUEST-LINE             PIC X(300) VALUE SPACES.
       01  WS-REQUEST-BUILD            PIC X(300) VALUE SPACES.
       01  WS-REQUEST-REASON           PIC X(120) VALUE SPACES.
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-TS                       PIC X(19)  VALUE SPACES.
       01  WS-ATTEMPTS-TEXT            PIC X(3)   VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PROJECT-ID               PIC X(64).
       01  LS-REQUESTED-BY             PIC X(64).
       01  LS-REASON                   PIC X(120).
       01  LS-QUEUED                   PIC X.
       01  LS-REQUESTED-AT             PIC X(19).
       01  LS-ATTEMPTS                 PIC 9(3).

       PROCEDURE DIVISION.

      ******************************************************************
      * REFRESH-REQUEST-ADD: Queue one project for re-fetch
      * Input:  LS-PROJECT-ID, LS-REQUESTED-BY (who or what asked,
      *         e.g. "CONSOLE:<operator>"), LS-REASON (free text)
      * Output: LS-QUEUED "Y" when the request landed in the file
      ******************************************************************
       ENTRY "REFRESH-REQUEST-ADD" USING LS-PROJECT-ID LS-REQUESTED-BY
                                         LS-REASON LS-QUEUED.
           MOVE "N" TO LS-QUEUED
           IF LS-PROJECT-ID = SPACES
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE SPACES TO WS-TS
           STRING WS-NOW(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-NOW(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-NOW(7:2) DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-NOW(9:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-NOW(11:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-NOW(13:2) DELIMITED BY SIZE
                  INTO WS-TS

           MOVE SPACES TO WS-ATTEMPTS-TEXT
           PERFORM APPEND-REQUEST-LINE
           GOBACK.

      ******************************************************************
      * REFRESH-REQUEST-REQUEUE: Put a request back after a failed
      * fetch, keeping when it was first asked for
      * Input:  LS-REQUESTED-AT (the original request's timestamp),
      *         LS-PROJECT-ID, LS-REQUESTED-BY, LS-REASON,
      *         LS-ATTEMPTS (fetches tried so far)
      * Output: LS-QUEUED "Y" when the request landed in the file
      ******************************************************************
       ENTRY "REFRESH-REQUEST-REQUEUE" USING LS-REQUESTED-AT
                                             LS-PROJECT-ID
                                             LS-REQUESTED-BY
                                             LS-REASON
                                             LS-ATTEMPTS
                                             LS-QUEUED.
           MOVE "N" TO LS-QUEUED
           IF LS-PROJECT-ID = SPACES
               GOBACK
           END-IF
           MOVE LS-REQUESTED-AT TO WS-TS
           MOVE LS-ATTEMPTS TO WS-ATTEMPTS-TEXT
           PERFORM APPEND-REQUEST-LINE
           GOBACK.

      ******************************************************************
      * APPEND-REQUEST-LINE: Build the request line from WS-TS, the
      * caller's fields and WS-ATTEMPTS-TEXT and append it
      ******************************************************************
       APPEND-REQUEST-LINE.
      *    The reason is free text - a "|" in it would shift the
      *    fields the refresh job reads
           MOVE LS-REASON TO WS-REQUEST-REASON
           INSPECT WS-REQUEST-REASON REPLACING ALL "|" BY "/"

           MOVE SPACES TO WS-REQUEST-LINE
           STRING WS-TS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  LS-PROJECT-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  LS-REQUESTED-BY DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-REQUEST-REASON DELIMITED BY "  "
                  INTO WS-REQUEST-LINE
           IF WS-ATTEMPTS-TEXT NOT = SPACES
               MOVE SPACES TO WS-REQUEST-BUILD
               STRING WS-REQUEST-LINE DELIMITED BY "  "
                      "|" DELIMITED BY SIZE
                      WS-ATTEMPTS-TEXT DELIMITED BY SIZE
                      INTO WS-REQUEST-BUILD
               MOVE WS-REQUEST-BUILD TO WS-REQUEST-LINE
           END-IF

           ACCEPT WS-REQUEST-FILE-ENV
               FROM ENVIRONMENT "GREY_REFRESH_FILE"
           IF WS-REQUEST-FILE-ENV NOT = SPACES
               MOVE WS-REQUEST-FILE-ENV TO WS-REQUEST-FILE-NAME
           END-IF
           OPEN EXTEND REQUEST-FILE
           IF WS-REQUEST-FILE-STATUS = "35"
               OPEN OUTPUT REQUEST-FILE
           END-IF
           IF WS-REQUEST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REQUEST-LINE TO REQUEST-RECORD
           WRITE REQUEST-RECORD
           IF WS-REQUEST-FILE-STATUS = "00"
               MOVE "Y" TO LS-QUEUED
           END-IF
           CLOSE REQUEST-FILE.

       END PROGRAM REFRESH-QUEUE.
