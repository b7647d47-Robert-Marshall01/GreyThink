      ******************************************************************
      * report_archive.cbl - Grey Report Archive Repository
      * Once REPORT-DISTRIBUTOR has mailed a report the file under
      * /tmp is overwritten by the next night's run, and a recipient
      * asking for "last Tuesday's roster" had nothing to be sent.
      * The distributor now deposits every report it routes here: a
      * copy of the file as mailed goes into the archive directory
      * and an index record (GREYRARC layout) goes into the indexed
      * archive index, keyed on report name, run date and run ID.
      *
      *   REPORT-ARCHIVE-DEPOSIT   report path, run ID, recipients
      *                            and recipient count in ->
      *                            deposited flag ("Y"/"N")
      *   REPORT-ARCHIVE-CHECKSUM  file path in -> line count, byte
      *                            count, checksum, readable flag
      *                            (REPORT-RETRIEVAL verifies an
      *                            archived copy with it)
      *   REPORT-ARCHIVE-PURGE     apply the retention policy ->
      *                            number of archived reports purged
      *   REPORT-ARCHIVE-CLOSE     release the index at end of job
      *
      * Archived copy: <dir>/<YYYYMMDDHHMMSS>_<report file name>,
      * dir GREY_REPORT_ARCHIVE_DIR (default /tmp/grey_report_archive)
      * Index: GREY_REPORT_ARCHIVE_INDEX (default
      *   /tmp/grey_report_archive.idx)
      * Pages are counted at 60 lines a page; the checksum is the
      * shop's standard rolling hash (H = (H * 31 + byte) mod
      * 1000000007 over each record's bytes, trailing spaces
      * trimmed).
      *
      * Retention (GREY_REPORT_RETENTION, default
      * /tmp/grey_report_retention.txt), "#" lines are comments:
      *   "report-name-pattern|keep-days"
      * The first line whose pattern appears in the report name
      * decides ("*" matches every report); a report no line matches
      * is kept 400 days. The policy is applied as it stands at each
      * purge, so lengthening a report's retention also keeps what
      * is already archived. A purged report loses its archived copy
      * and its index record together.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-ARCHIVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-INDEX-FILE ASSIGN TO WS-INDEX-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RARC-KEY
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT ARCHIVE-COPY-FILE ASSIGN TO WS-COPY-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.

           SELECT RETENTION-FILE ASSIGN TO WS-RETENTION-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RETENTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-INDEX-FILE.
       COPY GREYRARC.

       FD  ARCHIVE-COPY-FILE.
       01  ARCHIVE-COPY-RECORD         PIC X(4000).

       FD  RETENTION-FILE.
       01  RETENTION-RECORD            PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-INDEX-NAME               PIC X(64)
               VALUE "/tmp/grey_report_archive.idx".
       01  WS-INDEX-STATUS             PIC XX     VALUE SPACES.
       01  WS-ARCHIVE-DIR              PIC X(64)
               VALUE "/tmp/grey_report_archive".
       01  WS-COPY-NAME                PIC X(128) VALUE SPACES.
       01  WS-COPY-STATUS              PIC XX     VALUE SPACES.
       01  WS-RETENTION-NAME           PIC X(64)
               VALUE "/tmp/grey_report_retention.txt".
       01  WS-RETENTION-STATUS         PIC XX     VALUE SPACES.
       01  WS-FILE-ENV                 PIC X(64)  VALUE SPACES.
      *    "N" not yet opened, "O" open I-O, "M" could not be opened
       01  WS-STORE-STATE              PIC X      VALUE "N".
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-NOW                      PIC X(21)  VALUE SPACES.

       01  WS-BASE-NAME                PIC X(64)  VALUE SPACES.
       01  WS-BASE-POS                 PIC 9(3)   VALUE 0.
       01  WS-ARCHIVE-PATH             PIC X(128) VALUE SPACES.
       01  WS-SHELL-COMMAND            PIC X(512) VALUE SPACES.
       01  WS-SHELL-RC                 PIC S9(9)  VALUE 0.

      ******************************************************************
      * Checksum of one file
      ******************************************************************
       01  WS-SUM-LINES                PIC 9(8)   VALUE 0.
       01  WS-SUM-BYTES                PIC 9(12)  VALUE 0.
       01  WS-SUM-READABLE             PIC X      VALUE "N".
       01  WS-HASH-WORK                PIC 9(18) COMP-5 VALUE 0.
       01  WS-HASH-IDX                 PIC 9(5)   VALUE 0.
       01  WS-HASH-LEN                 PIC 9(5)   VALUE 0.
      *    Reports print at 60 lines a page
       01  WS-PAGE-LINES               PIC 9(3)   VALUE 60.

      ******************************************************************
      * Retention policy
      ******************************************************************
       01  WS-RETENTION-TABLE.
           05  WS-RP-COUNT              PIC 9(3)  VALUE 0.
           05  WS-RP-ENTRY OCCURS 200 TIMES.
               10  WS-RP-PATTERN        PIC X(64).
               10  WS-RP-PATTERN-LEN    PIC 9(3).
               10  WS-RP-KEEP-DAYS      PIC 9(5).
       01  WS-RP-IDX                   PIC 9(3)   VALUE 0.
       01  WS-REC-PATTERN              PIC X(64)  VALUE SPACES.
       01  WS-REC-KEEP                 PIC X(10)  VALUE SPACES.
       01  WS-KEEP-LEN                 PIC 9(3)   VALUE 0.
       01  WS-DEFAULT-KEEP-DAYS        PIC 9(5)   VALUE 400.
       01  WS-KEEP-DAYS                PIC 9(5)   VALUE 0.
       01  WS-HIT-COUNT                PIC 9(3)   VALUE 0.
       01  WS-TODAY-INT                PIC 9(8)   VALUE 0.
       01  WS-RUN-DATE-TEXT            PIC X(8)   VALUE SPACES.
       01  WS-AGE-DAYS                 PIC S9(8)  VALUE 0.
       01  WS-PURGED                   PIC 9(5)   VALUE 0.

       LINKAGE SECTION.
       01  LS-REPORT-PATH              PIC X(128).
       01  LS-RUN-ID                   PIC X(24).
       01  LS-RECIPIENTS               PIC X(512).
       01  LS-RECIP-COUNT              PIC 9(3).
       01  LS-DEPOSITED                PIC X.
       01  LS-FILE-PATH                PIC X(128).
       01  LS-LINES                    PIC 9(8).
       01  LS-BYTES                    PIC 9(12).
       01  LS-CHECKSUM                 PIC 9(10).
       01  LS-READABLE                 PIC X.
       01  LS-PURGED-COUNT             PIC 9(5).

       PROCEDURE DIVISION.

      ******************************************************************
      * REPORT-ARCHIVE-DEPOSIT: Archive one distributed report
      * Input:  LS-REPORT-PATH, LS-RUN-ID ("RUN-" + YYYYMMDDHHMMSS),
      *         LS-RECIPIENTS (comma separated), LS-RECIP-COUNT
      * Output: LS-DEPOSITED "Y" copy and index record written, "N"
      *         the report could not be archived
      ******************************************************************
       ENTRY "REPORT-ARCHIVE-DEPOSIT" USING LS-REPORT-PATH LS-RUN-ID
                                            LS-RECIPIENTS
                                            LS-RECIP-COUNT
                                            LS-DEPOSITED.
           MOVE "N" TO LS-DEPOSITED
           IF WS-STORE-STATE = "N"
               PERFORM OPEN-ARCHIVE-INDEX
           END-IF
           IF WS-STORE-STATE NOT = "O"
               GOBACK
           END-IF

      *    Report name is the file name without its directory
           MOVE 0 TO WS-BASE-POS
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                       UNTIL WS-HASH-IDX > 128
               IF LS-REPORT-PATH(WS-HASH-IDX:1) = "/"
                   MOVE WS-HASH-IDX TO WS-BASE-POS
               END-IF
           END-PERFORM
           MOVE LS-REPORT-PATH(WS-BASE-POS + 1:) TO WS-BASE-NAME

           MOVE SPACES TO WS-ARCHIVE-PATH
           STRING WS-ARCHIVE-DIR DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  LS-RUN-ID(5:14) DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-BASE-NAME DELIMITED BY SPACE
                  INTO WS-ARCHIVE-PATH
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "mkdir -p " DELIMITED BY SIZE
                  WS-ARCHIVE-DIR DELIMITED BY SPACE
                  " && cp -p " DELIMITED BY SIZE
                  LS-REPORT-PATH DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-ARCHIVE-PATH DELIMITED BY SPACE
                  " 2>/dev/null" DELIMITED BY SIZE
                  INTO WS-SHELL-COMMAND
           CALL "SYSTEM" USING WS-SHELL-COMMAND
           MOVE RETURN-CODE TO WS-SHELL-RC
           MOVE 0 TO RETURN-CODE
           IF WS-SHELL-RC NOT = 0
               DISPLAY "WARNING: could not copy "
                       FUNCTION TRIM(LS-REPORT-PATH) " to "
                       FUNCTION TRIM(WS-ARCHIVE-PATH)
               GOBACK
           END-IF

      *    Line count and checksum are taken from the archived copy
      *    itself, so the verify compares like with like
           MOVE WS-ARCHIVE-PATH TO WS-COPY-NAME
           PERFORM SUM-COPY-FILE
           IF WS-SUM-READABLE NOT = "Y"
               DISPLAY "WARNING: archived copy "
                       FUNCTION TRIM(WS-ARCHIVE-PATH)
                       " cannot be read back"
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE SPACES TO RARC-RECORD
           MOVE WS-BASE-NAME TO RARC-REPORT-NAME
           STRING LS-RUN-ID(5:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  LS-RUN-ID(9:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  LS-RUN-ID(11:2) DELIMITED BY SIZE
                  INTO RARC-RUN-DATE
           MOVE LS-RUN-ID TO RARC-RUN-ID
           MOVE LS-REPORT-PATH TO RARC-SOURCE-PATH
           MOVE WS-ARCHIVE-PATH TO RARC-ARCHIVE-PATH
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
                  INTO RARC-ARCHIVED-TS
           MOVE WS-SUM-LINES TO RARC-LINE-COUNT
           COMPUTE RARC-PAGE-COUNT =
               (WS-SUM-LINES + WS-PAGE-LINES - 1) / WS-PAGE-LINES
           MOVE WS-SUM-BYTES TO RARC-BYTE-COUNT
           MOVE WS-HASH-WORK TO RARC-CHECKSUM
           MOVE LS-RECIP-COUNT TO RARC-RECIP-COUNT
           MOVE LS-RECIPIENTS TO RARC-RECIPIENTS

      *    The same report twice in one run is archived once, with
      *    the later copy
           WRITE RARC-RECORD
               INVALID KEY
                   REWRITE RARC-RECORD
                       INVALID KEY
                           DISPLAY "WARNING: archive index write "
                                   "failed (status " WS-INDEX-STATUS
                                   ") for "
                                   FUNCTION TRIM(WS-BASE-NAME)
                           GOBACK
                   END-REWRITE
           END-WRITE
           MOVE "Y" TO LS-DEPOSITED
           GOBACK.

      ******************************************************************
      * REPORT-ARCHIVE-CHECKSUM: Line count, byte count and checksum
      * of any file, computed the way the deposit computed them
      * Input:  LS-FILE-PATH
      * Output: LS-LINES, LS-BYTES, LS-CHECKSUM, LS-READABLE ("N"
      *         the file could not be opened)
      ******************************************************************
       ENTRY "REPORT-ARCHIVE-CHECKSUM" USING LS-FILE-PATH LS-LINES
                                             LS-BYTES LS-CHECKSUM
                                             LS-READABLE.
           MOVE LS-FILE-PATH TO WS-COPY-NAME
           PERFORM SUM-COPY-FILE
           MOVE WS-SUM-LINES TO LS-LINES
           MOVE WS-SUM-BYTES TO LS-BYTES
           MOVE WS-HASH-WORK TO LS-CHECKSUM
           MOVE WS-SUM-READABLE TO LS-READABLE
           GOBACK.

      ******************************************************************
      * REPORT-ARCHIVE-PURGE: Remove every archived report older
      * than its retention
      * Output: LS-PURGED-COUNT
      ******************************************************************
       ENTRY "REPORT-ARCHIVE-PURGE" USING LS-PURGED-COUNT.
           MOVE 0 TO LS-PURGED-COUNT
           MOVE 0 TO WS-PURGED
           IF WS-STORE-STATE = "N"
               PERFORM OPEN-ARCHIVE-INDEX
           END-IF
           IF WS-STORE-STATE NOT = "O"
               GOBACK
           END-IF
           PERFORM LOAD-RETENTION
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-NOW(1:8)))

           MOVE LOW-VALUES TO RARC-KEY
           START ARCHIVE-INDEX-FILE KEY >= RARC-KEY
               INVALID KEY
                   GOBACK
           END-START
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ ARCHIVE-INDEX-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PURGE-IF-EXPIRED
               END-READ
           END-PERFORM
           MOVE WS-PURGED TO LS-PURGED-COUNT
           GOBACK.

      ******************************************************************
      * REPORT-ARCHIVE-CLOSE: Release the index (a later call reopens)
      ******************************************************************
       ENTRY "REPORT-ARCHIVE-CLOSE".
           IF WS-STORE-STATE = "O"
               CLOSE ARCHIVE-INDEX-FILE
           END-IF
           MOVE "N" TO WS-STORE-STATE
           GOBACK.

      ******************************************************************
      * Internal: Open the index I-O, creating it on first use (an
      * I-O open of a file that does not exist yet comes back with
      * status 35)
      ******************************************************************
       OPEN-ARCHIVE-INDEX.
           MOVE SPACES TO WS-FILE-ENV
           ACCEPT WS-FILE-ENV FROM ENVIRONMENT "GREY_REPORT_ARCHIVE_DIR"
           IF WS-FILE-ENV NOT = SPACES
               MOVE WS-FILE-ENV TO WS-ARCHIVE-DIR
           END-IF
           MOVE SPACES TO WS-FILE-ENV
           ACCEPT WS-FILE-ENV
               FROM ENVIRONMENT "GREY_REPORT_ARCHIVE_INDEX"
           IF WS-FILE-ENV NOT = SPACES
               MOVE WS-FILE-ENV TO WS-INDEX-NAME
           END-IF
           OPEN I-O ARCHIVE-INDEX-FILE
           IF WS-INDEX-STATUS = "35"
               OPEN OUTPUT ARCHIVE-INDEX-FILE
               CLOSE ARCHIVE-INDEX-FILE
               OPEN I-O ARCHIVE-INDEX-FILE
           END-IF
           IF WS-INDEX-STATUS = "00"
               MOVE "O" TO WS-STORE-STATE
           ELSE
               MOVE "M" TO WS-STORE-STATE
               DISPLAY "WARNING: report archive index " WS-INDEX-NAME
                       " not available (status " WS-INDEX-STATUS
                       ") - reports not archived this run"
           END-IF.

      ******************************************************************
      * Internal: Lines, bytes and rolling hash of WS-COPY-NAME
      ******************************************************************
       SUM-COPY-FILE.
           MOVE 0 TO WS-SUM-LINES WS-SUM-BYTES WS-HASH-WORK
           MOVE "N" TO WS-SUM-READABLE
           OPEN INPUT ARCHIVE-COPY-FILE
           IF WS-COPY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-SUM-READABLE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ ARCHIVE-COPY-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-SUM-LINES
                       PERFORM FOLD-RECORD-HASH
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-COPY-FILE.

       FOLD-RECORD-HASH.
           MOVE 4000 TO WS-HASH-LEN
           PERFORM UNTIL WS-HASH-LEN = 0
                      OR ARCHIVE-COPY-RECORD(WS-HASH-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-HASH-LEN
           END-PERFORM
           COMPUTE WS-SUM-BYTES = WS-SUM-BYTES + WS-HASH-LEN + 1
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                       UNTIL WS-HASH-IDX > WS-HASH-LEN
               COMPUTE WS-HASH-WORK = FUNCTION MOD(
                   WS-HASH-WORK * 31
                   + FUNCTION ORD(ARCHIVE-COPY-RECORD(WS-HASH-IDX:1)),
                   1000000007)
           END-PERFORM.

      ******************************************************************
      * Internal: The retention policy into the table
      ******************************************************************
       LOAD-RETENTION.
           MOVE 0 TO WS-RP-COUNT
           MOVE SPACES TO WS-FILE-ENV
           ACCEPT WS-FILE-ENV FROM ENVIRONMENT "GREY_REPORT_RETENTION"
           IF WS-FILE-ENV NOT = SPACES
               MOVE WS-FILE-ENV TO WS-RETENTION-NAME
           END-IF
           OPEN INPUT RETENTION-FILE
           IF WS-RETENTION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ RETENTION-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-RETENTION
               END-READ
           END-PERFORM
           CLOSE RETENTION-FILE.

       LOAD-ONE-RETENTION.
           IF RETENTION-RECORD = SPACES
               OR RETENTION-RECORD(1:1) = "#"
               OR WS-RP-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REC-PATTERN WS-REC-KEEP
           UNSTRING RETENTION-RECORD DELIMITED BY "|"
               INTO WS-REC-PATTERN WS-REC-KEEP
           MOVE 10 TO WS-KEEP-LEN
           PERFORM UNTIL WS-KEEP-LEN = 0
                      OR WS-REC-KEEP(WS-KEEP-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-KEEP-LEN
           END-PERFORM
           IF WS-REC-PATTERN = SPACES OR WS-KEEP-LEN = 0
               OR WS-REC-KEEP(1:WS-KEEP-LEN) IS NOT NUMERIC
               DISPLAY "Retention line ignored: "
                       FUNCTION TRIM(RETENTION-RECORD)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RP-COUNT
           MOVE WS-REC-PATTERN TO WS-RP-PATTERN(WS-RP-COUNT)
           MOVE 64 TO WS-RP-PATTERN-LEN(WS-RP-COUNT)
           PERFORM UNTIL WS-RP-PATTERN-LEN(WS-RP-COUNT) = 0
                      OR WS-REC-PATTERN
                         (WS-RP-PATTERN-LEN(WS-RP-COUNT):1) NOT = SPACE
               SUBTRACT 1 FROM WS-RP-PATTERN-LEN(WS-RP-COUNT)
           END-PERFORM
           COMPUTE WS-RP-KEEP-DAYS(WS-RP-COUNT) =
               FUNCTION NUMVAL(WS-REC-KEEP(1:WS-KEEP-LEN)).

      ******************************************************************
      * Internal: Purge the current index record if it is past the
      * retention of the first policy line matching its name
      ******************************************************************
       PURGE-IF-EXPIRED.
           MOVE WS-DEFAULT-KEEP-DAYS TO WS-KEEP-DAYS
           PERFORM VARYING WS-RP-IDX FROM 1 BY 1
                       UNTIL WS-RP-IDX > WS-RP-COUNT
               IF WS-RP-PATTERN(WS-RP-IDX) = "*"
                   MOVE WS-RP-KEEP-DAYS(WS-RP-IDX) TO WS-KEEP-DAYS
                   EXIT PERFORM
               END-IF
               MOVE 0 TO WS-HIT-COUNT
               INSPECT RARC-REPORT-NAME TALLYING WS-HIT-COUNT
                   FOR ALL WS-RP-PATTERN(WS-RP-IDX)
                           (1:WS-RP-PATTERN-LEN(WS-RP-IDX))
               IF WS-HIT-COUNT > 0
                   MOVE WS-RP-KEEP-DAYS(WS-RP-IDX) TO WS-KEEP-DAYS
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-RUN-DATE-TEXT
           STRING RARC-RUN-DATE(1:4) DELIMITED BY SIZE
                  RARC-RUN-DATE(6:2) DELIMITED BY SIZE
                  RARC-RUN-DATE(9:2) DELIMITED BY SIZE
                  INTO WS-RUN-DATE-TEXT
           IF WS-RUN-DATE-TEXT IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(WS-RUN-DATE-TEXT))
           IF WS-AGE-DAYS <= WS-KEEP-DAYS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  RARC-ARCHIVE-PATH DELIMITED BY SPACE
                  INTO WS-SHELL-COMMAND
           CALL "SYSTEM" USING WS-SHELL-COMMAND
           MOVE 0 TO RETURN-CODE
           DELETE ARCHIVE-INDEX-FILE RECORD
               INVALID KEY
                   DISPLAY "WARNING: archive index delete failed "
                           "(status " WS-INDEX-STATUS ") for "
                           FUNCTION TRIM(RARC-REPORT-NAME) " "
                           RARC-RUN-DATE
                   EXIT PARAGRAPH
           END-DELETE
           ADD 1 TO WS-PURGED
           DISPLAY "Archive purged: " FUNCTION TRIM(RARC-REPORT-NAME)
                   " " RARC-RUN-DATE " (kept " WS-KEEP-DAYS " days)".

       END PROGRAM REPORT-ARCHIVE.
