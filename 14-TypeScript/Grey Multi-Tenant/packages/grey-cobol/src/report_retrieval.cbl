      ******************************************************************
      * report_retrieval.cbl - Grey Archived Report Retrieval
      * Finds a report REPORT-DISTRIBUTOR archived (REPORT-ARCHIVE,
      * GREYRARC index) by report name and run date, verifies the
      * archived copy against the line count, byte count and checksum
      * stored when it was deposited, and - only if it verifies -
      * reprints or re-routes it.
      *
      * Parameters (environment):
      *   GREY_RETRIEVE_REPORT     report file name as archived, e.g.
      *                            grey_owner_report.txt (required)
      *   GREY_RETRIEVE_DATE       run date, YYYY-MM-DD or YYYYMMDD
      *                            (required)
      *   GREY_RETRIEVE_RUN_ID     one distribution run of that date;
      *                            blank takes the day's latest run
      *   GREY_RETRIEVE_MODE       VERIFY (default), REPRINT or
      *                            REROUTE
      *   GREY_RETRIEVE_OUT        REPRINT: where the copy is
      *                            written (default <archive dir>/
      *                            reprint/<YYYYMMDDHHMMSS>_<name>)
      *   GREY_RETRIEVE_RECIPIENT  REROUTE: one recipient; blank
      *                            sends it again to everyone it
      *                            originally went to
      *   GREY_RETRIEVE_FORMAT     REROUTE: TXT (default), CSV, PDF
      * A re-route is written to the mailer spool exactly as the
      * distributor writes one, with the verified archived copy as
      * the attachment, and logged REROUTED in the distribution log.
      * A copy that fails verification is neither reprinted nor
      * re-routed; operations are notified.
      *
      * Report (/tmp/grey_report_retrieval.txt):
      *   "ARCHIVE|name|run-date|run-id|lines|pages|checksum|
      *    recipients" (or "ARCHIVE|NOT-FOUND|name|date|run-id")
      *   "VERIFY|VERIFIED|MISMATCH|MISSING|detail"
      *   "ACTION|REPRINT|path" or "ACTION|REROUTE|recipient"
      *
      * RETURN-CODE 0 verified (and reprinted/re-routed), 4 no such
      * report archived for that date, 8 the archived copy failed
      * verification, the action failed, or the parameters are bad.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-RETRIEVAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-INDEX-FILE ASSIGN TO WS-INDEX-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RARC-KEY
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT MAIL-SPOOL-FILE ASSIGN TO WS-MAIL-SPOOL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAIL-SPOOL-STATUS.

           SELECT DIST-LOG-FILE ASSIGN TO WS-DIST-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-LOG-STATUS.

           SELECT RETRIEVAL-REPORT-FILE
               ASSIGN TO WS-RETRIEVAL-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-INDEX-FILE.
       COPY GREYRARC.

       FD  MAIL-SPOOL-FILE.
       01  MAIL-SPOOL-RECORD           PIC X(300).

       FD  DIST-LOG-FILE.
       01  DIST-LOG-RECORD             PIC X(300).

       FD  RETRIEVAL-REPORT-FILE.
       01  RETRIEVAL-REPORT-RECORD     PIC X(800).

       WORKING-STORAGE SECTION.
       COPY GREYRES.

       01  WS-INDEX-NAME               PIC X(64)
               VALUE "/tmp/grey_report_archive.idx".
       01  WS-INDEX-STATUS             PIC XX     VALUE SPACES.
       01  WS-INDEX-OPEN               PIC X      VALUE "N".
       01  WS-ARCHIVE-DIR              PIC X(64)
               VALUE "/tmp/grey_report_archive".
       01  WS-MAIL-SPOOL-NAME          PIC X(64)
               VALUE "/tmp/grey_mail_spool.txt".
       01  WS-MAIL-SPOOL-STATUS        PIC XX     VALUE SPACES.
       01  WS-DIST-LOG-NAME            PIC X(64)
               VALUE "/tmp/grey_distribution_log.txt".
       01  WS-DIST-LOG-STATUS          PIC XX     VALUE SPACES.
       01  WS-RETRIEVAL-REPORT-NAME    PIC X(64)
               VALUE "/tmp/grey_report_retrieval.txt".
       01  WS-FILE-ENV                 PIC X(64)  VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-TS                       PIC X(19)  VALUE SPACES.
       01  WS-REPORT-LINE              PIC X(800) VALUE SPACES.
       01  WS-OUT-LINE                 PIC X(300) VALUE SPACES.
       01  WS-JOB-RC                   PIC S9(4)  VALUE 0.

      ******************************************************************
      * Parameters
      ******************************************************************
       01  WS-PARM-REPORT              PIC X(64)  VALUE SPACES.
       01  WS-PARM-DATE-IN             PIC X(10)  VALUE SPACES.
       01  WS-PARM-DATE                PIC X(10)  VALUE SPACES.
       01  WS-PARM-RUN-ID              PIC X(24)  VALUE SPACES.
       01  WS-PARM-MODE                PIC X(8)   VALUE SPACES.
           88  WS-MODE-VERIFY                     VALUE "VERIFY".
           88  WS-MODE-REPRINT                    VALUE "REPRINT".
           88  WS-MODE-REROUTE                    VALUE "REROUTE".
       01  WS-PARM-OUT                 PIC X(128) VALUE SPACES.
       01  WS-PARM-RECIPIENT           PIC X(128) VALUE SPACES.
       01  WS-PARM-FORMAT              PIC X(8)   VALUE SPACES.

      ******************************************************************
      * The archived report found
      ******************************************************************
       01  WS-FOUND-COUNT              PIC 9(3)   VALUE 0.
       01  WS-FOUND-RECORD             PIC X(1000) VALUE SPACES.
       01  WS-LINES-TEXT               PIC Z(7)9  VALUE SPACES.
       01  WS-PAGES-TEXT               PIC Z(5)9  VALUE SPACES.
       01  WS-SUM-TEXT                 PIC Z(9)9  VALUE SPACES.

      ******************************************************************
      * Verification of the archived copy
      ******************************************************************
       01  WS-VERIFY-LINES             PIC 9(8)   VALUE 0.
       01  WS-VERIFY-BYTES             PIC 9(12)  VALUE 0.
       01  WS-VERIFY-CHECKSUM          PIC 9(10)  VALUE 0.
       01  WS-VERIFY-READABLE          PIC X      VALUE "N".
       01  WS-VERIFY-STATE             PIC X(8)   VALUE SPACES.
       01  WS-VERIFY-DETAIL            PIC X(128) VALUE SPACES.

       01  WS-SHELL-COMMAND            PIC X(512) VALUE SPACES.
       01  WS-SHELL-RC                 PIC S9(9)  VALUE 0.
       01  WS-RECIP-PTR                PIC 9(3)   VALUE 1.
       01  WS-ONE-RECIPIENT            PIC X(128) VALUE SPACES.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "REPORT-RETRIEVAL".
       01  WS-HIST-RUN-ID              PIC X(24)  VALUE SPACES.
       01  WS-HIST-READ                PIC 9(8)   VALUE 0.
       01  WS-HIST-OK                  PIC 9(8)   VALUE 0.
       01  WS-HIST-FAIL                PIC 9(8)   VALUE 0.
       01  WS-HIST-CID                 PIC X(40)  VALUE SPACES.

      ******************************************************************
      * Notification spool fields
      ******************************************************************
       01  WS-NOTIFY-SEVERITY          PIC X(8)   VALUE SPACES.
       01  WS-NOTIFY-SUMMARY           PIC X(64)  VALUE SPACES.
       01  WS-NOTIFY-DETAIL            PIC X(256) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Archived Report Retrieval ==="
           MOVE 0 TO RETURN-CODE
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

           CALL "RUN-HISTORY-START" USING WS-HIST-JOB-NAME
                                          WS-HIST-RUN-ID

           OPEN OUTPUT RETRIEVAL-REPORT-FILE
           PERFORM READ-PARAMETERS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REPORT-RETRIEVAL|RUN_DATE=" DELIMITED BY SIZE
                  WS-NOW(1:8) DELIMITED BY SIZE
                  "|MODE=" DELIMITED BY SIZE
                  WS-PARM-MODE DELIMITED BY SPACE
                  "|REPORT=" DELIMITED BY SIZE
                  WS-PARM-REPORT DELIMITED BY SPACE
                  "|DATE=" DELIMITED BY SIZE
                  WS-PARM-DATE DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-JOB-RC NOT = 0
               PERFORM END-OF-JOB
           END-IF

           OPEN INPUT ARCHIVE-INDEX-FILE
           IF WS-INDEX-STATUS NOT = "00"
               DISPLAY "Report archive index " WS-INDEX-NAME
                       " not available (status " WS-INDEX-STATUS ")"
               MOVE 4 TO WS-JOB-RC
               PERFORM END-OF-JOB
           END-IF
           MOVE "Y" TO WS-INDEX-OPEN

           PERFORM FIND-ARCHIVED-REPORT
           IF WS-FOUND-COUNT = 0
               DISPLAY "No archived " FUNCTION TRIM(WS-PARM-REPORT)
                       " for " WS-PARM-DATE " "
                       FUNCTION TRIM(WS-PARM-RUN-ID)
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ARCHIVE|NOT-FOUND|" DELIMITED BY SIZE
                      WS-PARM-REPORT DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-PARM-DATE DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-PARM-RUN-ID DELIMITED BY SPACE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 4 TO WS-JOB-RC
               PERFORM END-OF-JOB
           END-IF
           ADD 1 TO WS-HIST-READ
           MOVE WS-FOUND-RECORD TO RARC-RECORD
           PERFORM WRITE-ARCHIVE-LINE

           PERFORM VERIFY-ARCHIVED-COPY
           IF WS-VERIFY-STATE NOT = "VERIFIED"
               ADD 1 TO WS-HIST-FAIL
               MOVE 8 TO WS-JOB-RC
               MOVE "ERROR" TO WS-NOTIFY-SEVERITY
               MOVE "Archived report failed verification"
                   TO WS-NOTIFY-SUMMARY
               MOVE SPACES TO WS-NOTIFY-DETAIL
               STRING RARC-REPORT-NAME DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      RARC-RUN-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RARC-RUN-ID DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-VERIFY-STATE DELIMITED BY SPACE
                      ": " DELIMITED BY SIZE
                      WS-VERIFY-DETAIL DELIMITED BY "  "
                      INTO WS-NOTIFY-DETAIL
               CALL "NOTIFY-SPOOL-WRITE" USING WS-NOTIFY-SEVERITY
                                               WS-HIST-JOB-NAME
                                               WS-NOTIFY-SUMMARY
                                               WS-NOTIFY-DETAIL
                                               WS-HIST-CID
               PERFORM END-OF-JOB
           END-IF

           EVALUATE TRUE
               WHEN WS-MODE-REPRINT
                   PERFORM REPRINT-ARCHIVED-COPY
               WHEN WS-MODE-REROUTE
                   PERFORM REROUTE-ARCHIVED-COPY
               WHEN OTHER
                   ADD 1 TO WS-HIST-OK
           END-EVALUATE
           PERFORM END-OF-JOB.

      ******************************************************************
      * READ-PARAMETERS: The environment parameters, checked; a bad
      * or missing one sets WS-JOB-RC 8
      ******************************************************************
       READ-PARAMETERS.
           ACCEPT WS-PARM-REPORT FROM ENVIRONMENT "GREY_RETRIEVE_REPORT"
           ACCEPT WS-PARM-DATE-IN FROM ENVIRONMENT "GREY_RETRIEVE_DATE"
           ACCEPT WS-PARM-RUN-ID FROM ENVIRONMENT "GREY_RETRIEVE_RUN_ID"
           ACCEPT WS-PARM-MODE FROM ENVIRONMENT "GREY_RETRIEVE_MODE"
           ACCEPT WS-PARM-OUT FROM ENVIRONMENT "GREY_RETRIEVE_OUT"
           ACCEPT WS-PARM-RECIPIENT
               FROM ENVIRONMENT "GREY_RETRIEVE_RECIPIENT"
           ACCEPT WS-PARM-FORMAT FROM ENVIRONMENT "GREY_RETRIEVE_FORMAT"
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

           MOVE FUNCTION UPPER-CASE(WS-PARM-MODE) TO WS-PARM-MODE
           IF WS-PARM-MODE = SPACES
               MOVE "VERIFY" TO WS-PARM-MODE
           END-IF
           IF WS-PARM-FORMAT = SPACES
               MOVE "TXT" TO WS-PARM-FORMAT
           END-IF

      *    The date as YYYY-MM-DD whichever way it was given
           IF WS-PARM-DATE-IN(1:8) IS NUMERIC
               AND WS-PARM-DATE-IN(9:2) = SPACES
               STRING WS-PARM-DATE-IN(1:4) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-PARM-DATE-IN(5:2) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-PARM-DATE-IN(7:2) DELIMITED BY SIZE
                      INTO WS-PARM-DATE
           ELSE
               MOVE WS-PARM-DATE-IN TO WS-PARM-DATE
           END-IF

           IF WS-PARM-REPORT = SPACES
               DISPLAY "GREY_RETRIEVE_REPORT (report file name) "
                       "is required"
               MOVE 8 TO WS-JOB-RC
           END-IF
           IF WS-PARM-DATE(1:4) IS NOT NUMERIC
               OR WS-PARM-DATE(5:1) NOT = "-"
               OR WS-PARM-DATE(6:2) IS NOT NUMERIC
               OR WS-PARM-DATE(8:1) NOT = "-"
               OR WS-PARM-DATE(9:2) IS NOT NUMERIC
               DISPLAY "GREY_RETRIEVE_DATE (YYYY-MM-DD) is required"
               MOVE 8 TO WS-JOB-RC
           END-IF
           IF NOT WS-MODE-VERIFY AND NOT WS-MODE-REPRINT
               AND NOT WS-MODE-REROUTE
               DISPLAY "Unknown GREY_RETRIEVE_MODE: " WS-PARM-MODE
               MOVE 8 TO WS-JOB-RC
           END-IF.

      ******************************************************************
      * FIND-ARCHIVED-REPORT: Every archived run of the report on the
      * date; the one asked for, or the day's latest, is kept in
      * WS-FOUND-RECORD
      ******************************************************************
       FIND-ARCHIVED-REPORT.
           MOVE 0 TO WS-FOUND-COUNT
           MOVE LOW-VALUES TO RARC-KEY
           MOVE WS-PARM-REPORT TO RARC-REPORT-NAME
           MOVE WS-PARM-DATE TO RARC-RUN-DATE
           START ARCHIVE-INDEX-FILE KEY >= RARC-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ ARCHIVE-INDEX-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RARC-REPORT-NAME NOT = WS-PARM-REPORT
                           OR RARC-RUN-DATE NOT = WS-PARM-DATE
                           MOVE "Y" TO WS-EOF
                       ELSE
                           IF WS-PARM-RUN-ID = SPACES
                               OR RARC-RUN-ID = WS-PARM-RUN-ID
                               ADD 1 TO WS-FOUND-COUNT
                               MOVE RARC-RECORD TO WS-FOUND-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FOUND-COUNT > 1
               DISPLAY WS-FOUND-COUNT " runs archived on "
                       WS-PARM-DATE " - the latest is used"
           END-IF.

      ******************************************************************
      * VERIFY-ARCHIVED-COPY: Recompute the archived copy's counts and
      * checksum and compare them with the index record
      ******************************************************************
       VERIFY-ARCHIVED-COPY.
           CALL "REPORT-ARCHIVE-CHECKSUM" USING RARC-ARCHIVE-PATH
                                                WS-VERIFY-LINES
                                                WS-VERIFY-BYTES
                                                WS-VERIFY-CHECKSUM
                                                WS-VERIFY-READABLE
           MOVE SPACES TO WS-VERIFY-DETAIL
           EVALUATE TRUE
               WHEN WS-VERIFY-READABLE NOT = "Y"
                   MOVE "MISSING" TO WS-VERIFY-STATE
                   STRING "archived copy " DELIMITED BY SIZE
                          RARC-ARCHIVE-PATH DELIMITED BY SPACE
                          " cannot be read" DELIMITED BY SIZE
                          INTO WS-VERIFY-DETAIL
               WHEN WS-VERIFY-CHECKSUM NOT = RARC-CHECKSUM
                 OR WS-VERIFY-LINES NOT = RARC-LINE-COUNT
                 OR WS-VERIFY-BYTES NOT = RARC-BYTE-COUNT
                   MOVE "MISMATCH" TO WS-VERIFY-STATE
                   MOVE WS-VERIFY-LINES TO WS-LINES-TEXT
                   MOVE WS-VERIFY-CHECKSUM TO WS-SUM-TEXT
                   STRING "copy now has lines=" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-LINES-TEXT)
                              DELIMITED BY SIZE
                          " checksum=" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SUM-TEXT) DELIMITED BY SIZE
                          INTO WS-VERIFY-DETAIL
               WHEN OTHER
                   MOVE "VERIFIED" TO WS-VERIFY-STATE
                   MOVE "counts and checksum match the index"
                       TO WS-VERIFY-DETAIL
           END-EVALUATE
           DISPLAY "Verify " FUNCTION TRIM(RARC-REPORT-NAME) " "
                   RARC-RUN-DATE ": " WS-VERIFY-STATE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "VERIFY|" DELIMITED BY SIZE
                  WS-VERIFY-STATE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-VERIFY-DETAIL DELIMITED BY "  "
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * REPRINT-ARCHIVED-COPY: Write the verified copy out again
      ******************************************************************
       REPRINT-ARCHIVED-COPY.
           IF WS-PARM-OUT = SPACES
               STRING WS-ARCHIVE-DIR DELIMITED BY SPACE
                      "/reprint/" DELIMITED BY SIZE
                      RARC-RUN-ID(5:14) DELIMITED BY SIZE
                      "_" DELIMITED BY SIZE
                      RARC-REPORT-NAME DELIMITED BY SPACE
                      INTO WS-PARM-OUT
           END-IF
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "mkdir -p $(dirname " DELIMITED BY SIZE
                  WS-PARM-OUT DELIMITED BY SPACE
                  ") && cp " DELIMITED BY SIZE
                  RARC-ARCHIVE-PATH DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-PARM-OUT DELIMITED BY SPACE
                  " 2>/dev/null" DELIMITED BY SIZE
                  INTO WS-SHELL-COMMAND
           CALL "SYSTEM" USING WS-SHELL-COMMAND
           MOVE RETURN-CODE TO WS-SHELL-RC
           MOVE 0 TO RETURN-CODE

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-SHELL-RC = 0
               ADD 1 TO WS-HIST-OK
               DISPLAY "Reprinted to " FUNCTION TRIM(WS-PARM-OUT)
               STRING "ACTION|REPRINT|" DELIMITED BY SIZE
                      WS-PARM-OUT DELIMITED BY SPACE
                      INTO WS-REPORT-LINE
           ELSE
               ADD 1 TO WS-HIST-FAIL
               MOVE 8 TO WS-JOB-RC
               DISPLAY "Reprint to " FUNCTION TRIM(WS-PARM-OUT)
                       " failed"
               STRING "ACTION|REPRINT-FAILED|" DELIMITED BY SIZE
                      WS-PARM-OUT DELIMITED BY SPACE
                      INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * REROUTE-ARCHIVED-COPY: Spool the verified copy to the one
      * recipient asked for, or again to every original recipient
      ******************************************************************
       REROUTE-ARCHIVED-COPY.
           IF WS-PARM-RECIPIENT NOT = SPACES
               MOVE WS-PARM-RECIPIENT TO WS-ONE-RECIPIENT
               PERFORM REROUTE-TO-RECIPIENT
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-RECIP-PTR
           PERFORM UNTIL WS-RECIP-PTR > 512
               MOVE SPACES TO WS-ONE-RECIPIENT
               UNSTRING RARC-RECIPIENTS DELIMITED BY ","
                   INTO WS-ONE-RECIPIENT
                   WITH POINTER WS-RECIP-PTR
               END-UNSTRING
               IF WS-ONE-RECIPIENT NOT = SPACES
                   PERFORM REROUTE-TO-RECIPIENT
               END-IF
           END-PERFORM.

       REROUTE-TO-RECIPIENT.
           MOVE SPACES TO WS-OUT-LINE
           STRING WS-TS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-ONE-RECIPIENT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-PARM-FORMAT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  RARC-ARCHIVE-PATH DELIMITED BY SPACE
                  INTO WS-OUT-LINE
           OPEN EXTEND MAIL-SPOOL-FILE
           IF WS-MAIL-SPOOL-STATUS = "35"
               OPEN OUTPUT MAIL-SPOOL-FILE
           END-IF
           MOVE WS-OUT-LINE TO MAIL-SPOOL-RECORD
           WRITE MAIL-SPOOL-RECORD
           CLOSE MAIL-SPOOL-FILE

           MOVE SPACES TO WS-OUT-LINE
           STRING WS-TS DELIMITED BY SIZE
                  "|REROUTED|" DELIMITED BY SIZE
                  RARC-SOURCE-PATH DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-ONE-RECIPIENT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  RARC-RUN-ID DELIMITED BY SPACE
                  INTO WS-OUT-LINE
           OPEN EXTEND DIST-LOG-FILE
           IF WS-DIST-LOG-STATUS = "35"
               OPEN OUTPUT DIST-LOG-FILE
           END-IF
           MOVE WS-OUT-LINE TO DIST-LOG-RECORD
           WRITE DIST-LOG-RECORD
           CLOSE DIST-LOG-FILE

           ADD 1 TO WS-HIST-OK
           DISPLAY "Re-routed to " FUNCTION TRIM(WS-ONE-RECIPIENT)
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACTION|REROUTE|" DELIMITED BY SIZE
                  WS-ONE-RECIPIENT DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * WRITE-ARCHIVE-LINE: The index record found
      ******************************************************************
       WRITE-ARCHIVE-LINE.
           MOVE RARC-LINE-COUNT TO WS-LINES-TEXT
           MOVE RARC-PAGE-COUNT TO WS-PAGES-TEXT
           MOVE RARC-CHECKSUM TO WS-SUM-TEXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ARCHIVE|" DELIMITED BY SIZE
                  RARC-REPORT-NAME DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  RARC-RUN-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  RARC-RUN-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LINES-TEXT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAGES-TEXT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUM-TEXT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  RARC-RECIPIENTS DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RETRIEVAL-REPORT-RECORD
           WRITE RETRIEVAL-REPORT-RECORD.

      ******************************************************************
      * END-OF-JOB: Close up, record the run and stop (every exit
      * path comes through here)
      ******************************************************************
       END-OF-JOB.
           IF WS-INDEX-OPEN = "Y"
               CLOSE ARCHIVE-INDEX-FILE
           END-IF
           CLOSE RETRIEVAL-REPORT-FILE
           MOVE WS-JOB-RC TO RETURN-CODE
           PERFORM RECORD-RUN-HISTORY
           STOP RUN.

      ******************************************************************
      * RECORD-RUN-HISTORY: Append this run's standard history record
      ******************************************************************
       RECORD-RUN-HISTORY.
           CALL "RUN-HISTORY-END" USING WS-HIST-JOB-NAME
                                        WS-HIST-READ
                                        WS-HIST-OK
                                        WS-HIST-FAIL
                                        RETURN-CODE
                                        WS-HIST-CID.

       END PROGRAM REPORT-RETRIEVAL.
