      * mailer daemon):
      *   "timestamp|recipient|format|attachment-path"
      * Distribution log: /tmp/grey_distribution_log.txt
      *
      * Every report that went to at least one recipient is then
      * deposited in the report archive (REPORT-ARCHIVE-DEPOSIT: a
      * copy of the file plus an index record of its name, run date,
      * run ID, line and page counts, checksum and recipients) and
      * logged ARCHIVED; REPORT-RETRIEVAL reprints or re-routes it
      * from there later. The archive's retention policy is applied
      * at the end of each run (REPORT-ARCHIVE-PURGE).
      * RETURN-CODE 0 routed, 4 nothing matched or a routed report
      * could not be archived, 8 no routing file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-DISTRIBUTOR.
       01  WS-ROUTED-COUNT             PIC 9(5)   VALUE 0.
       01  WS-SUPPRESSED-COUNT         PIC 9(5)   VALUE 0.

      ******************************************************************
      * Archive deposit of the report being routed
      ******************************************************************
       01  WS-RUN-ID                   PIC X(24)  VALUE SPACES.
       01  WS-ARCH-RECIPIENTS          PIC X(512) VALUE SPACES.
       01  WS-ARCH-RECIP-PTR           PIC 9(3)   VALUE 1.
       01  WS-ARCH-RECIP-COUNT         PIC 9(3)   VALUE 0.
       01  WS-ARCH-DEPOSITED           PIC X      VALUE "N".
       01  WS-ARCHIVED-COUNT           PIC 9(5)   VALUE 0.
       01  WS-ARCHIVE-FAILED           PIC 9(5)   VALUE 0.
       01  WS-ARCHIVE-PURGED           PIC 9(5)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Report Distribution Router ==="
                  ":" DELIMITED BY SIZE
                  WS-NOW(13:2) DELIMITED BY SIZE
                  INTO WS-TS
           MOVE SPACES TO WS-RUN-ID
           STRING "RUN-" DELIMITED BY SIZE
                  WS-NOW(1:14) DELIMITED BY SIZE
                  INTO WS-RUN-ID

           OPEN INPUT LISTING-FILE
           IF WS-LISTING-FILE-STATUS NOT = "00"
           END-PERFORM
           CLOSE LISTING-FILE

           CALL "REPORT-ARCHIVE-PURGE" USING WS-ARCHIVE-PURGED
           CALL "REPORT-ARCHIVE-CLOSE"

           MOVE 0 TO RETURN-CODE
           IF WS-ROUTED-COUNT = 0 OR WS-ARCHIVE-FAILED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Distribution complete. Routed: " WS-ROUTED-COUNT
                   " Suppressed (empty): " WS-SUPPRESSED-COUNT
           DISPLAY "Archived: " WS-ARCHIVED-COUNT
                   " Not archived: " WS-ARCHIVE-FAILED
                   " Purged (retention): " WS-ARCHIVE-PURGED
           STOP RUN.

      ******************************************************************
      ******************************************************************
       ROUTE-ONE-REPORT.
           MOVE "N" TO WS-DETAIL-COUNTED
           MOVE SPACES TO WS-ARCH-RECIPIENTS
           MOVE 1 TO WS-ARCH-RECIP-PTR
           MOVE 0 TO WS-ARCH-RECIP-COUNT
           PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1
                       UNTIL WS-ROUTE-IDX > WS-ROUTE-COUNT
               PERFORM CHECK-ROUTE-MATCH
           END-PERFORM
           IF WS-ARCH-RECIP-COUNT > 0
               PERFORM ARCHIVE-ROUTED-REPORT
           END-IF.

       CHECK-ROUTE-MATCH.
           MOVE 64 TO WS-PATTERN-TRIM-LEN

           ADD 1 TO WS-ROUTED-COUNT
           PERFORM WRITE-MAIL-SPOOL-ENTRY
           PERFORM WRITE-LOG-ROUTED

      *    Recipient list for the archive index
           IF WS-ARCH-RECIP-COUNT > 0
               STRING "," DELIMITED BY SIZE
                   INTO WS-ARCH-RECIPIENTS
                   WITH POINTER WS-ARCH-RECIP-PTR
               END-STRING
           END-IF
           STRING WS-RT-RECIPIENT(WS-ROUTE-IDX) DELIMITED BY SPACE
               INTO WS-ARCH-RECIPIENTS
               WITH POINTER WS-ARCH-RECIP-PTR
           END-STRING
           ADD 1 TO WS-ARCH-RECIP-COUNT.

      ******************************************************************
      * ARCHIVE-ROUTED-REPORT: Deposit the report just routed in the
      * report archive with the recipients it went to
      ******************************************************************
       ARCHIVE-ROUTED-REPORT.
           CALL "REPORT-ARCHIVE-DEPOSIT" USING WS-REPORT-PATH
                                               WS-RUN-ID
                                               WS-ARCH-RECIPIENTS
                                               WS-ARCH-RECIP-COUNT
                                               WS-ARCH-DEPOSITED
           IF WS-ARCH-DEPOSITED = "Y"
               ADD 1 TO WS-ARCHIVED-COUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING WS-TS DELIMITED BY SIZE
                      "|ARCHIVED|" DELIMITED BY SIZE
                      WS-REPORT-PATH DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RUN-ID DELIMITED BY SPACE
                      INTO WS-OUT-LINE
           ELSE
               ADD 1 TO WS-ARCHIVE-FAILED
               MOVE SPACES TO WS-OUT-LINE
               STRING WS-TS DELIMITED BY SIZE
                      "|ARCHIVE-FAILED|" DELIMITED BY SIZE
                      WS-REPORT-PATH DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RUN-ID DELIMITED BY SPACE
                      INTO WS-OUT-LINE
           END-IF
           PERFORM APPEND-DIST-LOG.

      ******************************************************************
      * COUNT-DETAIL-LINES: Lines past the header, excluding the
