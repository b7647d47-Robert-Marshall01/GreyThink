      ******************************************************************
      * file_receipt.cbl - Grey Inbound File Receipt Registry
      * HR once sent the same onboarding file twice and USER-BULK-LOAD
      * tried to create sixty accounts a second time. Every inbound
      * feed - the HR onboarding and termination files, the bulk load
      * and update inputs, the membership change file, the tenant
      * roster - is now logged here when it arrives: file name, size,
      * record count, content fingerprint, sender and arrival time.
      *
      * FILE-RECEIPT-CHECK is called by the consuming job before it
      * reads its input (and by FEED-ARRIVAL-MONITOR as files land).
      * A file whose fingerprint matches one already PROCESSED for
      * the same feed is moved to the quarantine directory
      * (GREY_QUARANTINE_DIR, default /tmp/grey_quarantine) and a
      * WARNING is spooled; the job must not process it. A feed
      * that legitimately repeats (the tenant roster is the same file
      * night after night) is checked with the repeating-feed policy:
      * it is never quarantined, and its unchanged file still gets one
      * receipt a day so it is seen to arrive. The log-only policy
      * (what the arrival monitor uses for every other feed) never
      * quarantines either, but a file left over from an earlier
      * delivery gets no new receipt. FILE-RECEIPT-PROCESSED marks
      * the receipt once the job has worked the file through, so a
      * rerun after a failure is not mistaken for a duplicate. Empty
      * files are logged but never treated as duplicates.
      *
      * The fingerprint is the shop's standard rolling hash
      * (H = (H * 31 + byte) mod 1000000007 over each record's
      * trimmed bytes, as DR-UNLOAD uses); size is the trimmed bytes
      * plus one newline per record.
      *
      * Registry (GREY_RECEIPT_REGISTRY, default
      * /tmp/grey_file_receipts.txt), oldest first:
      *   "feed|file|size|records|fingerprint|sender|arrived|status|
      *    processed"
      * status RECEIVED, PROCESSED or QUARANTINED. Only the newest
      * 5000 receipts are held in storage; a status change rewrites
      * the registry through "<registry>.new", copying the older
      * lines through unchanged, so none are lost. The sender comes
      * from the feed's line in the arrival schedule
      * (GREY_FEED_SCHEDULE, default /tmp/grey_feed_schedule.txt,
      * "feed|path|due-HH:MM|run-day|sender"), UNKNOWN when the feed
      * is not scheduled.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-RECEIPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-FILE ASSIGN TO WS-INBOUND-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INBOUND-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO WS-REGISTRY-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT REGISTRY-NEW-FILE ASSIGN TO WS-REGISTRY-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-NEW-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO WS-SCHEDULE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INBOUND-FILE.
       01  INBOUND-RECORD              PIC X(4000).

       FD  REGISTRY-FILE.
       01  REGISTRY-RECORD             PIC X(300).

       FD  REGISTRY-NEW-FILE.
       01  REGISTRY-NEW-RECORD         PIC X(300).

       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD             PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-INBOUND-NAME             PIC X(64)  VALUE SPACES.
       01  WS-INBOUND-STATUS           PIC XX     VALUE SPACES.
       01  WS-REGISTRY-NAME            PIC X(64)
               VALUE "/tmp/grey_file_receipts.txt".
       01  WS-REGISTRY-STATUS          PIC XX     VALUE SPACES.
       01  WS-REGISTRY-NEW-NAME        PIC X(80)  VALUE SPACES.
       01  WS-REGISTRY-NEW-STATUS      PIC XX     VALUE SPACES.
       01  WS-SCHEDULE-NAME            PIC X(64)
               VALUE "/tmp/grey_feed_schedule.txt".
       01  WS-SCHEDULE-STATUS          PIC XX     VALUE SPACES.
       01  WS-QUARANTINE-DIR           PIC X(64)
               VALUE "/tmp/grey_quarantine".
       01  WS-FILE-ENV                 PIC X(64)  VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-NOW-TS                   PIC X(19)  VALUE SPACES.

      ******************************************************************
      * The whole registry, read on every call
      ******************************************************************
       01  WS-RCP-TABLE.
           05  WS-RCP-COUNT             PIC 9(4)  VALUE 0.
           05  WS-RCP-ENTRY OCCURS 5000 TIMES.
               10  WS-RCP-FEED          PIC X(32).
               10  WS-RCP-FILE          PIC X(64).
               10  WS-RCP-SIZE          PIC 9(10).
               10  WS-RCP-RECORDS       PIC 9(8).
               10  WS-RCP-PRINT         PIC X(10).
               10  WS-RCP-SENDER        PIC X(32).
               10  WS-RCP-ARRIVED       PIC X(19).
               10  WS-RCP-STATUS        PIC X(12).
               10  WS-RCP-PROCESSED     PIC X(19).
       01  WS-RCP-IDX                  PIC 9(4)   VALUE 0.
       01  WS-RCP-HIT                  PIC 9(4)   VALUE 0.
       01  WS-RCP-DROPPED              PIC 9(8)   VALUE 0.
       01  WS-RCP-COPIED               PIC 9(8)   VALUE 0.
       01  WS-REC-SIZE                 PIC X(12)  VALUE SPACES.
       01  WS-REC-RECORDS              PIC X(10)  VALUE SPACES.
       01  WS-REGISTRY-LINE            PIC X(300) VALUE SPACES.

      ******************************************************************
      * The file being checked - size, count, and fingerprint
      ******************************************************************
       01  WS-FILE-SIZE                PIC 9(10)  VALUE 0.
       01  WS-FILE-RECORDS             PIC 9(8)   VALUE 0.
       01  WS-FILE-PRINT               PIC 9(10)  VALUE 0.
       01  WS-FILE-SENDER              PIC X(32)  VALUE SPACES.
       01  WS-NEW-STATUS               PIC X(12)  VALUE SPACES.
       01  WS-HASH-WORK                PIC 9(18) COMP-5 VALUE 0.
       01  WS-HASH-IDX                 PIC 9(5)   VALUE 0.
       01  WS-HASH-LEN                 PIC 9(5)   VALUE 0.

      ******************************************************************
      * Schedule lookup fields
      ******************************************************************
       01  WS-SCH-FEED                 PIC X(32)  VALUE SPACES.
       01  WS-SCH-PATH                 PIC X(64)  VALUE SPACES.
       01  WS-SCH-DUE                  PIC X(8)   VALUE SPACES.
       01  WS-SCH-RULE                 PIC X(20)  VALUE SPACES.
       01  WS-SCH-SENDER               PIC X(32)  VALUE SPACES.

      ******************************************************************
      * Quarantine move
      ******************************************************************
       01  WS-BASE-POS                 PIC 9(3)   VALUE 0.
       01  WS-BASE-NAME                PIC X(64)  VALUE SPACES.
       01  WS-QUARANTINE-PATH          PIC X(160) VALUE SPACES.
       01  WS-MOVE-COMMAND             PIC X(400) VALUE SPACES.

      ******************************************************************
      * Notification spool fields
      ******************************************************************
       01  WS-NOTIFY-SEVERITY          PIC X(8)   VALUE SPACES.
       01  WS-NOTIFY-JOB               PIC X(32)  VALUE "FILE-RECEIPT".
       01  WS-NOTIFY-SUMMARY           PIC X(64)  VALUE SPACES.
       01  WS-NOTIFY-DETAIL            PIC X(256) VALUE SPACES.
       01  WS-NOTIFY-CID               PIC X(40)  VALUE SPACES.

       LINKAGE SECTION.
       01  LS-FEED                     PIC X(32).
       01  LS-PATH                     PIC X(64).
       01  LS-POLICY                   PIC X.
       01  LS-VERDICT                  PIC X(12).
       01  LS-ARRIVED-OUT              PIC X(19).
       01  LS-STATUS-OUT               PIC X(12).

       PROCEDURE DIVISION.

      ******************************************************************
      * FILE-RECEIPT-CHECK: Log an inbound file and say whether it may
      * be processed
      * Input:  LS-FEED, LS-PATH, LS-POLICY ("Q" quarantine a
      *         duplicate of a processed file, "L" log only, "R"
      *         repeating feed - log only, one receipt a day)
      * Output: LS-VERDICT
      *           NEW         first sight of this content - process it
      *           RERUN       already received, not yet processed -
      *                       process it (the first arrival stands)
      *           REPEAT      log-only or repeating feed whose
      *                       content has been seen before -
      *                       process as usual
      *           DUPLICATE   matches a processed file; quarantined,
      *                       do not process
      *           MISSING     the file is not there
      ******************************************************************
       ENTRY "FILE-RECEIPT-CHECK" USING LS-FEED LS-PATH LS-POLICY
                                        LS-VERDICT.
           MOVE SPACES TO LS-VERDICT
           PERFORM STAMP-NOW
           MOVE LS-PATH TO WS-INBOUND-NAME
           PERFORM FINGERPRINT-FILE
           IF WS-INBOUND-STATUS NOT = "00"
               MOVE "MISSING" TO LS-VERDICT
               GOBACK
           END-IF
           PERFORM LOAD-REGISTRY
           PERFORM FIND-SAME-CONTENT

           EVALUATE TRUE
               WHEN WS-RCP-HIT = 0
                   MOVE "NEW" TO LS-VERDICT
                   MOVE "RECEIVED" TO WS-NEW-STATUS
                   PERFORM ADD-RECEIPT
               WHEN LS-POLICY = "L" OR "R"
                   MOVE "REPEAT" TO LS-VERDICT
                   IF LS-POLICY = "R"
                       PERFORM LOG-DAILY-REPEAT
                   END-IF
               WHEN WS-RCP-STATUS(WS-RCP-HIT) = "PROCESSED"
                   MOVE "DUPLICATE" TO LS-VERDICT
                   PERFORM QUARANTINE-FILE
               WHEN OTHER
                   MOVE "RERUN" TO LS-VERDICT
           END-EVALUATE
           GOBACK.

      ******************************************************************
      * FILE-RECEIPT-PROCESSED: Mark the receipt for the file's
      * current content as processed
      * Input:  LS-FEED, LS-PATH
      ******************************************************************
       ENTRY "FILE-RECEIPT-PROCESSED" USING LS-FEED LS-PATH.
           PERFORM STAMP-NOW
           MOVE LS-PATH TO WS-INBOUND-NAME
           PERFORM FINGERPRINT-FILE
           IF WS-INBOUND-STATUS NOT = "00"
               GOBACK
           END-IF
           PERFORM LOAD-REGISTRY
           PERFORM FIND-SAME-CONTENT
           IF WS-RCP-HIT = 0
               MOVE "RECEIVED" TO WS-NEW-STATUS
               PERFORM ADD-RECEIPT
               PERFORM LOAD-REGISTRY
               PERFORM FIND-SAME-CONTENT
           END-IF
           IF WS-RCP-HIT > 0
               AND WS-RCP-STATUS(WS-RCP-HIT) NOT = "PROCESSED"
               MOVE "PROCESSED" TO WS-RCP-STATUS(WS-RCP-HIT)
               MOVE WS-NOW-TS TO WS-RCP-PROCESSED(WS-RCP-HIT)
               PERFORM SAVE-REGISTRY
           END-IF
           GOBACK.

      ******************************************************************
      * FILE-RECEIPT-LAST: The feed's most recent receipt
      * Input:  LS-FEED
      * Output: LS-ARRIVED-OUT ("YYYY-MM-DDTHH:MM:SS", spaces when
      *         the feed has never arrived), LS-STATUS-OUT
      ******************************************************************
       ENTRY "FILE-RECEIPT-LAST" USING LS-FEED LS-ARRIVED-OUT
                                       LS-STATUS-OUT.
           MOVE SPACES TO LS-ARRIVED-OUT LS-STATUS-OUT
           PERFORM LOAD-REGISTRY
           PERFORM VARYING WS-RCP-IDX FROM WS-RCP-COUNT BY -1
                       UNTIL WS-RCP-IDX < 1
               IF WS-RCP-FEED(WS-RCP-IDX) = LS-FEED
                   MOVE WS-RCP-ARRIVED(WS-RCP-IDX) TO LS-ARRIVED-OUT
                   MOVE WS-RCP-STATUS(WS-RCP-IDX) TO LS-STATUS-OUT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           GOBACK.

      ******************************************************************
      * STAMP-NOW: Current time in the registry's timestamp form
      ******************************************************************
       STAMP-NOW.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE SPACES TO WS-NOW-TS
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2)
                  "T" WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2)
                  DELIMITED BY SIZE INTO WS-NOW-TS.

      ******************************************************************
      * FINGERPRINT-FILE: Size, record count, and rolling hash of
      * WS-INBOUND-NAME (WS-INBOUND-STATUS not "00" when absent)
      ******************************************************************
       FINGERPRINT-FILE.
           MOVE 0 TO WS-FILE-SIZE WS-FILE-RECORDS WS-HASH-WORK
           OPEN INPUT INBOUND-FILE
           IF WS-INBOUND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ INBOUND-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM FOLD-RECORD-HASH
               END-READ
           END-PERFORM
           CLOSE INBOUND-FILE
           MOVE "00" TO WS-INBOUND-STATUS
           MOVE WS-HASH-WORK TO WS-FILE-PRINT.

      ******************************************************************
      * FOLD-RECORD-HASH: The shop's standard rolling hash over one
      * record's trimmed bytes
      ******************************************************************
       FOLD-RECORD-HASH.
           ADD 1 TO WS-FILE-RECORDS
           MOVE 4000 TO WS-HASH-LEN
           PERFORM UNTIL WS-HASH-LEN = 0
                      OR INBOUND-RECORD(WS-HASH-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-HASH-LEN
           END-PERFORM
           COMPUTE WS-FILE-SIZE = WS-FILE-SIZE + WS-HASH-LEN + 1
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                       UNTIL WS-HASH-IDX > WS-HASH-LEN
               COMPUTE WS-HASH-WORK = FUNCTION MOD(
                   WS-HASH-WORK * 31
                   + FUNCTION ORD(INBOUND-RECORD(WS-HASH-IDX:1)),
                   1000000007)
           END-PERFORM.

      ******************************************************************
      * FIND-SAME-CONTENT: The latest receipt for this feed with the
      * same record count, size and fingerprint (none for an empty
      * file); WS-RCP-HIT zero when there is none
      ******************************************************************
       FIND-SAME-CONTENT.
           MOVE 0 TO WS-RCP-HIT
           IF WS-FILE-RECORDS = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RCP-IDX FROM WS-RCP-COUNT BY -1
                       UNTIL WS-RCP-IDX < 1
               IF WS-RCP-FEED(WS-RCP-IDX) = LS-FEED
                   AND WS-RCP-RECORDS(WS-RCP-IDX) = WS-FILE-RECORDS
                   AND WS-RCP-SIZE(WS-RCP-IDX) = WS-FILE-SIZE
                   AND WS-RCP-PRINT(WS-RCP-IDX) = WS-FILE-PRINT
                   AND WS-RCP-STATUS(WS-RCP-IDX) NOT = "QUARANTINED"
                   MOVE WS-RCP-IDX TO WS-RCP-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * LOG-DAILY-REPEAT: A repeating feed that sends the same content
      * every day still arrives every day - a fresh receipt is added
      * when the feed's latest one is not dated today, so the arrival
      * monitor sees today's file
      ******************************************************************
       LOG-DAILY-REPEAT.
           PERFORM VARYING WS-RCP-IDX FROM WS-RCP-COUNT BY -1
                       UNTIL WS-RCP-IDX < 1
               IF WS-RCP-FEED(WS-RCP-IDX) = LS-FEED
                   IF WS-RCP-ARRIVED(WS-RCP-IDX)(1:10) =
                       WS-NOW-TS(1:10)
                       EXIT PARAGRAPH
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE "RECEIVED" TO WS-NEW-STATUS
           PERFORM ADD-RECEIPT.

      ******************************************************************
      * ADD-RECEIPT: Append one receipt for the file just
      * fingerprinted, with the status in WS-NEW-STATUS
      ******************************************************************
       ADD-RECEIPT.
           PERFORM LOOKUP-SENDER
           MOVE SPACES TO WS-REGISTRY-LINE
           STRING LS-FEED DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  LS-PATH DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-FILE-SIZE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-FILE-RECORDS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-FILE-PRINT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-FILE-SENDER DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-NOW-TS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-NEW-STATUS DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-REGISTRY-LINE
           OPEN EXTEND REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "35"
               OPEN OUTPUT REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS NOT = "00"
               DISPLAY "Cannot write file receipt registry "
                       WS-REGISTRY-NAME
                       " (status " WS-REGISTRY-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REGISTRY-LINE TO REGISTRY-RECORD
           WRITE REGISTRY-RECORD
           CLOSE REGISTRY-FILE.

      ******************************************************************
      * LOOKUP-SENDER: The feed's sender from the arrival schedule
      ******************************************************************
       LOOKUP-SENDER.
           MOVE "UNKNOWN" TO WS-FILE-SENDER
           MOVE SPACES TO WS-FILE-ENV
           ACCEPT WS-FILE-ENV FROM ENVIRONMENT "GREY_FEED_SCHEDULE"
           IF WS-FILE-ENV NOT = SPACES
               MOVE WS-FILE-ENV TO WS-SCHEDULE-NAME
           END-IF
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SCHEDULE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SCHEDULE-RECORD(1:1) NOT = "#"
                           MOVE SPACES TO WS-SCH-FEED WS-SCH-PATH
                                          WS-SCH-DUE WS-SCH-RULE
                                          WS-SCH-SENDER
                           UNSTRING SCHEDULE-RECORD DELIMITED BY "|"
                               INTO WS-SCH-FEED WS-SCH-PATH WS-SCH-DUE
                                    WS-SCH-RULE WS-SCH-SENDER
                           IF WS-SCH-FEED = LS-FEED
                               AND WS-SCH-SENDER NOT = SPACES
                               MOVE WS-SCH-SENDER TO WS-FILE-SENDER
                               MOVE "Y" TO WS-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE.

      ******************************************************************
      * QUARANTINE-FILE: Move a duplicate out of the job's way, log
      * it, and tell operations which processed file it repeats
      ******************************************************************
       QUARANTINE-FILE.
           MOVE SPACES TO WS-FILE-ENV
           ACCEPT WS-FILE-ENV FROM ENVIRONMENT "GREY_QUARANTINE_DIR"
           IF WS-FILE-ENV NOT = SPACES
               MOVE WS-FILE-ENV TO WS-QUARANTINE-DIR
           END-IF

      *    Quarantined copy: <dir>/<feed>_<YYYYMMDDHHMMSS>_<file name>
           MOVE 0 TO WS-BASE-POS
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                       UNTIL WS-HASH-IDX > 64
               IF LS-PATH(WS-HASH-IDX:1) = "/"
                   MOVE WS-HASH-IDX TO WS-BASE-POS
               END-IF
           END-PERFORM
           MOVE LS-PATH(WS-BASE-POS + 1:) TO WS-BASE-NAME
           MOVE SPACES TO WS-QUARANTINE-PATH
           STRING WS-QUARANTINE-DIR DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  LS-FEED DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  WS-NOW(1:14) DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-BASE-NAME DELIMITED BY SPACE
                  INTO WS-QUARANTINE-PATH
           MOVE SPACES TO WS-MOVE-COMMAND
           STRING "mkdir -p " DELIMITED BY SIZE
                  WS-QUARANTINE-DIR DELIMITED BY SPACE
                  " && mv -f " DELIMITED BY SIZE
                  LS-PATH DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-QUARANTINE-PATH DELIMITED BY SPACE
                  " 2>/dev/null" DELIMITED BY SIZE
                  INTO WS-MOVE-COMMAND
           CALL "SYSTEM" USING WS-MOVE-COMMAND

           MOVE "QUARANTINED" TO WS-NEW-STATUS
           PERFORM ADD-RECEIPT
           DISPLAY "Duplicate " FUNCTION TRIM(LS-FEED) " file "
                   FUNCTION TRIM(LS-PATH) " quarantined to "
                   FUNCTION TRIM(WS-QUARANTINE-PATH)

           MOVE "WARNING" TO WS-NOTIFY-SEVERITY
           MOVE "Duplicate inbound file quarantined"
               TO WS-NOTIFY-SUMMARY
           MOVE SPACES TO WS-NOTIFY-DETAIL
           STRING "feed " DELIMITED BY SIZE
                  LS-FEED DELIMITED BY SPACE
                  " file repeats the one processed " DELIMITED BY SIZE
                  WS-RCP-PROCESSED(WS-RCP-HIT) DELIMITED BY SPACE
                  " - moved to " DELIMITED BY SIZE
                  WS-QUARANTINE-PATH DELIMITED BY SPACE
                  INTO WS-NOTIFY-DETAIL
           CALL "NOTIFY-SPOOL-WRITE" USING WS-NOTIFY-SEVERITY
                                           WS-NOTIFY-JOB
                                           WS-NOTIFY-SUMMARY
                                           WS-NOTIFY-DETAIL
                                           WS-NOTIFY-CID.

      ******************************************************************
      * LOAD-REGISTRY: Read the registry into the table (an absent
      * registry is an empty one); past the table's size the oldest
      * receipts drop off, counted so a rewrite can copy them through
      ******************************************************************
       LOAD-REGISTRY.
           MOVE 0 TO WS-RCP-COUNT WS-RCP-DROPPED
           MOVE SPACES TO WS-FILE-ENV
           ACCEPT WS-FILE-ENV FROM ENVIRONMENT "GREY_RECEIPT_REGISTRY"
           IF WS-FILE-ENV NOT = SPACES
               MOVE WS-FILE-ENV TO WS-REGISTRY-NAME
           END-IF

           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ REGISTRY-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF REGISTRY-RECORD NOT = SPACES
                           AND REGISTRY-RECORD(1:1) NOT = "#"
                           PERFORM LOAD-ONE-RECEIPT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE.

       LOAD-ONE-RECEIPT.
           IF WS-RCP-COUNT >= 5000
               PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                           UNTIL WS-RCP-IDX >= 5000
                   MOVE WS-RCP-ENTRY(WS-RCP-IDX + 1)
                       TO WS-RCP-ENTRY(WS-RCP-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-RCP-COUNT
               ADD 1 TO WS-RCP-DROPPED
           END-IF
           ADD 1 TO WS-RCP-COUNT
           MOVE SPACES TO WS-RCP-ENTRY(WS-RCP-COUNT)
                          WS-REC-SIZE WS-REC-RECORDS
           UNSTRING REGISTRY-RECORD DELIMITED BY "|"
               INTO WS-RCP-FEED(WS-RCP-COUNT)
                    WS-RCP-FILE(WS-RCP-COUNT)
                    WS-REC-SIZE WS-REC-RECORDS
                    WS-RCP-PRINT(WS-RCP-COUNT)
                    WS-RCP-SENDER(WS-RCP-COUNT)
                    WS-RCP-ARRIVED(WS-RCP-COUNT)
                    WS-RCP-STATUS(WS-RCP-COUNT)
                    WS-RCP-PROCESSED(WS-RCP-COUNT)
           MOVE 0 TO WS-RCP-SIZE(WS-RCP-COUNT)
                     WS-RCP-RECORDS(WS-RCP-COUNT)
           IF WS-REC-SIZE(1:1) IS NUMERIC
               COMPUTE WS-RCP-SIZE(WS-RCP-COUNT) =
                   FUNCTION NUMVAL(WS-REC-SIZE)
           END-IF
           IF WS-REC-RECORDS(1:1) IS NUMERIC
               COMPUTE WS-RCP-RECORDS(WS-RCP-COUNT) =
                   FUNCTION NUMVAL(WS-REC-RECORDS)
           END-IF.

      ******************************************************************
      * SAVE-REGISTRY: Rewrite the registry from the table - the
      * receipts that dropped off the table on load are copied
      * through first, then the table, into "<registry>.new", which
      * then replaces the registry
      ******************************************************************
       SAVE-REGISTRY.
           MOVE SPACES TO WS-REGISTRY-NEW-NAME
           STRING WS-REGISTRY-NAME DELIMITED BY SPACE
                  ".new" DELIMITED BY SIZE
                  INTO WS-REGISTRY-NEW-NAME
           OPEN OUTPUT REGISTRY-NEW-FILE
           IF WS-REGISTRY-NEW-STATUS NOT = "00"
               DISPLAY "Cannot write file receipt registry "
                       WS-REGISTRY-NEW-NAME
                       " (status " WS-REGISTRY-NEW-STATUS ")"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-RCP-COPIED
           IF WS-RCP-DROPPED > 0
               PERFORM COPY-DROPPED-RECEIPTS
           END-IF

           PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                       UNTIL WS-RCP-IDX > WS-RCP-COUNT
               MOVE SPACES TO REGISTRY-NEW-RECORD
               STRING WS-RCP-FEED(WS-RCP-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RCP-FILE(WS-RCP-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RCP-SIZE(WS-RCP-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-RCP-RECORDS(WS-RCP-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-RCP-PRINT(WS-RCP-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RCP-SENDER(WS-RCP-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RCP-ARRIVED(WS-RCP-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RCP-STATUS(WS-RCP-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RCP-PROCESSED(WS-RCP-IDX) DELIMITED BY SPACE
                      INTO REGISTRY-NEW-RECORD
               WRITE REGISTRY-NEW-RECORD
           END-PERFORM
           CLOSE REGISTRY-NEW-FILE

           IF WS-RCP-COPIED < WS-RCP-DROPPED
               DISPLAY "Cannot copy older receipts from "
                       WS-REGISTRY-NAME " - registry left as it was"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MOVE-COMMAND
           STRING "mv -f " DELIMITED BY SIZE
                  WS-REGISTRY-NEW-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-REGISTRY-NAME DELIMITED BY SPACE
                  INTO WS-MOVE-COMMAND
           CALL "SYSTEM" USING WS-MOVE-COMMAND.

      ******************************************************************
      * COPY-DROPPED-RECEIPTS: The registry's leading lines, up to
      * and including the last receipt the table let go, unchanged
      ******************************************************************
       COPY-DROPPED-RECEIPTS.
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
                      OR WS-RCP-COPIED >= WS-RCP-DROPPED
               READ REGISTRY-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF REGISTRY-RECORD NOT = SPACES
                           AND REGISTRY-RECORD(1:1) NOT = "#"
                           ADD 1 TO WS-RCP-COPIED
                       END-IF
                       MOVE REGISTRY-RECORD TO REGISTRY-NEW-RECORD
                       WRITE REGISTRY-NEW-RECORD
               END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE.

       END PROGRAM FILE-RECEIPT.
