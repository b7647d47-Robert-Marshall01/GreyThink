      ******************************************************************
      * chain_verify.cbl - Grey Audit/Journal Hash-Chain Verifier
      * AUDIT-LOG and MASTER-JOURNAL chain every record they write to
      * the one before it (sequence number, previous digest, own
      * digest). This job walks a chain and proves it unbroken, or
      * says exactly where it is not:
      *
      *   ALTERED      the record's text no longer matches its digest
      *   LINK         the record does not point at the digest of
      *                the record before it (that one was replaced)
      *   UNCHAINED    a record without chain fields after the chain
      *                began (inserted by hand)
      *   RESTART      the chain started again at sequence 1 (its
      *                state file was lost or reset)
      *   SEQUENCE     a sequence number at or below the last one
      *                (duplicated or reordered records)
      *   MISSING      sequence numbers skipped - within a file the
      *                records were deleted; at the top of a file a
      *                whole rolled file (or its tail) is gone
      *
      * Records written before chaining began are counted as LEGACY
      * and are not breaks. For the live files the chain state is
      * checked too, so records cut off the end are found.
      *
      * Parameters (environment):
      *   GREY_CHAIN_TARGET  AUDIT (default) or JOURNAL
      *   GREY_CHAIN_FILE    verify this one file only
      *   GREY_CHAIN_FROM    YYYY-MM-DD - AUDIT only: walk the rolled
      *   GREY_CHAIN_TO      files of these days in order (each
      *                      day's size-rolled files, then its dated
      *                      file; gzipped ones are read as well),
      *                      then the live log when the range reaches
      *                      today. TO defaults to today. Without a
      *                      range only the live log is walked.
      *   GREY_CHAIN_KEY     the chain key the writers used
      *
      * Report (/tmp/grey_chain_verify_report.txt):
      *   "CHAIN-VERIFY|RUN_DATE=..|TARGET=..|RANGE=.."
      *   "FILE|name|records"  /  "NO-FILE|YYYYMMDD"
      *   "LEGACY|name|records"
      *   "BREAK|name|line|seq|kind"
      *   "MISSING|name|line|first-seq|last-seq|count|RECORDS or FILE"
      *   and the signed summary line, also written on its own to
      *   /tmp/grey_chain_summary_audit.txt or _journal.txt for
      *   ATTESTATION-PACK:
      *   "CHAIN-SUMMARY|TARGET=..|RANGE=..|VERIFIED=YYYYMMDDHHMMSS
      *    |FILES=n|RECORDS=n|LEGACY=n|FIRST_SEQ=n|LAST_SEQ=n
      *    |LAST_CHAIN=n|BREAKS=n|MISSING_RECORDS=n|MISSING_FILES=n
      *    |FIRST_BREAK=file#line|RESULT=INTACT/BROKEN|SIG=n"
      *   SIG is the keyed rolling hash of everything ahead of
      *   "|SIG=", so an edited summary no longer verifies.
      *
      * RETURN-CODE 0 chain intact, 4 breaks or missing records (an
      * ERROR is spooled through NOTIFY-SPOOL), 8 bad parameters or
      * nothing could be read, 12 another instance holds the run
      * lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAIN-VERIFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAIN-IN-FILE ASSIGN TO WS-CHAIN-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-IN-STATUS.

           SELECT ROLLED-LIST-FILE ASSIGN TO WS-ROLLED-LIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROLLED-LIST-STATUS.

           SELECT CHAIN-STATE-FILE ASSIGN TO WS-CHAIN-STATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATE-STATUS.

           SELECT VERIFY-REPORT-FILE ASSIGN TO WS-VERIFY-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT SUMMARY-FILE ASSIGN TO WS-SUMMARY-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHAIN-IN-FILE.
       01  CHAIN-IN-RECORD             PIC X(900).

       FD  ROLLED-LIST-FILE.
       01  ROLLED-LIST-RECORD          PIC X(128).

       FD  CHAIN-STATE-FILE.
       01  CHAIN-STATE-RECORD          PIC X(40).

       FD  VERIFY-REPORT-FILE.
       01  VERIFY-REPORT-RECORD        PIC X(400).

       FD  SUMMARY-FILE.
       01  SUMMARY-RECORD              PIC X(400).

       WORKING-STORAGE SECTION.
       COPY GREYRES.

       01  WS-CHAIN-IN-NAME            PIC X(80)  VALUE SPACES.
       01  WS-CHAIN-IN-STATUS          PIC XX     VALUE SPACES.
       01  WS-ROLLED-LIST-NAME         PIC X(64)
               VALUE "/tmp/grey_chain_verify_files.lst".
       01  WS-ROLLED-LIST-STATUS       PIC XX     VALUE SPACES.
       01  WS-CHAIN-STATE-NAME         PIC X(80)  VALUE SPACES.
       01  WS-CHAIN-STATE-STATUS       PIC XX     VALUE SPACES.
       01  WS-VERIFY-REPORT-NAME       PIC X(64)
               VALUE "/tmp/grey_chain_verify_report.txt".
       01  WS-SUMMARY-FILE-NAME        PIC X(64)  VALUE SPACES.
       01  WS-WORK-FILE-NAME           PIC X(64)
               VALUE "/tmp/grey_chain_verify_work.log".
       01  WS-COMMAND                  PIC X(300) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-LIST-EOF                 PIC X      VALUE "N".
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-REPORT-LINE              PIC X(400) VALUE SPACES.

      ******************************************************************
      * Parameters
      ******************************************************************
       01  WS-TARGET                   PIC X(8)   VALUE SPACES.
           88  WS-TARGET-AUDIT                    VALUE "AUDIT".
           88  WS-TARGET-JOURNAL                  VALUE "JOURNAL".
       01  WS-ONE-FILE-ENV             PIC X(80)  VALUE SPACES.
       01  WS-JOURNAL-FILE-ENV         PIC X(64)  VALUE SPACES.
       01  WS-FROM-ENV                 PIC X(10)  VALUE SPACES.
       01  WS-TO-ENV                   PIC X(10)  VALUE SPACES.
       01  WS-FROM-NUM                 PIC 9(8)   VALUE 0.
       01  WS-TO-NUM                   PIC 9(8)   VALUE 0.
       01  WS-TODAY-NUM                PIC 9(8)   VALUE 0.
       01  WS-DAY-INT                  PIC 9(8)   VALUE 0.
       01  WS-FROM-INT                 PIC 9(8)   VALUE 0.
       01  WS-TO-INT                   PIC 9(8)   VALUE 0.
       01  WS-DAY-NUM                  PIC 9(8)   VALUE 0.
       01  WS-DAY-FILES                PIC 9(5)   VALUE 0.
       01  WS-RANGE-TEXT               PIC X(80)  VALUE SPACES.
       01  WS-LIVE-FILE-NAME           PIC X(80)  VALUE SPACES.
       01  WS-WALK-LIVE                PIC X      VALUE "N".
       01  WS-PARAM-ERROR              PIC X      VALUE "N".

      ******************************************************************
      * The file being walked - its display name, and the name it is
      * read under (a gzipped roll is read from an unpacked copy)
      ******************************************************************
       01  WS-FILE-NAME                PIC X(80)  VALUE SPACES.
       01  WS-FILE-NAME-LEN            PIC 9(3)   VALUE 0.
       01  WS-FILE-LINE                PIC 9(8)   VALUE 0.
       01  WS-FILE-RECORDS             PIC 9(8)   VALUE 0.
       01  WS-FILE-LEGACY              PIC 9(8)   VALUE 0.
       01  WS-FILE-FIRST               PIC X      VALUE "Y".

      ******************************************************************
      * One record's chain fields
      ******************************************************************
       01  WS-LINE-LEN                 PIC 9(4)   VALUE 0.
       01  WS-SUFFIX-POS               PIC 9(4)   VALUE 0.
       01  WS-BODY-LEN                 PIC 9(4)   VALUE 0.
       01  WS-REC-CHAINED              PIC X      VALUE "N".
       01  WS-REC-SEQ-X                PIC X(10)  VALUE SPACES.
       01  WS-REC-PREV-X               PIC X(10)  VALUE SPACES.
       01  WS-REC-DIGEST-X             PIC X(10)  VALUE SPACES.
       01  WS-REC-SEQ                  PIC 9(10)  VALUE 0.
       01  WS-REC-DIGEST               PIC 9(10)  VALUE 0.
       01  WS-BREAK-KIND               PIC X(10)  VALUE SPACES.

      ******************************************************************
      * Digest work - the writers' algorithm exactly
      ******************************************************************
       01  WS-CHAIN-PREV               PIC 9(10)  VALUE 0.
       01  WS-CHAIN-DIGEST             PIC 9(10)  VALUE 0.
       01  WS-CHAIN-WORK               PIC 9(18) COMP-5 VALUE 0.
       01  WS-CHAIN-KEY                PIC X(64)  VALUE SPACES.
       01  WS-CHAIN-KEY-LEN            PIC 9(3)   VALUE 0.
       01  WS-CHAIN-TEXT               PIC X(900) VALUE SPACES.
       01  WS-CHAIN-TEXT-LEN           PIC 9(4)   VALUE 0.
       01  WS-CHAIN-IDX                PIC 9(4)   VALUE 0.

      ******************************************************************
      * Walk state and totals
      ******************************************************************
       01  WS-CHAIN-STARTED            PIC X      VALUE "N".
       01  WS-LAST-SEQ                 PIC 9(10)  VALUE 0.
       01  WS-LAST-DIGEST              PIC 9(10)  VALUE 0.
       01  WS-FIRST-SEQ                PIC 9(10)  VALUE 0.
       01  WS-STATE-SEQ                PIC 9(10)  VALUE 0.
       01  WS-STATE-DIGEST             PIC 9(10)  VALUE 0.
       01  WS-STATE-SEQ-X              PIC X(10)  VALUE SPACES.
       01  WS-STATE-DIGEST-X           PIC X(10)  VALUE SPACES.
       01  WS-GAP-FIRST                PIC 9(10)  VALUE 0.
       01  WS-GAP-LAST                 PIC 9(10)  VALUE 0.
       01  WS-GAP-COUNT                PIC 9(10)  VALUE 0.
       01  WS-FILES-READ               PIC 9(5)   VALUE 0.
       01  WS-RECORDS                  PIC 9(8)   VALUE 0.
       01  WS-LEGACY                   PIC 9(8)   VALUE 0.
       01  WS-BREAKS                   PIC 9(8)   VALUE 0.
       01  WS-MISSING-RECORDS          PIC 9(10)  VALUE 0.
       01  WS-MISSING-FILES            PIC 9(5)   VALUE 0.
       01  WS-FIRST-BREAK              PIC X(96)  VALUE "NONE".
       01  WS-RESULT                   PIC X(6)   VALUE "INTACT".
       01  WS-COUNT-TEXT               PIC Z(9)9  VALUE SPACES.
       01  WS-COUNT-TEXT-2             PIC Z(9)9  VALUE SPACES.
       01  WS-COUNT-TEXT-3             PIC Z(9)9  VALUE SPACES.
       01  WS-LINE-PTR                 PIC 9(3)   VALUE 1.
       01  WS-SUMMARY-LINE             PIC X(400) VALUE SPACES.
       01  WS-SUMMARY-LEN              PIC 9(3)   VALUE 0.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)  VALUE "CHAIN-VERIFY".
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
       01  WS-LOCK-ACQUIRED            PIC X      VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Audit/Journal Chain Verification ==="
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-TODAY-NUM

           CALL "RUN-HISTORY-START" USING WS-HIST-JOB-NAME
                                          WS-HIST-RUN-ID
           CALL "RUN-LOCK-ACQUIRE" USING WS-HIST-JOB-NAME
                                         WS-LOCK-ACQUIRED
           IF WS-LOCK-ACQUIRED NOT = "Y"
               MOVE 12 TO RETURN-CODE
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF

           PERFORM READ-PARAMETERS
           IF WS-PARAM-ERROR = "Y"
               PERFORM ABEND-RUN
           END-IF

           OPEN OUTPUT VERIFY-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CHAIN-VERIFY|RUN_DATE=" DELIMITED BY SIZE
                  WS-NOW(1:8) DELIMITED BY SIZE
                  "|TARGET=" DELIMITED BY SIZE
                  WS-TARGET DELIMITED BY SPACE
                  "|RANGE=" DELIMITED BY SIZE
                  WS-RANGE-TEXT DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           EVALUATE TRUE
               WHEN WS-ONE-FILE-ENV NOT = SPACES
                   MOVE WS-ONE-FILE-ENV TO WS-FILE-NAME
                   PERFORM WALK-ONE-FILE
               WHEN WS-TARGET-AUDIT AND WS-FROM-NUM > 0
                   PERFORM WALK-AUDIT-RANGE
               WHEN OTHER
                   MOVE "Y" TO WS-WALK-LIVE
           END-EVALUATE
           IF WS-WALK-LIVE = "Y"
               MOVE WS-LIVE-FILE-NAME TO WS-FILE-NAME
               PERFORM WALK-ONE-FILE
               PERFORM CHECK-CHAIN-STATE
           END-IF

           IF WS-FILES-READ = 0
               CLOSE VERIFY-REPORT-FILE
               MOVE SPACES TO WS-RES-ERR-MSG
               STRING "no file could be read for " DELIMITED BY SIZE
                      WS-TARGET DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-RANGE-TEXT DELIMITED BY SPACE
                      INTO WS-RES-ERR-MSG
               PERFORM ABEND-RUN
           END-IF

           IF WS-BREAKS > 0 OR WS-MISSING-RECORDS > 0
               MOVE "BROKEN" TO WS-RESULT
           END-IF
           PERFORM BUILD-SUMMARY-LINE
           MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE VERIFY-REPORT-FILE

           OPEN OUTPUT SUMMARY-FILE
           MOVE WS-SUMMARY-LINE TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           CLOSE SUMMARY-FILE

           DISPLAY "Chain " FUNCTION TRIM(WS-TARGET) " "
                   FUNCTION TRIM(WS-RESULT) " - records: " WS-RECORDS
                   " breaks: " WS-BREAKS
                   " missing: " WS-MISSING-RECORDS

           MOVE WS-RECORDS TO WS-HIST-READ
           MOVE WS-RECORDS TO WS-HIST-OK
           IF WS-BREAKS > WS-HIST-OK
               MOVE 0 TO WS-HIST-OK
           ELSE
               SUBTRACT WS-BREAKS FROM WS-HIST-OK
           END-IF
           MOVE WS-BREAKS TO WS-HIST-FAIL

           IF WS-RESULT = "BROKEN"
               PERFORM NOTIFY-CHAIN-BROKEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           STOP RUN.

      ******************************************************************
      * READ-PARAMETERS: Target, file or date range, and chain key
      ******************************************************************
       READ-PARAMETERS.
           ACCEPT WS-TARGET FROM ENVIRONMENT "GREY_CHAIN_TARGET"
           ACCEPT WS-ONE-FILE-ENV FROM ENVIRONMENT "GREY_CHAIN_FILE"
           ACCEPT WS-FROM-ENV FROM ENVIRONMENT "GREY_CHAIN_FROM"
           ACCEPT WS-TO-ENV FROM ENVIRONMENT "GREY_CHAIN_TO"
           ACCEPT WS-CHAIN-KEY FROM ENVIRONMENT "GREY_CHAIN_KEY"
           MOVE 64 TO WS-CHAIN-KEY-LEN
           PERFORM UNTIL WS-CHAIN-KEY-LEN = 0
                      OR WS-CHAIN-KEY(WS-CHAIN-KEY-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CHAIN-KEY-LEN
           END-PERFORM

           MOVE FUNCTION UPPER-CASE(WS-TARGET) TO WS-TARGET
           IF WS-TARGET = SPACES
               MOVE "AUDIT" TO WS-TARGET
           END-IF
           EVALUATE TRUE
               WHEN WS-TARGET-AUDIT
                   MOVE "/tmp/grey_audit.log" TO WS-LIVE-FILE-NAME
                   MOVE "/tmp/grey_audit.chain" TO WS-CHAIN-STATE-NAME
                   MOVE "/tmp/grey_chain_summary_audit.txt"
                       TO WS-SUMMARY-FILE-NAME
               WHEN WS-TARGET-JOURNAL
                   ACCEPT WS-JOURNAL-FILE-ENV
                       FROM ENVIRONMENT "GREY_JOURNAL_FILE"
                   IF WS-JOURNAL-FILE-ENV = SPACES
                       MOVE "/tmp/grey_master_journal.txt"
                           TO WS-JOURNAL-FILE-ENV
                   END-IF
                   MOVE WS-JOURNAL-FILE-ENV TO WS-LIVE-FILE-NAME
                   MOVE SPACES TO WS-CHAIN-STATE-NAME
                   STRING WS-JOURNAL-FILE-ENV DELIMITED BY SPACE
                          ".chain" DELIMITED BY SIZE
                          INTO WS-CHAIN-STATE-NAME
                   MOVE "/tmp/grey_chain_summary_journal.txt"
                       TO WS-SUMMARY-FILE-NAME
               WHEN OTHER
                   MOVE SPACES TO WS-RES-ERR-MSG
                   STRING "GREY_CHAIN_TARGET must be AUDIT or "
                              DELIMITED BY SIZE
                          "JOURNAL, not " DELIMITED BY SIZE
                          WS-TARGET DELIMITED BY SPACE
                          INTO WS-RES-ERR-MSG
                   MOVE "Y" TO WS-PARAM-ERROR
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-ONE-FILE-ENV NOT = SPACES
               MOVE WS-ONE-FILE-ENV TO WS-RANGE-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-FROM-ENV = SPACES
               MOVE "LIVE" TO WS-RANGE-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-TARGET-JOURNAL
               DISPLAY "The change journal is not rolled - "
                       "GREY_CHAIN_FROM/TO ignored"
               MOVE "LIVE" TO WS-RANGE-TEXT
               EXIT PARAGRAPH
           END-IF

           IF WS-TO-ENV = SPACES
               STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2)
                   DELIMITED BY SIZE INTO WS-TO-ENV
           END-IF
           IF WS-FROM-ENV(1:4) IS NOT NUMERIC
               OR WS-FROM-ENV(6:2) IS NOT NUMERIC
               OR WS-FROM-ENV(9:2) IS NOT NUMERIC
               OR WS-TO-ENV(1:4) IS NOT NUMERIC
               OR WS-TO-ENV(6:2) IS NOT NUMERIC
               OR WS-TO-ENV(9:2) IS NOT NUMERIC
               MOVE "GREY_CHAIN_FROM/TO must be YYYY-MM-DD"
                   TO WS-RES-ERR-MSG
               MOVE "Y" TO WS-PARAM-ERROR
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FROM-NUM = FUNCTION NUMVAL(WS-FROM-ENV(1:4))
               * 10000 + FUNCTION NUMVAL(WS-FROM-ENV(6:2)) * 100
               + FUNCTION NUMVAL(WS-FROM-ENV(9:2))
           COMPUTE WS-TO-NUM = FUNCTION NUMVAL(WS-TO-ENV(1:4))
               * 10000 + FUNCTION NUMVAL(WS-TO-ENV(6:2)) * 100
               + FUNCTION NUMVAL(WS-TO-ENV(9:2))
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-NUM) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-TO-NUM) NOT = 0
               OR WS-FROM-NUM > WS-TO-NUM
               MOVE "GREY_CHAIN_FROM/TO is not a valid date range"
                   TO WS-RES-ERR-MSG
               MOVE "Y" TO WS-PARAM-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-TO-NUM >= WS-TODAY-NUM
               MOVE "Y" TO WS-WALK-LIVE
           END-IF
           STRING WS-FROM-ENV DELIMITED BY SIZE
                  ".." DELIMITED BY SIZE
                  WS-TO-ENV DELIMITED BY SIZE
                  INTO WS-RANGE-TEXT.

      ******************************************************************
      * WALK-AUDIT-RANGE: Each day of the range in order - its
      * size-rolled _HHMMSS files (written during the day, so first)
      * and then its dated file, plain or gzipped
      ******************************************************************
       WALK-AUDIT-RANGE.
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-NUM)
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-NUM)
           PERFORM VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
                       UNTIL WS-DAY-INT > WS-TO-INT
               COMPUTE WS-DAY-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               PERFORM WALK-ONE-DAY
           END-PERFORM.

       WALK-ONE-DAY.
           MOVE 0 TO WS-DAY-FILES
           MOVE SPACES TO WS-COMMAND
           STRING "(ls -1 /tmp/grey_audit_" DELIMITED BY SIZE
                  WS-DAY-NUM DELIMITED BY SIZE
                  "_*.log /tmp/grey_audit_" DELIMITED BY SIZE
                  WS-DAY-NUM DELIMITED BY SIZE
                  "_*.log.gz 2>/dev/null | sort; " DELIMITED BY SIZE
                  "ls -1 /tmp/grey_audit_" DELIMITED BY SIZE
                  WS-DAY-NUM DELIMITED BY SIZE
                  ".log /tmp/grey_audit_" DELIMITED BY SIZE
                  WS-DAY-NUM DELIMITED BY SIZE
                  ".log.gz 2>/dev/null) > " DELIMITED BY SIZE
                  WS-ROLLED-LIST-NAME DELIMITED BY SPACE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE 0 TO RETURN-CODE

           MOVE "N" TO WS-LIST-EOF
           OPEN INPUT ROLLED-LIST-FILE
           IF WS-ROLLED-LIST-STATUS = "00"
               PERFORM UNTIL WS-LIST-EOF = "Y"
                   READ ROLLED-LIST-FILE
                       AT END MOVE "Y" TO WS-LIST-EOF
                       NOT AT END
                           IF ROLLED-LIST-RECORD NOT = SPACES
                               ADD 1 TO WS-DAY-FILES
                               MOVE ROLLED-LIST-RECORD(1:80)
                                   TO WS-FILE-NAME
                               PERFORM WALK-ONE-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROLLED-LIST-FILE
           END-IF

      *    A day without API activity rolls nothing; whether a file
      *    went missing shows in the chain at the next file's top
           IF WS-DAY-FILES = 0 AND WS-DAY-NUM < WS-TODAY-NUM
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NO-FILE|" DELIMITED BY SIZE
                      WS-DAY-NUM DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
      * WALK-ONE-FILE: Verify every record of WS-FILE-NAME against
      * the chain so far (a gzipped roll is unpacked to a work copy)
      ******************************************************************
       WALK-ONE-FILE.
           MOVE 80 TO WS-FILE-NAME-LEN
           PERFORM UNTIL WS-FILE-NAME-LEN = 0
                      OR WS-FILE-NAME(WS-FILE-NAME-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-FILE-NAME-LEN
           END-PERFORM
           IF WS-FILE-NAME-LEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FILE-NAME TO WS-CHAIN-IN-NAME
           IF WS-FILE-NAME-LEN > 3
               IF WS-FILE-NAME(WS-FILE-NAME-LEN - 2:3) = ".gz"
                   MOVE SPACES TO WS-COMMAND
                   STRING "gunzip -c " DELIMITED BY SIZE
                          WS-FILE-NAME DELIMITED BY SPACE
                          " > " DELIMITED BY SIZE
                          WS-WORK-FILE-NAME DELIMITED BY SPACE
                          " 2>/dev/null" DELIMITED BY SIZE
                          INTO WS-COMMAND
                   CALL "SYSTEM" USING WS-COMMAND
                   MOVE 0 TO RETURN-CODE
                   MOVE WS-WORK-FILE-NAME TO WS-CHAIN-IN-NAME
               END-IF
           END-IF

           OPEN INPUT CHAIN-IN-FILE
           IF WS-CHAIN-IN-STATUS NOT = "00"
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NO-FILE|" DELIMITED BY SIZE
                      WS-FILE-NAME DELIMITED BY SPACE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILES-READ
           MOVE 0 TO WS-FILE-LINE WS-FILE-RECORDS WS-FILE-LEGACY
           MOVE "Y" TO WS-FILE-FIRST
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ CHAIN-IN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FILE-LINE
                       IF CHAIN-IN-RECORD NOT = SPACES
                           PERFORM VERIFY-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHAIN-IN-FILE

           MOVE WS-FILE-RECORDS TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FILE|" DELIMITED BY SIZE
                  WS-FILE-NAME DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-FILE-LEGACY > 0
               MOVE WS-FILE-LEGACY TO WS-COUNT-TEXT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "LEGACY|" DELIMITED BY SIZE
                      WS-FILE-NAME DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
      * VERIFY-ONE-RECORD: Check the record's own digest, then its
      * link to the record before it
      ******************************************************************
       VERIFY-ONE-RECORD.
           PERFORM SPLIT-CHAIN-FIELDS
           IF WS-REC-CHAINED NOT = "Y"
               IF WS-CHAIN-STARTED = "Y"
                   ADD 1 TO WS-RECORDS
                   ADD 1 TO WS-FILE-RECORDS
                   MOVE 0 TO WS-REC-SEQ
                   MOVE "UNCHAINED" TO WS-BREAK-KIND
                   PERFORM WRITE-BREAK-LINE
               ELSE
                   ADD 1 TO WS-LEGACY
                   ADD 1 TO WS-FILE-LEGACY
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RECORDS
           ADD 1 TO WS-FILE-RECORDS

           MOVE SPACES TO WS-CHAIN-TEXT
           IF WS-BODY-LEN > 0
               STRING WS-REC-SEQ-X DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      CHAIN-IN-RECORD(1:WS-BODY-LEN) DELIMITED BY SIZE
                      INTO WS-CHAIN-TEXT
           ELSE
               STRING WS-REC-SEQ-X DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      INTO WS-CHAIN-TEXT
           END-IF
           COMPUTE WS-CHAIN-TEXT-LEN = WS-BODY-LEN + 11
           MOVE WS-REC-PREV-X TO WS-CHAIN-PREV
           PERFORM COMPUTE-CHAIN-DIGEST
           IF WS-CHAIN-DIGEST NOT = WS-REC-DIGEST
               MOVE "ALTERED" TO WS-BREAK-KIND
               PERFORM WRITE-BREAK-LINE
           END-IF

           IF WS-CHAIN-STARTED = "Y"
               EVALUATE TRUE
                   WHEN WS-REC-SEQ = WS-LAST-SEQ + 1
                       IF WS-CHAIN-PREV NOT = WS-LAST-DIGEST
                           MOVE "LINK" TO WS-BREAK-KIND
                           PERFORM WRITE-BREAK-LINE
                       END-IF
                   WHEN WS-REC-SEQ = 1 AND WS-CHAIN-PREV = 0
                       MOVE "RESTART" TO WS-BREAK-KIND
                       PERFORM WRITE-BREAK-LINE
                   WHEN WS-REC-SEQ > WS-LAST-SEQ + 1
                       COMPUTE WS-GAP-FIRST = WS-LAST-SEQ + 1
                       COMPUTE WS-GAP-LAST = WS-REC-SEQ - 1
                       PERFORM WRITE-MISSING-LINE
                   WHEN OTHER
                       MOVE "SEQUENCE" TO WS-BREAK-KIND
                       PERFORM WRITE-BREAK-LINE
               END-EVALUATE
           ELSE
               MOVE WS-REC-SEQ TO WS-FIRST-SEQ
               MOVE "Y" TO WS-CHAIN-STARTED
           END-IF
           MOVE WS-REC-SEQ TO WS-LAST-SEQ
           MOVE WS-REC-DIGEST TO WS-LAST-DIGEST
           MOVE "N" TO WS-FILE-FIRST.

      ******************************************************************
      * SPLIT-CHAIN-FIELDS: Find the fixed-width chain fields at the
      * end of the record - " seq=.. prev=.. chain=.." on the audit
      * log, "|seq|prev|digest" on the journal
      ******************************************************************
       SPLIT-CHAIN-FIELDS.
           MOVE "N" TO WS-REC-CHAINED
           MOVE 900 TO WS-LINE-LEN
           PERFORM UNTIL WS-LINE-LEN = 0
                      OR CHAIN-IN-RECORD(WS-LINE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-LINE-LEN
           END-PERFORM
           IF WS-TARGET-AUDIT
               IF WS-LINE-LEN < 48
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-SUFFIX-POS = WS-LINE-LEN - 47
               IF CHAIN-IN-RECORD(WS-SUFFIX-POS:5) NOT = " seq="
                   OR CHAIN-IN-RECORD(WS-SUFFIX-POS + 15:6)
                      NOT = " prev="
                   OR CHAIN-IN-RECORD(WS-SUFFIX-POS + 31:7)
                      NOT = " chain="
                   EXIT PARAGRAPH
               END-IF
               MOVE CHAIN-IN-RECORD(WS-SUFFIX-POS + 5:10)
                   TO WS-REC-SEQ-X
               MOVE CHAIN-IN-RECORD(WS-SUFFIX-POS + 21:10)
                   TO WS-REC-PREV-X
               MOVE CHAIN-IN-RECORD(WS-SUFFIX-POS + 38:10)
                   TO WS-REC-DIGEST-X
           ELSE
               IF WS-LINE-LEN < 33
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-SUFFIX-POS = WS-LINE-LEN - 32
               IF CHAIN-IN-RECORD(WS-SUFFIX-POS:1) NOT = "|"
                   OR CHAIN-IN-RECORD(WS-SUFFIX-POS + 11:1) NOT = "|"
                   OR CHAIN-IN-RECORD(WS-SUFFIX-POS + 22:1) NOT = "|"
                   EXIT PARAGRAPH
               END-IF
               MOVE CHAIN-IN-RECORD(WS-SUFFIX-POS + 1:10)
                   TO WS-REC-SEQ-X
               MOVE CHAIN-IN-RECORD(WS-SUFFIX-POS + 12:10)
                   TO WS-REC-PREV-X
               MOVE CHAIN-IN-RECORD(WS-SUFFIX-POS + 23:10)
                   TO WS-REC-DIGEST-X
           END-IF
           IF WS-REC-SEQ-X IS NOT NUMERIC
               OR WS-REC-PREV-X IS NOT NUMERIC
               OR WS-REC-DIGEST-X IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REC-SEQ-X TO WS-REC-SEQ
           MOVE WS-REC-DIGEST-X TO WS-REC-DIGEST
           COMPUTE WS-BODY-LEN = WS-SUFFIX-POS - 1
           MOVE "Y" TO WS-REC-CHAINED.

      ******************************************************************
      * CHECK-CHAIN-STATE: The writer's state names the last record
      * it wrote - records cut off the end of the live file show up
      * as a gap here, a replaced last record as a LINK break
      ******************************************************************
       CHECK-CHAIN-STATE.
           IF WS-CHAIN-STARTED NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CHAIN-STATE-FILE
           IF WS-CHAIN-STATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-STATE-SEQ-X WS-STATE-DIGEST-X
           READ CHAIN-STATE-FILE
               NOT AT END
                   UNSTRING CHAIN-STATE-RECORD DELIMITED BY "|"
                       INTO WS-STATE-SEQ-X WS-STATE-DIGEST-X
           END-READ
           CLOSE CHAIN-STATE-FILE
           IF WS-STATE-SEQ-X IS NOT NUMERIC
               OR WS-STATE-DIGEST-X IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STATE-SEQ-X TO WS-STATE-SEQ
           MOVE WS-STATE-DIGEST-X TO WS-STATE-DIGEST

           MOVE WS-LIVE-FILE-NAME TO WS-FILE-NAME
           ADD 1 TO WS-FILE-LINE
           MOVE "N" TO WS-FILE-FIRST
           EVALUATE TRUE
               WHEN WS-STATE-SEQ > WS-LAST-SEQ
                   COMPUTE WS-GAP-FIRST = WS-LAST-SEQ + 1
                   MOVE WS-STATE-SEQ TO WS-GAP-LAST
                   PERFORM WRITE-MISSING-LINE
               WHEN WS-STATE-SEQ = WS-LAST-SEQ
                   AND WS-STATE-DIGEST NOT = WS-LAST-DIGEST
                   MOVE WS-STATE-SEQ TO WS-REC-SEQ
                   MOVE "LINK" TO WS-BREAK-KIND
                   PERFORM WRITE-BREAK-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-BREAK-LINE.
           ADD 1 TO WS-BREAKS
           MOVE WS-FILE-LINE TO WS-COUNT-TEXT
           MOVE WS-REC-SEQ TO WS-COUNT-TEXT-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BREAK|" DELIMITED BY SIZE
                  WS-FILE-NAME DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT-2) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-BREAK-KIND DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM NOTE-FIRST-BREAK.

       WRITE-MISSING-LINE.
           COMPUTE WS-GAP-COUNT = WS-GAP-LAST - WS-GAP-FIRST + 1
           ADD WS-GAP-COUNT TO WS-MISSING-RECORDS
           MOVE WS-FILE-LINE TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "MISSING|" DELIMITED BY SIZE
                  WS-FILE-NAME DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
           MOVE WS-GAP-FIRST TO WS-COUNT-TEXT
           MOVE WS-GAP-LAST TO WS-COUNT-TEXT-2
           MOVE WS-GAP-COUNT TO WS-COUNT-TEXT-3
           STRING FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT-2) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT-3) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
      *    A gap at the top of a file lost whatever sat between it
      *    and the last file - a whole rolled file, or that file's
      *    tail
           IF WS-FILE-FIRST = "Y"
               ADD 1 TO WS-MISSING-FILES
               STRING "|FILE" DELIMITED BY SIZE
                      INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
           ELSE
               STRING "|RECORDS" DELIMITED BY SIZE
                      INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
           END-IF
           PERFORM WRITE-REPORT-LINE
           PERFORM NOTE-FIRST-BREAK.

       NOTE-FIRST-BREAK.
           IF WS-FIRST-BREAK NOT = "NONE"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FILE-LINE TO WS-COUNT-TEXT
           MOVE SPACES TO WS-FIRST-BREAK
           STRING WS-FILE-NAME DELIMITED BY SPACE
                  "#" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  INTO WS-FIRST-BREAK.

      ******************************************************************
      * COMPUTE-CHAIN-DIGEST: Rolling hash seeded with WS-CHAIN-PREV,
      * over the chain key and then WS-CHAIN-TEXT - as the writers
      * compute it
      ******************************************************************
       COMPUTE-CHAIN-DIGEST.
           MOVE WS-CHAIN-PREV TO WS-CHAIN-WORK
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                       UNTIL WS-CHAIN-IDX > WS-CHAIN-KEY-LEN
               COMPUTE WS-CHAIN-WORK = FUNCTION MOD(
                   WS-CHAIN-WORK * 31
                   + FUNCTION ORD(WS-CHAIN-KEY(WS-CHAIN-IDX:1)),
                   1000000007)
           END-PERFORM
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                       UNTIL WS-CHAIN-IDX > WS-CHAIN-TEXT-LEN
               COMPUTE WS-CHAIN-WORK = FUNCTION MOD(
                   WS-CHAIN-WORK * 31
                   + FUNCTION ORD(WS-CHAIN-TEXT(WS-CHAIN-IDX:1)),
                   1000000007)
           END-PERFORM
           MOVE WS-CHAIN-WORK TO WS-CHAIN-DIGEST.

      ******************************************************************
      * BUILD-SUMMARY-LINE: The signed one-line result - SIG is the
      * keyed digest of everything ahead of it
      ******************************************************************
       BUILD-SUMMARY-LINE.
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 1 TO WS-LINE-PTR
           MOVE WS-FILES-READ TO WS-COUNT-TEXT
           MOVE WS-RECORDS TO WS-COUNT-TEXT-2
           MOVE WS-LEGACY TO WS-COUNT-TEXT-3
           STRING "CHAIN-SUMMARY|TARGET=" DELIMITED BY SIZE
                  WS-TARGET DELIMITED BY SPACE
                  "|RANGE=" DELIMITED BY SIZE
                  WS-RANGE-TEXT DELIMITED BY SPACE
                  "|VERIFIED=" DELIMITED BY SIZE
                  WS-NOW(1:14) DELIMITED BY SIZE
                  "|FILES=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  "|RECORDS=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT-2) DELIMITED BY SIZE
                  "|LEGACY=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT-3) DELIMITED BY SIZE
                  INTO WS-SUMMARY-LINE WITH POINTER WS-LINE-PTR
           MOVE WS-FIRST-SEQ TO WS-COUNT-TEXT
           MOVE WS-LAST-SEQ TO WS-COUNT-TEXT-2
           STRING "|FIRST_SEQ=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  "|LAST_SEQ=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT-2) DELIMITED BY SIZE
                  "|LAST_CHAIN=" DELIMITED BY SIZE
                  WS-LAST-DIGEST DELIMITED BY SIZE
                  INTO WS-SUMMARY-LINE WITH POINTER WS-LINE-PTR
           MOVE WS-BREAKS TO WS-COUNT-TEXT
           MOVE WS-MISSING-RECORDS TO WS-COUNT-TEXT-2
           MOVE WS-MISSING-FILES TO WS-COUNT-TEXT-3
           STRING "|BREAKS=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  "|MISSING_RECORDS=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT-2) DELIMITED BY SIZE
                  "|MISSING_FILES=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT-3) DELIMITED BY SIZE
                  "|FIRST_BREAK=" DELIMITED BY SIZE
                  WS-FIRST-BREAK DELIMITED BY SPACE
                  "|RESULT=" DELIMITED BY SIZE
                  WS-RESULT DELIMITED BY SPACE
                  INTO WS-SUMMARY-LINE WITH POINTER WS-LINE-PTR

           COMPUTE WS-SUMMARY-LEN = WS-LINE-PTR - 1
           MOVE WS-SUMMARY-LINE TO WS-CHAIN-TEXT
           MOVE WS-SUMMARY-LEN TO WS-CHAIN-TEXT-LEN
           MOVE 0 TO WS-CHAIN-PREV
           PERFORM COMPUTE-CHAIN-DIGEST
           STRING "|SIG=" DELIMITED BY SIZE
                  WS-CHAIN-DIGEST DELIMITED BY SIZE
                  INTO WS-SUMMARY-LINE WITH POINTER WS-LINE-PTR.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO VERIFY-REPORT-RECORD
           WRITE VERIFY-REPORT-RECORD.

      ******************************************************************
      * NOTIFY-CHAIN-BROKEN: Tell operations the evidence trail has a
      * break in it
      ******************************************************************
       NOTIFY-CHAIN-BROKEN.
           MOVE "ERROR" TO WS-NOTIFY-SEVERITY
           MOVE SPACES TO WS-NOTIFY-SUMMARY
           STRING FUNCTION TRIM(WS-TARGET) DELIMITED BY SIZE
                  " hash chain broken" DELIMITED BY SIZE
                  INTO WS-NOTIFY-SUMMARY
           MOVE WS-BREAKS TO WS-COUNT-TEXT
           MOVE WS-MISSING-RECORDS TO WS-COUNT-TEXT-2
           MOVE SPACES TO WS-NOTIFY-DETAIL
           STRING FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  " break(s), " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT-2) DELIMITED BY SIZE
                  " missing record(s); first at " DELIMITED BY SIZE
                  WS-FIRST-BREAK DELIMITED BY SPACE
                  " - see " DELIMITED BY SIZE
                  WS-VERIFY-REPORT-NAME DELIMITED BY SPACE
                  INTO WS-NOTIFY-DETAIL
           CALL "NOTIFY-SPOOL-WRITE" USING WS-NOTIFY-SEVERITY
                                           WS-HIST-JOB-NAME
                                           WS-NOTIFY-SUMMARY
                                           WS-NOTIFY-DETAIL
                                           WS-HIST-CID.

      ******************************************************************
      * ABEND-RUN: Notify, record the failed run and stop with 8
      ******************************************************************
       ABEND-RUN.
           DISPLAY FUNCTION TRIM(WS-RES-ERR-MSG)
           PERFORM NOTIFY-ABEND
           MOVE 8 TO RETURN-CODE
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           STOP RUN.

      ******************************************************************
      * RECORD-RUN-HISTORY: Append this run's standard history record
      * (performed on every exit path)
      ******************************************************************
       RECORD-RUN-HISTORY.
           CALL "RUN-HISTORY-END" USING WS-HIST-JOB-NAME
                                        WS-HIST-READ
                                        WS-HIST-OK
                                        WS-HIST-FAIL
                                        RETURN-CODE
                                        WS-HIST-CID.

      ******************************************************************
      * NOTIFY-ABEND: Spool a notification for the failure the run
      * just hit (performed wherever the job marks itself failed)
      ******************************************************************
       NOTIFY-ABEND.
           MOVE "ERROR" TO WS-NOTIFY-SEVERITY
           MOVE "job failed - see job log and report"
               TO WS-NOTIFY-SUMMARY
           MOVE WS-RES-ERR-MSG TO WS-NOTIFY-DETAIL
           CALL "NOTIFY-SPOOL-WRITE-ERROR" USING
               WS-NOTIFY-SEVERITY
               WS-HIST-JOB-NAME
               WS-NOTIFY-SUMMARY
               WS-NOTIFY-DETAIL
               WS-HIST-CID
               WS-RES-ERR-CODE.

       END PROGRAM CHAIN-VERIFY.
