      * (GREY_AUDIT_MAX_BYTES, default 10485760) and rolls it with a
      * date-time suffix when it is past it. AUDIT-RETENTION sweeps
      * the rolled files.
      *
      * Every record is chained: it ends with
      *   " seq=NNNNNNNNNN prev=NNNNNNNNNN chain=NNNNNNNNNN"
      * - a running sequence number, the previous record's digest,
      * and this record's digest (the shop's rolling hash, seeded
      * with the previous digest, over GREY_CHAIN_KEY, the sequence
      * number, "|" and the record text ahead of the suffix). The
      * last sequence and digest live in /tmp/grey_audit.chain, not
      * in the log, so the chain carries straight across the daily
      * and size rolls. An edited, inserted or deleted record breaks
      * the chain where it happened; CHAIN-VERIFY walks it.
      *
      * A failed call whose caller named the normalized error first
      * (AUDIT-LOG-NOTE-ERROR) is tagged " err=<code>" after the
      * tenant, so RUNBOOK-GAP-REPORT can tell which error codes the
      * batch actually meets.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-LOG.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-MARKER-STATUS.

           SELECT CHAIN-STATE-FILE ASSIGN TO WS-CHAIN-STATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       FD  ROLL-MARKER-FILE.
       01  ROLL-MARKER-RECORD          PIC X(8).

       FD  CHAIN-STATE-FILE.
       01  CHAIN-STATE-RECORD          PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-NAME          PIC X(64)
                                        VALUE "/tmp/grey_audit.log".
       01  WS-RC-DISPLAY               PIC S9(8).
       01  WS-ELAPSED-DISPLAY          PIC 9(8).

      ******************************************************************
      * Hash-chain working fields - the state file holds the last
      * record's "sequence|digest"
      ******************************************************************
       01  WS-CHAIN-STATE-NAME         PIC X(64)
               VALUE "/tmp/grey_audit.chain".
       01  WS-CHAIN-STATE-STATUS       PIC XX     VALUE SPACES.
       01  WS-CHAIN-SEQ-X              PIC X(10)  VALUE SPACES.
       01  WS-CHAIN-PREV-X             PIC X(10)  VALUE SPACES.
       01  WS-CHAIN-SEQ                PIC 9(10)  VALUE 0.
       01  WS-CHAIN-PREV               PIC 9(10)  VALUE 0.
       01  WS-CHAIN-DIGEST             PIC 9(10)  VALUE 0.
       01  WS-CHAIN-WORK               PIC 9(18) COMP-5 VALUE 0.
       01  WS-CHAIN-KEY                PIC X(64)  VALUE SPACES.
       01  WS-CHAIN-KEY-LEN            PIC 9(3)   VALUE 0.
       01  WS-CHAIN-TEXT               PIC X(600) VALUE SPACES.
       01  WS-CHAIN-TEXT-LEN           PIC 9(4)   VALUE 0.
       01  WS-CHAIN-IDX                PIC 9(4)   VALUE 0.
       01  WS-BODY-LEN                 PIC 9(4)   VALUE 0.
       01  WS-SUFFIX-PTR               PIC 9(4)   VALUE 0.

      *    Tenant in effect at call time - staged here so the write
      *    paragraph never references a linkage field an older entry
      *    point was not passed
       01  WS-TENANT-WORK              PIC X(64)  VALUE SPACES.

      *    Normalized error noted for the next record written - cleared
      *    once that record is written
       01  WS-NOTED-ERROR-CODE         PIC X(32)  VALUE SPACES.

       LINKAGE SECTION.
       01  LS-METHOD                   PIC X(8).
       01  LS-URL                      PIC X(1024).
       01  LS-ELAPSED-MS               PIC 9(8).
       01  LS-CORRELATION-ID           PIC X(40).
       01  LS-TENANT-ID                PIC X(64).
       01  LS-ERROR-CODE               PIC X(32).

       PROCEDURE DIVISION.

           PERFORM WRITE-AUDIT-RECORD
           GOBACK.

      ******************************************************************
      * AUDIT-LOG-NOTE-ERROR: Name the normalized error behind the
      * failed call about to be logged - the next record written
      * carries it as " err=<code>" (a successful call ignores it)
      * Input:  LS-ERROR-CODE
      ******************************************************************
       ENTRY "AUDIT-LOG-NOTE-ERROR" USING LS-ERROR-CODE.
           MOVE LS-ERROR-CODE TO WS-NOTED-ERROR-CODE
           GOBACK.

      ******************************************************************
      * Internal: Break FUNCTION CURRENT-DATE's YYYYMMDDHHMMSS... form
      * into a printable "YYYY-MM-DD HH:MM:SS" timestamp
                  " tenant="      DELIMITED BY SIZE
                  WS-TENANT-WORK  DELIMITED BY SPACE
                  INTO WS-AUDIT-LINE
           IF LS-CALL-OK NOT = "Y" AND WS-NOTED-ERROR-CODE NOT = SPACES
               COMPUTE WS-SUFFIX-PTR = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-AUDIT-LINE TRAILING)) + 1
               STRING " err=" DELIMITED BY SIZE
                      WS-NOTED-ERROR-CODE DELIMITED BY SPACE
                      INTO WS-AUDIT-LINE WITH POINTER WS-SUFFIX-PTR
           END-IF
           MOVE SPACES TO WS-NOTED-ERROR-CODE
           PERFORM CHAIN-AUDIT-LINE

           OPEN EXTEND AUDIT-FILE
           MOVE WS-AUDIT-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE
           PERFORM WRITE-CHAIN-STATE.

      ******************************************************************
      * Internal: Link the record to the one before it - append the
      * next sequence number, the previous digest and this record's
      * digest (the record text is cut short, if it must be, so the
      * suffix always fits)
      ******************************************************************
       CHAIN-AUDIT-LINE.
           PERFORM READ-CHAIN-STATE
           MOVE 512 TO WS-BODY-LEN
           PERFORM UNTIL WS-BODY-LEN = 0
                      OR WS-AUDIT-LINE(WS-BODY-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-BODY-LEN
           END-PERFORM
           IF WS-BODY-LEN > 464
               MOVE 464 TO WS-BODY-LEN
               MOVE SPACES TO WS-AUDIT-LINE(465:)
           END-IF

           ADD 1 TO WS-CHAIN-SEQ
           MOVE SPACES TO WS-CHAIN-TEXT
           STRING WS-CHAIN-SEQ DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-AUDIT-LINE(1:WS-BODY-LEN) DELIMITED BY SIZE
                  INTO WS-CHAIN-TEXT
           COMPUTE WS-CHAIN-TEXT-LEN = WS-BODY-LEN + 11
           PERFORM COMPUTE-CHAIN-DIGEST

           COMPUTE WS-SUFFIX-PTR = WS-BODY-LEN + 1
           STRING " seq=" DELIMITED BY SIZE
                  WS-CHAIN-SEQ DELIMITED BY SIZE
                  " prev=" DELIMITED BY SIZE
                  WS-CHAIN-PREV DELIMITED BY SIZE
                  " chain=" DELIMITED BY SIZE
                  WS-CHAIN-DIGEST DELIMITED BY SIZE
                  INTO WS-AUDIT-LINE WITH POINTER WS-SUFFIX-PTR.

      ******************************************************************
      * Internal: The last record's sequence and digest (zeros when
      * there is no state yet - the chain starts at sequence 1)
      ******************************************************************
       READ-CHAIN-STATE.
           MOVE 0 TO WS-CHAIN-SEQ WS-CHAIN-PREV
           OPEN INPUT CHAIN-STATE-FILE
           IF WS-CHAIN-STATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CHAIN-STATE-FILE
               NOT AT END
                   MOVE SPACES TO WS-CHAIN-SEQ-X WS-CHAIN-PREV-X
                   UNSTRING CHAIN-STATE-RECORD DELIMITED BY "|"
                       INTO WS-CHAIN-SEQ-X WS-CHAIN-PREV-X
                   IF WS-CHAIN-SEQ-X IS NUMERIC
                       AND WS-CHAIN-PREV-X IS NUMERIC
                       MOVE WS-CHAIN-SEQ-X TO WS-CHAIN-SEQ
                       MOVE WS-CHAIN-PREV-X TO WS-CHAIN-PREV
                   END-IF
           END-READ
           CLOSE CHAIN-STATE-FILE.

       WRITE-CHAIN-STATE.
           OPEN OUTPUT CHAIN-STATE-FILE
           MOVE SPACES TO CHAIN-STATE-RECORD
           STRING WS-CHAIN-SEQ DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CHAIN-DIGEST DELIMITED BY SIZE
                  INTO CHAIN-STATE-RECORD
           WRITE CHAIN-STATE-RECORD
           CLOSE CHAIN-STATE-FILE.

      ******************************************************************
      * Internal: Rolling hash seeded with the previous digest, over
      * the chain key and then WS-CHAIN-TEXT
      ******************************************************************
       COMPUTE-CHAIN-DIGEST.
           ACCEPT WS-CHAIN-KEY FROM ENVIRONMENT "GREY_CHAIN_KEY"
           MOVE 64 TO WS-CHAIN-KEY-LEN
           PERFORM UNTIL WS-CHAIN-KEY-LEN = 0
                      OR WS-CHAIN-KEY(WS-CHAIN-KEY-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CHAIN-KEY-LEN
           END-PERFORM
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

       END PROGRAM AUDIT-LOG.
