      * Action is W (record written new), R (rewritten in place), or
      * D (deleted). A W carries no before image; a D carries no
      * after image.
      *
      * Every record is chained: three more fields follow the after
      * image - "|sequence|previous-digest|digest" (ten digits each),
      * the digest being the shop's rolling hash, seeded with the
      * previous digest, over GREY_CHAIN_KEY, the sequence number,
      * "|" and the record text ahead of those fields. The last
      * sequence and digest are kept beside the journal in
      * <journal file>.chain. Readers that take the first twelve
      * fields are unaffected; CHAIN-VERIFY walks the chain.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-JOURNAL.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT CHAIN-STATE-FILE ASSIGN TO WS-CHAIN-STATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD              PIC X(900).

       FD  CHAIN-STATE-FILE.
       01  CHAIN-STATE-RECORD          PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-FILE-NAME        PIC X(64)
               VALUE "/tmp/grey_master_journal.txt".
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-TS                       PIC X(19)  VALUE SPACES.

      ******************************************************************
      * Hash-chain working fields - the state file holds the last
      * record's "sequence|digest"
      ******************************************************************
       01  WS-CHAIN-STATE-NAME         PIC X(80)  VALUE SPACES.
       01  WS-CHAIN-STATE-STATUS       PIC XX     VALUE SPACES.
       01  WS-CHAIN-SEQ-X              PIC X(10)  VALUE SPACES.
       01  WS-CHAIN-PREV-X             PIC X(10)  VALUE SPACES.
       01  WS-CHAIN-SEQ                PIC 9(10)  VALUE 0.
       01  WS-CHAIN-PREV               PIC 9(10)  VALUE 0.
       01  WS-CHAIN-DIGEST             PIC 9(10)  VALUE 0.
       01  WS-CHAIN-WORK               PIC 9(18) COMP-5 VALUE 0.
       01  WS-CHAIN-KEY                PIC X(64)  VALUE SPACES.
       01  WS-CHAIN-KEY-LEN            PIC 9(3)   VALUE 0.
       01  WS-CHAIN-TEXT               PIC X(900) VALUE SPACES.
       01  WS-CHAIN-TEXT-LEN           PIC 9(4)   VALUE 0.
       01  WS-CHAIN-IDX                PIC 9(4)   VALUE 0.
       01  WS-BODY-LEN                 PIC 9(4)   VALUE 0.
       01  WS-SUFFIX-PTR               PIC 9(4)   VALUE 0.

       LINKAGE SECTION.
       01  LS-JOURNAL-JOB              PIC X(32).
       01  LS-JOURNAL-ACTION           PIC X.
           ELSE
               PERFORM BUILD-JOURNAL-LINE-B
           END-IF
           PERFORM CHAIN-JOURNAL-LINE

           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = "35"
           MOVE WS-JOURNAL-LINE TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE
           PERFORM WRITE-CHAIN-STATE
           GOBACK.

      ******************************************************************
      * Internal: Link the record to the one before it - append the
      * next sequence number, the previous digest and this record's
      * digest (the record text is cut short, if it must be, so the
      * chain fields always fit)
      ******************************************************************
       CHAIN-JOURNAL-LINE.
           MOVE SPACES TO WS-CHAIN-STATE-NAME
           STRING WS-JOURNAL-FILE-NAME DELIMITED BY SPACE
                  ".chain" DELIMITED BY SIZE
                  INTO WS-CHAIN-STATE-NAME
           PERFORM READ-CHAIN-STATE
           MOVE 900 TO WS-BODY-LEN
           PERFORM UNTIL WS-BODY-LEN = 0
                      OR WS-JOURNAL-LINE(WS-BODY-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-BODY-LEN
           END-PERFORM
           IF WS-BODY-LEN > 867
               MOVE 867 TO WS-BODY-LEN
               MOVE SPACES TO WS-JOURNAL-LINE(868:)
           END-IF

           ADD 1 TO WS-CHAIN-SEQ
           MOVE SPACES TO WS-CHAIN-TEXT
           STRING WS-CHAIN-SEQ DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JOURNAL-LINE(1:WS-BODY-LEN) DELIMITED BY SIZE
                  INTO WS-CHAIN-TEXT
           COMPUTE WS-CHAIN-TEXT-LEN = WS-BODY-LEN + 11
           PERFORM COMPUTE-CHAIN-DIGEST

           COMPUTE WS-SUFFIX-PTR = WS-BODY-LEN + 1
           STRING "|" DELIMITED BY SIZE
                  WS-CHAIN-SEQ DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CHAIN-PREV DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CHAIN-DIGEST DELIMITED BY SIZE
                  INTO WS-JOURNAL-LINE WITH POINTER WS-SUFFIX-PTR.

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

      ******************************************************************
      * Internal: Build the journal line keyed on the after image's
      * project id (writes and rewrites)
