      ******************************************************************
      * exception_queue.cbl - Grey Unified Exception Work Queue
      * Rejects and dead letters land in a dozen files, each owned by
      * the job that writes it and by nobody once it is written. This
      * nightly job sweeps every one of them into a single work queue
      * - one item per source and key, with its error code, the date
      * it was first seen and the correlation ID of the run that
      * produced it - where each item carries an assignee and a
      * resolution status (OPEN, IN-PROGRESS, RESOLVED, WONT-FIX).
      *
      * Sources (source name, file, key):
      *   DEAD-LETTER      mutation dead-letter file - the mutation
      *                    and variables, hashed (DL-nnnnnnnnnn)
      *   CONTRACT-REJECT  sync contract rejects - project id
      *   WEBHOOK-REJECT   webhook event rejects - the raw delivery,
      *                    hashed (WH-nnnnnnnnnn)
      *   LOAD-REJECT      bulk-load rejects - the raw input line,
      *                    hashed (BL-nnnnnnnnnn)
      *   STALE-SKIP       MASTER-UPDATE-BROKER skip log - project id
      *                    and the day of the skip (id@YYYYMMDD)
      *   OWNER-CORRECTION owner integrity corrections - the bad
      *                    owner id
      *   VARIANCE         variance gate decisions - the day a hold
      *                    was suppressed (HOLD-YYYYMMDD)
      * The correlation ID is the producing job's last one on the
      * run history, when it recorded one.
      *
      * Items resolved at source close on their own (RESOLVED, by
      * AUTO): the contract reject file and the owner correction file
      * are each rewritten whole by the job that owns them, and the
      * dead-letter file is only ever appended to by the batch runner
      * and rewritten by MUTATION-DEAD-LETTER-REPLAY, which drops what
      * replays cleanly - so an open item no longer present - the
      * dead letter replayed, the project synced within contract, the
      * owner fixed - is closed, and reopened should it come back. A
      * variance hold suppressed and later released closes on the
      * RELEASED decision.
      *
      * Routing (/tmp/grey_exception_routing.txt): "source|assignee"
      * gives new items of a source their first assignee; items with
      * no route are UNASSIGNED. Work is recorded in the action file
      * (/tmp/grey_exception_actions.txt), "item-id|assignee|status|
      * note" with blank fields left as they are; it is applied at
      * the start of the run (GREY_OPERATOR_ID is recorded as whoever
      * resolved) and emptied once applied. Status REFRESH, on an
      * item keyed on a project id (CONTRACT-REJECT, STALE-SKIP),
      * queues the project for PROJECT-REFRESH (REFRESH-QUEUE) and
      * sets the item IN-PROGRESS; on any other source the action is
      * rejected NOT-A-PROJECT.
      *
      * Queue (/tmp/grey_exception_queue.txt):
      *   "item-id|source|key|error-code|first-seen|last-seen|
      *    correlation-id|assignee|status|resolved|resolved-by|detail"
      * Closed items are dropped GREY_EXQ_KEEP_DAYS (default 90) days
      * after they were resolved.
      *
      * Aging report (/tmp/grey_exception_aging.txt), open and
      * in-progress items by days since first seen:
      *   "EXCEPTION-AGING|DATE=YYYYMMDD"
      *   "SOURCE|source|open|0-1|2-7|8-30|31+|oldest-days"
      *   "ASSIGNEE|assignee|open|0-1|2-7|8-30|31+|oldest-days"
      *   "ITEM|item-id|source|key|error-code|status|assignee|age"
      *   "ACTION-REJECTED|item-id|reason"
      *   "TOTAL|NEW=n|REOPENED=n|AUTO-CLOSED=n|OPEN=n|IN-PROGRESS=n|
      *    RESOLVED=n|WONT-FIX=n"
      *
      * RETURN-CODE 0 nothing new, 4 new or reopened exceptions (or
      * an action line that could not be applied), 8 bad parameters,
      * 12 another instance holds the run lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEPTION-QUEUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN TO WS-QUEUE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT SOURCE-FILE ASSIGN TO WS-SOURCE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT ROUTING-FILE ASSIGN TO WS-ROUTING-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTING-STATUS.

           SELECT ACTION-FILE ASSIGN TO WS-ACTION-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACTION-STATUS.

           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO WS-AGING-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE.
       01  QUEUE-RECORD                PIC X(600).

       FD  SOURCE-FILE.
       01  SOURCE-RECORD               PIC X(8192).

       FD  ROUTING-FILE.
       01  ROUTING-RECORD              PIC X(200).

       FD  ACTION-FILE.
       01  ACTION-RECORD               PIC X(300).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD              PIC X(300).

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-RECORD         PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-QUEUE-NAME               PIC X(64)
               VALUE "/tmp/grey_exception_queue.txt".
       01  WS-QUEUE-STATUS             PIC XX     VALUE SPACES.
       01  WS-SOURCE-NAME              PIC X(64)  VALUE SPACES.
       01  WS-SOURCE-STATUS            PIC XX     VALUE SPACES.
       01  WS-ROUTING-NAME             PIC X(64)
               VALUE "/tmp/grey_exception_routing.txt".
       01  WS-ROUTING-STATUS           PIC XX     VALUE SPACES.
       01  WS-ACTION-NAME              PIC X(64)
               VALUE "/tmp/grey_exception_actions.txt".
       01  WS-ACTION-STATUS            PIC XX     VALUE SPACES.
       01  WS-HISTORY-NAME             PIC X(64)
               VALUE "/tmp/grey_run_history.txt".
       01  WS-HISTORY-STATUS           PIC XX     VALUE SPACES.
       01  WS-AGING-REPORT-NAME        PIC X(64)
               VALUE "/tmp/grey_exception_aging.txt".

      ******************************************************************
      * The source files swept each night
      ******************************************************************
       01  WS-DEAD-LETTER-NAME         PIC X(64)
               VALUE "/tmp/grey_mutation_batch_dead_letter.txt".
       01  WS-CONTRACT-REJECT-NAME     PIC X(64)
               VALUE "/tmp/grey_sync_contract_rejects.txt".
       01  WS-WEBHOOK-REJECT-NAME      PIC X(64)
               VALUE "/tmp/grey_webhook_event_rejects.txt".
       01  WS-LOAD-REJECT-NAME         PIC X(64)
               VALUE "/tmp/grey_project_load_rejects.txt".
       01  WS-STALE-SKIP-NAME          PIC X(64)
               VALUE "/tmp/grey_master_stale_skips.txt".
       01  WS-OWNER-CORRECTION-NAME    PIC X(64)
               VALUE "/tmp/grey_owner_corrections.txt".
       01  WS-VARIANCE-DECISION-NAME   PIC X(64)
               VALUE "/tmp/grey_variance_decisions.txt".

       01  WS-REPORT-LINE              PIC X(600) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-TODAY                    PIC 9(8)   VALUE 0.
       01  WS-TODAY-INT                PIC 9(8)   VALUE 0.
       01  WS-DATE-INT                 PIC 9(8)   VALUE 0.
       01  WS-AGE                      PIC 9(5)   VALUE 0.

      ******************************************************************
      * Parameters
      ******************************************************************
       01  WS-NUM-ENV                  PIC X(5)   VALUE SPACES.
       01  WS-KEEP-DAYS                PIC 9(4)   VALUE 90.
       01  WS-OPERATOR-ID              PIC X(64)  VALUE SPACES.
       01  WS-PARAM-ERROR              PIC X      VALUE "N".

      ******************************************************************
      * The queue, held in memory for the run
      ******************************************************************
       01  WS-QI-MAX                   PIC 9(5)   VALUE 5000.
       01  WS-QI-COUNT                 PIC 9(5)   VALUE 0.
       01  WS-QI-TABLE.
           05  WS-QI-ENTRY OCCURS 5000 TIMES.
               10  WS-QI-ID             PIC X(12).
               10  WS-QI-SOURCE         PIC X(16).
               10  WS-QI-KEY            PIC X(64).
               10  WS-QI-CODE           PIC X(32).
               10  WS-QI-FIRST          PIC 9(8).
               10  WS-QI-LAST           PIC 9(8).
               10  WS-QI-CID            PIC X(40).
               10  WS-QI-ASSIGNEE       PIC X(64).
               10  WS-QI-STATUS         PIC X(12).
               10  WS-QI-RESOLVED       PIC 9(8).
               10  WS-QI-RESOLVED-BY    PIC X(64).
               10  WS-QI-DETAIL         PIC X(120).
               10  WS-QI-SEEN           PIC X.
               10  WS-QI-DROP           PIC X.
       01  WS-QI-IDX                   PIC 9(5)   VALUE 0.
       01  WS-QI-FOUND-IDX             PIC 9(5)   VALUE 0.
       01  WS-QI-FULL                  PIC X      VALUE "N".
       01  WS-NEXT-SEQ                 PIC 9(7)   VALUE 0.
       01  WS-SEQ-NUM                  PIC 9(7)   VALUE 0.

      ******************************************************************
      * One queue line taken apart
      ******************************************************************
       01  WS-QL-ID                    PIC X(12)  VALUE SPACES.
       01  WS-QL-SOURCE                PIC X(16)  VALUE SPACES.
       01  WS-QL-KEY                   PIC X(64)  VALUE SPACES.
       01  WS-QL-CODE                  PIC X(32)  VALUE SPACES.
       01  WS-QL-FIRST                 PIC X(8)   VALUE SPACES.
       01  WS-QL-LAST                  PIC X(8)   VALUE SPACES.
       01  WS-QL-CID                   PIC X(40)  VALUE SPACES.
       01  WS-QL-ASSIGNEE              PIC X(64)  VALUE SPACES.
       01  WS-QL-STATUS                PIC X(12)  VALUE SPACES.
       01  WS-QL-RESOLVED              PIC X(8)   VALUE SPACES.
       01  WS-QL-RESOLVED-BY           PIC X(64)  VALUE SPACES.
       01  WS-QL-DETAIL                PIC X(120) VALUE SPACES.

      ******************************************************************
      * One exception as read from its source, before it is matched
      * against the queue
      ******************************************************************
       01  WS-IN-SOURCE                PIC X(16)  VALUE SPACES.
       01  WS-IN-KEY                   PIC X(64)  VALUE SPACES.
       01  WS-IN-CODE                  PIC X(32)  VALUE SPACES.
       01  WS-IN-DATE                  PIC 9(8)   VALUE 0.
       01  WS-IN-JOB                   PIC X(32)  VALUE SPACES.
       01  WS-IN-DETAIL                PIC X(120) VALUE SPACES.
       01  WS-IN-REOPENS               PIC X      VALUE "N".
       01  WS-SOURCE-READ              PIC X      VALUE "N".

      ******************************************************************
      * Source line fields
      ******************************************************************
       01  WS-SF-1                     PIC X(64)  VALUE SPACES.
       01  WS-SF-2                     PIC X(64)  VALUE SPACES.
       01  WS-SF-3                     PIC X(64)  VALUE SPACES.
       01  WS-SF-4                     PIC X(64)  VALUE SPACES.
       01  WS-SF-5                     PIC X(64)  VALUE SPACES.
       01  WS-SF-PTR                   PIC 9(5)   VALUE 0.
       01  WS-SF-GEN                   PIC X(8)   VALUE SPACES.
       01  WS-RELEASED-DATE            PIC 9(8)   VALUE 0.

      ******************************************************************
      * Content hash for sources with no natural key - the same
      * polynomial hash the idempotency key store uses
      ******************************************************************
       01  WS-HASH-TEXT                PIC X(8192) VALUE SPACES.
       01  WS-HASH                     PIC 9(18) COMP-5 VALUE 0.
       01  WS-HASH-DIGITS              PIC 9(10)  VALUE 0.
       01  WS-HASH-IDX                 PIC 9(5)   VALUE 0.
       01  WS-HASH-LEN                 PIC 9(5)   VALUE 0.
       01  WS-SCAN-IDX                 PIC 9(5)   VALUE 0.

      ******************************************************************
      * Routing - the first assignee for new items of a source
      ******************************************************************
       01  WS-RT-COUNT                 PIC 9(3)   VALUE 0.
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY OCCURS 50 TIMES.
               10  WS-RT-SOURCE         PIC X(16).
               10  WS-RT-ASSIGNEE       PIC X(64).
       01  WS-RT-IDX                   PIC 9(3)   VALUE 0.

      ******************************************************************
      * Last correlation ID on the run history, by job
      ******************************************************************
       01  WS-JC-COUNT                 PIC 9(3)   VALUE 0.
       01  WS-JC-TABLE.
           05  WS-JC-ENTRY OCCURS 300 TIMES.
               10  WS-JC-JOB            PIC X(32).
               10  WS-JC-CID            PIC X(40).
       01  WS-JC-IDX                   PIC 9(3)   VALUE 0.
       01  WS-JC-FOUND-IDX             PIC 9(3)   VALUE 0.
       01  WS-HF-JOB                   PIC X(32)  VALUE SPACES.
       01  WS-HF-SKIP                  PIC X(32)  VALUE SPACES.
       01  WS-HF-CID                   PIC X(40)  VALUE SPACES.

      ******************************************************************
      * Action file fields
      ******************************************************************
       01  WS-AC-ID                    PIC X(12)  VALUE SPACES.
       01  WS-AC-ASSIGNEE              PIC X(64)  VALUE SPACES.
       01  WS-AC-STATUS                PIC X(12)  VALUE SPACES.
       01  WS-AC-NOTE                  PIC X(120) VALUE SPACES.
       01  WS-RFQ-PROJ-ID              PIC X(64)  VALUE SPACES.
       01  WS-RFQ-REQUESTED-BY         PIC X(64)  VALUE SPACES.
       01  WS-RFQ-REASON               PIC X(120) VALUE SPACES.
       01  WS-RFQ-QUEUED               PIC X      VALUE "N".
       01  WS-AR-COUNT                 PIC 9(3)   VALUE 0.
       01  WS-AR-TABLE.
           05  WS-AR-ENTRY OCCURS 200 TIMES.
               10  WS-AR-ID             PIC X(12).
               10  WS-AR-REASON         PIC X(32).
       01  WS-AR-IDX                   PIC 9(3)   VALUE 0.

      ******************************************************************
      * Aging roll-ups - by source, then by assignee
      ******************************************************************
       01  WS-AG-COUNT                 PIC 9(3)   VALUE 0.
       01  WS-AG-TABLE.
           05  WS-AG-ENTRY OCCURS 300 TIMES.
               10  WS-AG-KIND           PIC X(8).
               10  WS-AG-NAME           PIC X(64).
               10  WS-AG-OPEN           PIC 9(5).
               10  WS-AG-B1             PIC 9(5).
               10  WS-AG-B7             PIC 9(5).
               10  WS-AG-B30            PIC 9(5).
               10  WS-AG-BOLD           PIC 9(5).
               10  WS-AG-OLDEST         PIC 9(5).
       01  WS-AG-IDX                   PIC 9(3)   VALUE 0.
       01  WS-AG-FOUND-IDX             PIC 9(3)   VALUE 0.
       01  WS-AG-LOOK-KIND             PIC X(8)   VALUE SPACES.
       01  WS-AG-LOOK-NAME             PIC X(64)  VALUE SPACES.

      ******************************************************************
      * Run totals
      ******************************************************************
       01  WS-NEW-COUNT                PIC 9(5)   VALUE 0.
       01  WS-REOPEN-COUNT             PIC 9(5)   VALUE 0.
       01  WS-AUTO-CLOSED              PIC 9(5)   VALUE 0.
       01  WS-OPEN-COUNT               PIC 9(5)   VALUE 0.
       01  WS-PROGRESS-COUNT           PIC 9(5)   VALUE 0.
       01  WS-RESOLVED-COUNT           PIC 9(5)   VALUE 0.
       01  WS-WONTFIX-COUNT            PIC 9(5)   VALUE 0.
       01  WS-AGED-COUNT               PIC 9(5)   VALUE 0.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "EXCEPTION-QUEUE".
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
           DISPLAY "=== Grey Exception Work Queue ==="
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)

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
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF

           PERFORM LOAD-QUEUE
           PERFORM LOAD-ROUTING
           PERFORM LOAD-RUN-CIDS
           PERFORM APPLY-ACTIONS

           PERFORM INGEST-DEAD-LETTERS
           PERFORM INGEST-CONTRACT-REJECTS
           PERFORM INGEST-WEBHOOK-REJECTS
           PERFORM INGEST-LOAD-REJECTS
           PERFORM INGEST-STALE-SKIPS
           PERFORM INGEST-OWNER-CORRECTIONS
           PERFORM INGEST-VARIANCE-DECISIONS
           IF WS-QI-FULL = "Y"
               DISPLAY "WARNING: queue table filled at " WS-QI-MAX
                       " - some exceptions were not queued"
           END-IF

           PERFORM SAVE-QUEUE
           PERFORM WRITE-AGING-REPORT

           DISPLAY "New: " WS-NEW-COUNT
                   " Reopened: " WS-REOPEN-COUNT
                   " Auto-closed: " WS-AUTO-CLOSED
                   " Open: " WS-OPEN-COUNT
                   " In progress: " WS-PROGRESS-COUNT
           DISPLAY "Aging report written: " WS-AGING-REPORT-NAME

           IF WS-NEW-COUNT > 0 OR WS-REOPEN-COUNT > 0
               OR WS-AGED-COUNT > 0
               PERFORM NOTIFY-EXCEPTIONS
           END-IF
           IF WS-NEW-COUNT > 0 OR WS-REOPEN-COUNT > 0
               OR WS-AR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           STOP RUN.

      ******************************************************************
      * READ-PARAMETERS: Retention of closed items and the operator
      ******************************************************************
       READ-PARAMETERS.
           ACCEPT WS-NUM-ENV FROM ENVIRONMENT "GREY_EXQ_KEEP_DAYS"
           IF WS-NUM-ENV NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-NUM-ENV) NOT = 0
                   OR FUNCTION NUMVAL(WS-NUM-ENV) < 1
                   OR FUNCTION NUMVAL(WS-NUM-ENV) > 3650
                   DISPLAY "ERROR: GREY_EXQ_KEEP_DAYS must be 1-3650"
                   MOVE "Y" TO WS-PARAM-ERROR
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-KEEP-DAYS = FUNCTION NUMVAL(WS-NUM-ENV)
           END-IF
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "GREY_OPERATOR_ID"
           IF WS-OPERATOR-ID = SPACES
               MOVE "OPERATOR" TO WS-OPERATOR-ID
           END-IF.

      ******************************************************************
      * LOAD-QUEUE: The queue as the last run left it
      ******************************************************************
       LOAD-QUEUE.
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ QUEUE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-QUEUE-LINE
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE.

       LOAD-QUEUE-LINE.
           IF QUEUE-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-QI-COUNT >= WS-QI-MAX
               MOVE "Y" TO WS-QI-FULL
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-QL-ID WS-QL-SOURCE WS-QL-KEY WS-QL-CODE
                          WS-QL-FIRST WS-QL-LAST WS-QL-CID
                          WS-QL-ASSIGNEE WS-QL-STATUS WS-QL-RESOLVED
                          WS-QL-RESOLVED-BY WS-QL-DETAIL
           UNSTRING QUEUE-RECORD DELIMITED BY "|"
               INTO WS-QL-ID WS-QL-SOURCE WS-QL-KEY WS-QL-CODE
                    WS-QL-FIRST WS-QL-LAST WS-QL-CID WS-QL-ASSIGNEE
                    WS-QL-STATUS WS-QL-RESOLVED WS-QL-RESOLVED-BY
                    WS-QL-DETAIL
           IF WS-QL-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QI-COUNT
           MOVE WS-QI-COUNT TO WS-QI-IDX
           MOVE WS-QL-ID TO WS-QI-ID(WS-QI-IDX)
           MOVE WS-QL-SOURCE TO WS-QI-SOURCE(WS-QI-IDX)
           MOVE WS-QL-KEY TO WS-QI-KEY(WS-QI-IDX)
           MOVE WS-QL-CODE TO WS-QI-CODE(WS-QI-IDX)
           MOVE WS-TODAY TO WS-QI-FIRST(WS-QI-IDX)
           IF WS-QL-FIRST IS NUMERIC
               MOVE WS-QL-FIRST TO WS-QI-FIRST(WS-QI-IDX)
           END-IF
           MOVE WS-QI-FIRST(WS-QI-IDX) TO WS-QI-LAST(WS-QI-IDX)
           IF WS-QL-LAST IS NUMERIC
               MOVE WS-QL-LAST TO WS-QI-LAST(WS-QI-IDX)
           END-IF
           MOVE WS-QL-CID TO WS-QI-CID(WS-QI-IDX)
           MOVE WS-QL-ASSIGNEE TO WS-QI-ASSIGNEE(WS-QI-IDX)
           MOVE WS-QL-STATUS TO WS-QI-STATUS(WS-QI-IDX)
           MOVE 0 TO WS-QI-RESOLVED(WS-QI-IDX)
           IF WS-QL-RESOLVED IS NUMERIC
               MOVE WS-QL-RESOLVED TO WS-QI-RESOLVED(WS-QI-IDX)
           END-IF
           MOVE WS-QL-RESOLVED-BY TO WS-QI-RESOLVED-BY(WS-QI-IDX)
           MOVE WS-QL-DETAIL TO WS-QI-DETAIL(WS-QI-IDX)
           MOVE "N" TO WS-QI-SEEN(WS-QI-IDX)
           MOVE "N" TO WS-QI-DROP(WS-QI-IDX)
           IF WS-QL-ID(1:4) = "EXQ-" AND WS-QL-ID(5:7) IS NUMERIC
               MOVE WS-QL-ID(5:7) TO WS-SEQ-NUM
               IF WS-SEQ-NUM > WS-NEXT-SEQ
                   MOVE WS-SEQ-NUM TO WS-NEXT-SEQ
               END-IF
           END-IF.

      ******************************************************************
      * LOAD-ROUTING: First assignee for new items, by source
      ******************************************************************
       LOAD-ROUTING.
           OPEN INPUT ROUTING-FILE
           IF WS-ROUTING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ ROUTING-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF ROUTING-RECORD NOT = SPACES
                           AND ROUTING-RECORD(1:1) NOT = "#"
                           AND WS-RT-COUNT < 50
                           ADD 1 TO WS-RT-COUNT
                           UNSTRING ROUTING-RECORD DELIMITED BY "|"
                               INTO WS-RT-SOURCE(WS-RT-COUNT)
                                    WS-RT-ASSIGNEE(WS-RT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROUTING-FILE.

      ******************************************************************
      * LOAD-RUN-CIDS: The last correlation ID each job recorded on
      * the run history ("job|run-id|start|end|read|ok|fail|rc|cid")
      ******************************************************************
       LOAD-RUN-CIDS.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-RUN-CID
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       LOAD-ONE-RUN-CID.
           MOVE SPACES TO WS-HF-JOB WS-HF-CID
           UNSTRING HISTORY-RECORD DELIMITED BY "|"
               INTO WS-HF-JOB WS-HF-SKIP WS-HF-SKIP WS-HF-SKIP
                    WS-HF-SKIP WS-HF-SKIP WS-HF-SKIP WS-HF-SKIP
                    WS-HF-CID
           IF WS-HF-JOB = SPACES OR WS-HF-CID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HF-JOB TO WS-IN-JOB
           PERFORM FIND-JOB-CID
           IF WS-JC-FOUND-IDX = 0
               IF WS-JC-COUNT >= 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-JC-COUNT
               MOVE WS-JC-COUNT TO WS-JC-FOUND-IDX
               MOVE WS-HF-JOB TO WS-JC-JOB(WS-JC-FOUND-IDX)
           END-IF
           MOVE WS-HF-CID TO WS-JC-CID(WS-JC-FOUND-IDX).

       FIND-JOB-CID.
           MOVE 0 TO WS-JC-FOUND-IDX
           PERFORM VARYING WS-JC-IDX FROM 1 BY 1
                       UNTIL WS-JC-IDX > WS-JC-COUNT
               IF WS-JC-JOB(WS-JC-IDX) = WS-IN-JOB
                   MOVE WS-JC-IDX TO WS-JC-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * APPLY-ACTIONS: Record assignments and status changes, then
      * empty the action file
      ******************************************************************
       APPLY-ACTIONS.
           OPEN INPUT ACTION-FILE
           IF WS-ACTION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ ACTION-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-ACTION
               END-READ
           END-PERFORM
           CLOSE ACTION-FILE
           OPEN OUTPUT ACTION-FILE
           CLOSE ACTION-FILE.

       APPLY-ONE-ACTION.
           IF ACTION-RECORD = SPACES
               OR ACTION-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIST-READ
           MOVE SPACES TO WS-AC-ID WS-AC-ASSIGNEE WS-AC-STATUS
                          WS-AC-NOTE
           UNSTRING ACTION-RECORD DELIMITED BY "|"
               INTO WS-AC-ID WS-AC-ASSIGNEE WS-AC-STATUS WS-AC-NOTE
           MOVE FUNCTION UPPER-CASE(WS-AC-STATUS) TO WS-AC-STATUS

           MOVE 0 TO WS-QI-FOUND-IDX
           PERFORM VARYING WS-QI-IDX FROM 1 BY 1
                       UNTIL WS-QI-IDX > WS-QI-COUNT
               IF WS-QI-ID(WS-QI-IDX) = WS-AC-ID
                   MOVE WS-QI-IDX TO WS-QI-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-QI-FOUND-IDX = 0
               MOVE "NO-SUCH-ITEM" TO WS-AC-NOTE
               PERFORM REJECT-ACTION
               EXIT PARAGRAPH
           END-IF
           IF WS-AC-STATUS NOT = SPACES
               AND WS-AC-STATUS NOT = "OPEN"
               AND WS-AC-STATUS NOT = "IN-PROGRESS"
               AND WS-AC-STATUS NOT = "RESOLVED"
               AND WS-AC-STATUS NOT = "WONT-FIX"
               AND WS-AC-STATUS NOT = "REFRESH"
               MOVE "UNKNOWN-STATUS" TO WS-AC-NOTE
               PERFORM REJECT-ACTION
               EXIT PARAGRAPH
           END-IF
           IF WS-AC-STATUS = "REFRESH"
               PERFORM QUEUE-ITEM-REFRESH
               IF WS-RFQ-QUEUED NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-QI-FOUND-IDX TO WS-QI-IDX
           IF WS-AC-ASSIGNEE NOT = SPACES
               MOVE WS-AC-ASSIGNEE TO WS-QI-ASSIGNEE(WS-QI-IDX)
           END-IF
           IF WS-AC-NOTE NOT = SPACES
               INSPECT WS-AC-NOTE REPLACING ALL "|" BY "/"
               MOVE WS-AC-NOTE TO WS-QI-DETAIL(WS-QI-IDX)
           END-IF
           EVALUATE WS-AC-STATUS
               WHEN "RESOLVED"
               WHEN "WONT-FIX"
                   MOVE WS-AC-STATUS TO WS-QI-STATUS(WS-QI-IDX)
                   MOVE WS-TODAY TO WS-QI-RESOLVED(WS-QI-IDX)
                   MOVE WS-OPERATOR-ID TO WS-QI-RESOLVED-BY(WS-QI-IDX)
               WHEN "OPEN"
               WHEN "IN-PROGRESS"
                   MOVE WS-AC-STATUS TO WS-QI-STATUS(WS-QI-IDX)
                   MOVE 0 TO WS-QI-RESOLVED(WS-QI-IDX)
                   MOVE SPACES TO WS-QI-RESOLVED-BY(WS-QI-IDX)
               WHEN "REFRESH"
                   MOVE "IN-PROGRESS" TO WS-QI-STATUS(WS-QI-IDX)
                   MOVE 0 TO WS-QI-RESOLVED(WS-QI-IDX)
                   MOVE SPACES TO WS-QI-RESOLVED-BY(WS-QI-IDX)
                   IF WS-AC-NOTE = SPACES
                       MOVE "project refresh queued"
                           TO WS-QI-DETAIL(WS-QI-IDX)
                   END-IF
           END-EVALUATE
           ADD 1 TO WS-HIST-OK.

      ******************************************************************
      * QUEUE-ITEM-REFRESH: A REFRESH action puts the item's project
      * on the refresh request file for PROJECT-REFRESH - only items
      * keyed on a project id (CONTRACT-REJECT, STALE-SKIP) have one
      ******************************************************************
       QUEUE-ITEM-REFRESH.
           MOVE "N" TO WS-RFQ-QUEUED
           IF WS-QI-SOURCE(WS-QI-FOUND-IDX) NOT = "CONTRACT-REJECT"
               AND WS-QI-SOURCE(WS-QI-FOUND-IDX) NOT = "STALE-SKIP"
               MOVE "NOT-A-PROJECT" TO WS-AC-NOTE
               PERFORM REJECT-ACTION
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RFQ-PROJ-ID
           UNSTRING WS-QI-KEY(WS-QI-FOUND-IDX) DELIMITED BY "@"
               INTO WS-RFQ-PROJ-ID
           MOVE SPACES TO WS-RFQ-REQUESTED-BY
           STRING "EXCEPTION-QUEUE:" DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
                  INTO WS-RFQ-REQUESTED-BY
           IF WS-AC-NOTE NOT = SPACES
               MOVE WS-AC-NOTE TO WS-RFQ-REASON
           ELSE
               MOVE SPACES TO WS-RFQ-REASON
               STRING "exception item " DELIMITED BY SIZE
                      WS-AC-ID DELIMITED BY SPACE
                      INTO WS-RFQ-REASON
           END-IF
           CALL "REFRESH-REQUEST-ADD" USING WS-RFQ-PROJ-ID
                                            WS-RFQ-REQUESTED-BY
                                            WS-RFQ-REASON
                                            WS-RFQ-QUEUED
           IF WS-RFQ-QUEUED NOT = "Y"
               MOVE "REFRESH-NOT-QUEUED" TO WS-AC-NOTE
               PERFORM REJECT-ACTION
           END-IF.

       REJECT-ACTION.
           ADD 1 TO WS-HIST-FAIL
           IF WS-AR-COUNT < 200
               ADD 1 TO WS-AR-COUNT
               MOVE WS-AC-ID TO WS-AR-ID(WS-AR-COUNT)
               MOVE WS-AC-NOTE TO WS-AR-REASON(WS-AR-COUNT)
           END-IF.

      ******************************************************************
      * OPEN-SOURCE: Open WS-SOURCE-NAME; WS-SOURCE-READ says whether
      * the file was there to read
      ******************************************************************
       OPEN-SOURCE.
           MOVE "N" TO WS-SOURCE-READ
           MOVE "N" TO WS-EOF
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-STATUS = "00"
               MOVE "Y" TO WS-SOURCE-READ
           END-IF.

      ******************************************************************
      * INGEST-DEAD-LETTERS: "mutation|variables|generation" - keyed
      * on the mutation and variables, so a retried item that fails
      * again (generation bumped) stays the same item
      ******************************************************************
       INGEST-DEAD-LETTERS.
           MOVE WS-DEAD-LETTER-NAME TO WS-SOURCE-NAME
           MOVE "DEAD-LETTER" TO WS-IN-SOURCE
           MOVE "MUTATION-BATCH-RUNNER" TO WS-IN-JOB
           MOVE "Y" TO WS-IN-REOPENS
           PERFORM OPEN-SOURCE
           IF WS-SOURCE-READ = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ SOURCE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SOURCE-RECORD NOT = SPACES
                           PERFORM INGEST-ONE-DEAD-LETTER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE
           PERFORM AUTO-CLOSE-SOURCE.

       INGEST-ONE-DEAD-LETTER.
           MOVE SOURCE-RECORD TO WS-HASH-TEXT
           PERFORM FIND-TEXT-LENGTH
      *    A trailing all-digit field is the retry generation - it is
      *    left out of the key
           MOVE SPACES TO WS-SF-GEN
           PERFORM VARYING WS-SCAN-IDX FROM WS-HASH-LEN BY -1
                       UNTIL WS-SCAN-IDX < 1
                          OR WS-HASH-TEXT(WS-SCAN-IDX:1) = "|"
               CONTINUE
           END-PERFORM
           IF WS-SCAN-IDX > 0 AND WS-SCAN-IDX < WS-HASH-LEN
               AND WS-HASH-LEN - WS-SCAN-IDX <= 8
               IF WS-HASH-TEXT(WS-SCAN-IDX + 1:
                               WS-HASH-LEN - WS-SCAN-IDX) IS NUMERIC
                   MOVE WS-HASH-TEXT(WS-SCAN-IDX + 1:
                                     WS-HASH-LEN - WS-SCAN-IDX)
                       TO WS-SF-GEN
                   COMPUTE WS-HASH-LEN = WS-SCAN-IDX - 1
               END-IF
           END-IF
           PERFORM COMPUTE-TEXT-HASH
           MOVE SPACES TO WS-IN-KEY WS-IN-DETAIL
           STRING "DL-" DELIMITED BY SIZE
                  WS-HASH-DIGITS DELIMITED BY SIZE
                  INTO WS-IN-KEY
           MOVE "MUTATION-FAILED" TO WS-IN-CODE
           IF WS-SF-GEN = SPACES
               MOVE "generation 0: " TO WS-IN-DETAIL
           ELSE
               STRING "generation " DELIMITED BY SIZE
                      WS-SF-GEN DELIMITED BY SPACE
                      ": " DELIMITED BY SIZE
                      INTO WS-IN-DETAIL
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-IN-DETAIL DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  SOURCE-RECORD(1:96) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-IN-DETAIL
           MOVE WS-TODAY TO WS-IN-DATE
           PERFORM RECORD-EXCEPTION.

      ******************************************************************
      * INGEST-CONTRACT-REJECTS: "REJECT|project-id|violation|name|
      * status" - the sync rewrites the file each run, so a project
      * no longer listed synced within contract
      ******************************************************************
       INGEST-CONTRACT-REJECTS.
           MOVE WS-CONTRACT-REJECT-NAME TO WS-SOURCE-NAME
           MOVE "CONTRACT-REJECT" TO WS-IN-SOURCE
           MOVE "PROJECT-SYNC-BATCH" TO WS-IN-JOB
           MOVE "Y" TO WS-IN-REOPENS
           PERFORM OPEN-SOURCE
           IF WS-SOURCE-READ = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ SOURCE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM INGEST-ONE-CONTRACT-REJECT
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE
           PERFORM AUTO-CLOSE-SOURCE.

       INGEST-ONE-CONTRACT-REJECT.
           MOVE SPACES TO WS-SF-1 WS-SF-2 WS-SF-3 WS-SF-4 WS-SF-5
           UNSTRING SOURCE-RECORD DELIMITED BY "|"
               INTO WS-SF-1 WS-SF-2 WS-SF-3 WS-SF-4 WS-SF-5
           IF WS-SF-1 NOT = "REJECT" OR WS-SF-2 = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SF-2 TO WS-IN-KEY
           MOVE WS-SF-3 TO WS-IN-CODE
           MOVE SPACES TO WS-IN-DETAIL
           STRING WS-SF-4 DELIMITED BY "  "
                  " (" DELIMITED BY SIZE
                  WS-SF-5 DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
                  INTO WS-IN-DETAIL
           MOVE WS-TODAY TO WS-IN-DATE
           PERFORM RECORD-EXCEPTION.

      ******************************************************************
      * INGEST-WEBHOOK-REJECTS: The raw "signature|payload" deliveries
      * the processor could not apply - keyed on their content
      ******************************************************************
       INGEST-WEBHOOK-REJECTS.
           MOVE WS-WEBHOOK-REJECT-NAME TO WS-SOURCE-NAME
           MOVE "WEBHOOK-REJECT" TO WS-IN-SOURCE
           MOVE "WEBHOOK-EVENT-PROCESSOR" TO WS-IN-JOB
           MOVE "N" TO WS-IN-REOPENS
           PERFORM OPEN-SOURCE
           IF WS-SOURCE-READ = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ SOURCE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SOURCE-RECORD NOT = SPACES
                           PERFORM INGEST-ONE-WEBHOOK-REJECT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE.

       INGEST-ONE-WEBHOOK-REJECT.
           MOVE SOURCE-RECORD TO WS-HASH-TEXT
           PERFORM FIND-TEXT-LENGTH
           PERFORM COMPUTE-TEXT-HASH
           MOVE SPACES TO WS-IN-KEY
           STRING "WH-" DELIMITED BY SIZE
                  WS-HASH-DIGITS DELIMITED BY SIZE
                  INTO WS-IN-KEY
           MOVE "EVENT-REJECTED" TO WS-IN-CODE
           MOVE 1 TO WS-SF-PTR
           MOVE SPACES TO WS-SF-1
           UNSTRING SOURCE-RECORD DELIMITED BY "|"
               INTO WS-SF-1 WITH POINTER WS-SF-PTR
           MOVE SPACES TO WS-IN-DETAIL
           IF WS-SF-PTR <= 8192
               MOVE SOURCE-RECORD(WS-SF-PTR:) TO WS-IN-DETAIL
           END-IF
           MOVE WS-TODAY TO WS-IN-DATE
           PERFORM RECORD-EXCEPTION.

      ******************************************************************
      * INGEST-LOAD-REJECTS: "line-no|reason|raw input line" - keyed on
      * the raw line, since line numbers repeat from load to load
      ******************************************************************
       INGEST-LOAD-REJECTS.
           MOVE WS-LOAD-REJECT-NAME TO WS-SOURCE-NAME
           MOVE "LOAD-REJECT" TO WS-IN-SOURCE
           MOVE "PROJECT-BULK-LOAD" TO WS-IN-JOB
           MOVE "N" TO WS-IN-REOPENS
           PERFORM OPEN-SOURCE
           IF WS-SOURCE-READ = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ SOURCE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SOURCE-RECORD NOT = SPACES
                           PERFORM INGEST-ONE-LOAD-REJECT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE.

       INGEST-ONE-LOAD-REJECT.
           MOVE 1 TO WS-SF-PTR
           MOVE SPACES TO WS-SF-1 WS-SF-2
           UNSTRING SOURCE-RECORD DELIMITED BY "|"
               INTO WS-SF-1 WS-SF-2 WITH POINTER WS-SF-PTR
           MOVE SPACES TO WS-HASH-TEXT WS-IN-DETAIL
           IF WS-SF-PTR <= 8192
               MOVE SOURCE-RECORD(WS-SF-PTR:) TO WS-HASH-TEXT
               MOVE SOURCE-RECORD(WS-SF-PTR:) TO WS-IN-DETAIL
           END-IF
           PERFORM FIND-TEXT-LENGTH
           PERFORM COMPUTE-TEXT-HASH
           MOVE SPACES TO WS-IN-KEY
           STRING "BL-" DELIMITED BY SIZE
                  WS-HASH-DIGITS DELIMITED BY SIZE
                  INTO WS-IN-KEY
           MOVE WS-SF-2 TO WS-IN-CODE
           IF WS-IN-CODE = SPACES
               MOVE "LOAD-REJECTED" TO WS-IN-CODE
           END-IF
           MOVE WS-TODAY TO WS-IN-DATE
           PERFORM RECORD-EXCEPTION.

      ******************************************************************
      * INGEST-STALE-SKIPS: "timestamp|job|project-id|on-file-updated|
      * incoming-updated" - one item per project per day of skips
      ******************************************************************
       INGEST-STALE-SKIPS.
           MOVE WS-STALE-SKIP-NAME TO WS-SOURCE-NAME
           MOVE "STALE-SKIP" TO WS-IN-SOURCE
           MOVE "N" TO WS-IN-REOPENS
           PERFORM OPEN-SOURCE
           IF WS-SOURCE-READ = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ SOURCE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM INGEST-ONE-STALE-SKIP
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE.

       INGEST-ONE-STALE-SKIP.
           MOVE SPACES TO WS-SF-1 WS-SF-2 WS-SF-3 WS-SF-4 WS-SF-5
           UNSTRING SOURCE-RECORD DELIMITED BY "|"
               INTO WS-SF-1 WS-SF-2 WS-SF-3 WS-SF-4 WS-SF-5
           IF WS-SF-3 = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY TO WS-IN-DATE
           IF WS-SF-1(1:4) IS NUMERIC AND WS-SF-1(6:2) IS NUMERIC
               AND WS-SF-1(9:2) IS NUMERIC
               MOVE SPACES TO WS-SF-GEN
               STRING WS-SF-1(1:4) WS-SF-1(6:2) WS-SF-1(9:2)
                   DELIMITED BY SIZE INTO WS-SF-GEN
               MOVE WS-SF-GEN TO WS-IN-DATE
           END-IF
           MOVE SPACES TO WS-IN-KEY WS-IN-DETAIL
           STRING WS-SF-3 DELIMITED BY SPACE
                  "@" DELIMITED BY SIZE
                  WS-IN-DATE DELIMITED BY SIZE
                  INTO WS-IN-KEY
           MOVE "STALE-WRITE-SKIPPED" TO WS-IN-CODE
           MOVE WS-SF-2 TO WS-IN-JOB
           STRING WS-SF-2 DELIMITED BY SPACE
                  " kept " DELIMITED BY SIZE
                  WS-SF-4 DELIMITED BY SPACE
                  " over " DELIMITED BY SIZE
                  WS-SF-5 DELIMITED BY SPACE
                  INTO WS-IN-DETAIL
           PERFORM RECORD-EXCEPTION.

      ******************************************************************
      * INGEST-OWNER-CORRECTIONS: "from-user|to-user" - the integrity
      * check rewrites the file each run, so an owner no longer listed
      * has been put right
      ******************************************************************
       INGEST-OWNER-CORRECTIONS.
           MOVE WS-OWNER-CORRECTION-NAME TO WS-SOURCE-NAME
           MOVE "OWNER-CORRECTION" TO WS-IN-SOURCE
           MOVE "OWNER-INTEGRITY-CHECK" TO WS-IN-JOB
           MOVE "Y" TO WS-IN-REOPENS
           PERFORM OPEN-SOURCE
           IF WS-SOURCE-READ = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ SOURCE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM INGEST-ONE-OWNER-CORRECTION
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE
           PERFORM AUTO-CLOSE-SOURCE.

       INGEST-ONE-OWNER-CORRECTION.
           IF SOURCE-RECORD = SPACES OR SOURCE-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SF-1 WS-SF-2
           UNSTRING SOURCE-RECORD DELIMITED BY "|"
               INTO WS-SF-1 WS-SF-2
           IF WS-SF-1 = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SF-1 TO WS-IN-KEY
           MOVE SPACES TO WS-IN-DETAIL
           IF WS-SF-2 = SPACES
               MOVE "OWNER-NO-SUCCESSOR" TO WS-IN-CODE
               MOVE "successor to be named" TO WS-IN-DETAIL
           ELSE
               MOVE "OWNER-TRANSFER-PENDING" TO WS-IN-CODE
               STRING "transfer to " DELIMITED BY SIZE
                      WS-SF-2 DELIMITED BY SPACE
                      INTO WS-IN-DETAIL
           END-IF
           MOVE WS-TODAY TO WS-IN-DATE
           PERFORM RECORD-EXCEPTION.

      ******************************************************************
      * INGEST-VARIANCE-DECISIONS: "date|RELEASED-or-SUPPRESSED|who|
      * why" - a suppressed hold is an exception until a later
      * release
      ******************************************************************
       INGEST-VARIANCE-DECISIONS.
           MOVE WS-VARIANCE-DECISION-NAME TO WS-SOURCE-NAME
           MOVE "VARIANCE" TO WS-IN-SOURCE
           MOVE "VARIANCE-GATE" TO WS-IN-JOB
           MOVE "N" TO WS-IN-REOPENS
           MOVE 0 TO WS-RELEASED-DATE
           PERFORM OPEN-SOURCE
           IF WS-SOURCE-READ = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ SOURCE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM INGEST-ONE-VARIANCE-DECISION
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE

           IF WS-RELEASED-DATE = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-QI-IDX FROM 1 BY 1
                       UNTIL WS-QI-IDX > WS-QI-COUNT
               IF WS-QI-SOURCE(WS-QI-IDX) = "VARIANCE"
                   AND (WS-QI-STATUS(WS-QI-IDX) = "OPEN"
                     OR WS-QI-STATUS(WS-QI-IDX) = "IN-PROGRESS")
                   AND WS-QI-FIRST(WS-QI-IDX) <= WS-RELEASED-DATE
                   PERFORM AUTO-CLOSE-ITEM
               END-IF
           END-PERFORM.

       INGEST-ONE-VARIANCE-DECISION.
           MOVE SPACES TO WS-SF-1 WS-SF-2 WS-SF-3 WS-SF-4
           UNSTRING SOURCE-RECORD DELIMITED BY "|"
               INTO WS-SF-1 WS-SF-2 WS-SF-3 WS-SF-4
           IF WS-SF-1(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-SF-2 = "RELEASED"
               IF WS-SF-1(1:8) > WS-RELEASED-DATE
                   MOVE WS-SF-1(1:8) TO WS-RELEASED-DATE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-SF-2 NOT = "SUPPRESSED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SF-1(1:8) TO WS-IN-DATE
           MOVE SPACES TO WS-IN-KEY WS-IN-DETAIL
           STRING "HOLD-" DELIMITED BY SIZE
                  WS-IN-DATE DELIMITED BY SIZE
                  INTO WS-IN-KEY
           MOVE "VARIANCE-SUPPRESSED" TO WS-IN-CODE
           STRING WS-SF-3 DELIMITED BY SPACE
                  ": " DELIMITED BY SIZE
                  WS-SF-4 DELIMITED BY "  "
                  INTO WS-IN-DETAIL
           PERFORM RECORD-EXCEPTION.

      ******************************************************************
      * RECORD-EXCEPTION: Match the WS-IN- exception against the
      * queue on source and key - refresh the item already queued, or
      * queue a new one
      ******************************************************************
       RECORD-EXCEPTION.
           ADD 1 TO WS-HIST-READ
           IF WS-IN-CODE = SPACES
               MOVE "UNSPECIFIED" TO WS-IN-CODE
           END-IF
           INSPECT WS-IN-DETAIL REPLACING ALL "|" BY "/"
           INSPECT WS-IN-KEY REPLACING ALL "|" BY "/"

           MOVE 0 TO WS-QI-FOUND-IDX
           PERFORM VARYING WS-QI-IDX FROM 1 BY 1
                       UNTIL WS-QI-IDX > WS-QI-COUNT
               IF WS-QI-SOURCE(WS-QI-IDX) = WS-IN-SOURCE
                   AND WS-QI-KEY(WS-QI-IDX) = WS-IN-KEY
                   MOVE WS-QI-IDX TO WS-QI-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-QI-FOUND-IDX > 0
               MOVE WS-QI-FOUND-IDX TO WS-QI-IDX
               MOVE "Y" TO WS-QI-SEEN(WS-QI-IDX)
               MOVE WS-IN-CODE TO WS-QI-CODE(WS-QI-IDX)
               IF WS-TODAY > WS-QI-LAST(WS-QI-IDX)
                   MOVE WS-TODAY TO WS-QI-LAST(WS-QI-IDX)
               END-IF
      *        Back at a source that is rewritten whole - the fault
      *        has recurred since it closed itself
               IF WS-IN-REOPENS = "Y"
                   AND WS-QI-STATUS(WS-QI-IDX) = "RESOLVED"
                   AND WS-QI-RESOLVED-BY(WS-QI-IDX) = "AUTO"
                   MOVE "OPEN" TO WS-QI-STATUS(WS-QI-IDX)
                   MOVE 0 TO WS-QI-RESOLVED(WS-QI-IDX)
                   MOVE SPACES TO WS-QI-RESOLVED-BY(WS-QI-IDX)
                   ADD 1 TO WS-REOPEN-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-QI-COUNT >= WS-QI-MAX
               MOVE "Y" TO WS-QI-FULL
               ADD 1 TO WS-HIST-FAIL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QI-COUNT
           MOVE WS-QI-COUNT TO WS-QI-IDX
           ADD 1 TO WS-NEXT-SEQ
           MOVE SPACES TO WS-QI-ID(WS-QI-IDX)
           STRING "EXQ-" DELIMITED BY SIZE
                  WS-NEXT-SEQ DELIMITED BY SIZE
                  INTO WS-QI-ID(WS-QI-IDX)
           MOVE WS-IN-SOURCE TO WS-QI-SOURCE(WS-QI-IDX)
           MOVE WS-IN-KEY TO WS-QI-KEY(WS-QI-IDX)
           MOVE WS-IN-CODE TO WS-QI-CODE(WS-QI-IDX)
           MOVE WS-IN-DATE TO WS-QI-FIRST(WS-QI-IDX)
           MOVE WS-TODAY TO WS-QI-LAST(WS-QI-IDX)
           MOVE SPACES TO WS-QI-CID(WS-QI-IDX)
           PERFORM FIND-JOB-CID
           IF WS-JC-FOUND-IDX > 0
               MOVE WS-JC-CID(WS-JC-FOUND-IDX) TO WS-QI-CID(WS-QI-IDX)
           END-IF
           MOVE "UNASSIGNED" TO WS-QI-ASSIGNEE(WS-QI-IDX)
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                       UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-SOURCE(WS-RT-IDX) = WS-IN-SOURCE
                   MOVE WS-RT-ASSIGNEE(WS-RT-IDX)
                       TO WS-QI-ASSIGNEE(WS-QI-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE "OPEN" TO WS-QI-STATUS(WS-QI-IDX)
           MOVE 0 TO WS-QI-RESOLVED(WS-QI-IDX)
           MOVE SPACES TO WS-QI-RESOLVED-BY(WS-QI-IDX)
           MOVE WS-IN-DETAIL TO WS-QI-DETAIL(WS-QI-IDX)
           MOVE "Y" TO WS-QI-SEEN(WS-QI-IDX)
           MOVE "N" TO WS-QI-DROP(WS-QI-IDX)
           ADD 1 TO WS-NEW-COUNT
           ADD 1 TO WS-HIST-OK.

      ******************************************************************
      * AUTO-CLOSE-SOURCE: Items of WS-IN-SOURCE still open but gone
      * from the source file were resolved where they arose
      ******************************************************************
       AUTO-CLOSE-SOURCE.
           PERFORM VARYING WS-QI-IDX FROM 1 BY 1
                       UNTIL WS-QI-IDX > WS-QI-COUNT
               IF WS-QI-SOURCE(WS-QI-IDX) = WS-IN-SOURCE
                   AND WS-QI-SEEN(WS-QI-IDX) = "N"
                   AND (WS-QI-STATUS(WS-QI-IDX) = "OPEN"
                     OR WS-QI-STATUS(WS-QI-IDX) = "IN-PROGRESS")
                   PERFORM AUTO-CLOSE-ITEM
               END-IF
           END-PERFORM.

       AUTO-CLOSE-ITEM.
           MOVE "RESOLVED" TO WS-QI-STATUS(WS-QI-IDX)
           MOVE WS-TODAY TO WS-QI-RESOLVED(WS-QI-IDX)
           MOVE "AUTO" TO WS-QI-RESOLVED-BY(WS-QI-IDX)
           ADD 1 TO WS-AUTO-CLOSED.

      ******************************************************************
      * FIND-TEXT-LENGTH / COMPUTE-TEXT-HASH: Hash WS-HASH-TEXT up to
      * its last non-blank character into WS-HASH-DIGITS
      ******************************************************************
       FIND-TEXT-LENGTH.
           MOVE 8192 TO WS-HASH-LEN
           PERFORM UNTIL WS-HASH-LEN = 0
                      OR WS-HASH-TEXT(WS-HASH-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-HASH-LEN
           END-PERFORM.

       COMPUTE-TEXT-HASH.
           MOVE 0 TO WS-HASH
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                       UNTIL WS-HASH-IDX > WS-HASH-LEN
               COMPUTE WS-HASH = FUNCTION MOD(
                   WS-HASH * 31
                   + FUNCTION ORD(WS-HASH-TEXT(WS-HASH-IDX:1)),
                   1000000007)
           END-PERFORM
           MOVE WS-HASH TO WS-HASH-DIGITS.

      ******************************************************************
      * SAVE-QUEUE: Rewrite the queue, dropping closed items past the
      * retention window
      ******************************************************************
       SAVE-QUEUE.
           OPEN OUTPUT QUEUE-FILE
           PERFORM VARYING WS-QI-IDX FROM 1 BY 1
                       UNTIL WS-QI-IDX > WS-QI-COUNT
               IF (WS-QI-STATUS(WS-QI-IDX) = "RESOLVED"
                   OR WS-QI-STATUS(WS-QI-IDX) = "WONT-FIX")
                   AND WS-QI-RESOLVED(WS-QI-IDX) > 0
                   COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
                       WS-QI-RESOLVED(WS-QI-IDX))
                   IF WS-TODAY-INT - WS-DATE-INT > WS-KEEP-DAYS
                       MOVE "Y" TO WS-QI-DROP(WS-QI-IDX)
                   END-IF
               END-IF
               IF WS-QI-DROP(WS-QI-IDX) = "N"
                   PERFORM WRITE-QUEUE-LINE
               END-IF
           END-PERFORM
           CLOSE QUEUE-FILE.

       WRITE-QUEUE-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-QI-ID(WS-QI-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-QI-SOURCE(WS-QI-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-QI-KEY(WS-QI-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-QI-CODE(WS-QI-IDX) DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-QI-FIRST(WS-QI-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-QI-LAST(WS-QI-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-QI-CID(WS-QI-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-QI-ASSIGNEE(WS-QI-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-QI-STATUS(WS-QI-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-QI-RESOLVED(WS-QI-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-QI-RESOLVED-BY(WS-QI-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-QI-DETAIL(WS-QI-IDX) DELIMITED BY "  "
                  INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO QUEUE-RECORD
           WRITE QUEUE-RECORD.

      ******************************************************************
      * WRITE-AGING-REPORT: Open work by source and by assignee, aged
      * from the day each item was first seen
      ******************************************************************
       WRITE-AGING-REPORT.
      *    Every source gets a line, even with nothing open
           MOVE 0 TO WS-AG-COUNT
           MOVE "SOURCE" TO WS-AG-LOOK-KIND
           MOVE "DEAD-LETTER" TO WS-AG-LOOK-NAME
           PERFORM FIND-AGING-ROW
           MOVE "CONTRACT-REJECT" TO WS-AG-LOOK-NAME
           PERFORM FIND-AGING-ROW
           MOVE "WEBHOOK-REJECT" TO WS-AG-LOOK-NAME
           PERFORM FIND-AGING-ROW
           MOVE "LOAD-REJECT" TO WS-AG-LOOK-NAME
           PERFORM FIND-AGING-ROW
           MOVE "STALE-SKIP" TO WS-AG-LOOK-NAME
           PERFORM FIND-AGING-ROW
           MOVE "OWNER-CORRECTION" TO WS-AG-LOOK-NAME
           PERFORM FIND-AGING-ROW
           MOVE "VARIANCE" TO WS-AG-LOOK-NAME
           PERFORM FIND-AGING-ROW

           PERFORM VARYING WS-QI-IDX FROM 1 BY 1
                       UNTIL WS-QI-IDX > WS-QI-COUNT
               IF WS-QI-DROP(WS-QI-IDX) = "N"
                   PERFORM AGE-ONE-ITEM
               END-IF
           END-PERFORM

           OPEN OUTPUT AGING-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EXCEPTION-AGING|DATE=" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-AGING-LINE
           MOVE "SOURCE" TO WS-AG-LOOK-KIND
           PERFORM WRITE-AGING-ROWS
           MOVE "ASSIGNEE" TO WS-AG-LOOK-KIND
           PERFORM WRITE-AGING-ROWS

           PERFORM VARYING WS-QI-IDX FROM 1 BY 1
                       UNTIL WS-QI-IDX > WS-QI-COUNT
               IF WS-QI-STATUS(WS-QI-IDX) = "OPEN"
                   OR WS-QI-STATUS(WS-QI-IDX) = "IN-PROGRESS"
                   PERFORM WRITE-ITEM-LINE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                       UNTIL WS-AR-IDX > WS-AR-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ACTION-REJECTED|" DELIMITED BY SIZE
                      WS-AR-ID(WS-AR-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-AR-REASON(WS-AR-IDX) DELIMITED BY SPACE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-AGING-LINE
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL|NEW=" DELIMITED BY SIZE
                  WS-NEW-COUNT DELIMITED BY SIZE
                  "|REOPENED=" DELIMITED BY SIZE
                  WS-REOPEN-COUNT DELIMITED BY SIZE
                  "|AUTO-CLOSED=" DELIMITED BY SIZE
                  WS-AUTO-CLOSED DELIMITED BY SIZE
                  "|OPEN=" DELIMITED BY SIZE
                  WS-OPEN-COUNT DELIMITED BY SIZE
                  "|IN-PROGRESS=" DELIMITED BY SIZE
                  WS-PROGRESS-COUNT DELIMITED BY SIZE
                  "|RESOLVED=" DELIMITED BY SIZE
                  WS-RESOLVED-COUNT DELIMITED BY SIZE
                  "|WONT-FIX=" DELIMITED BY SIZE
                  WS-WONTFIX-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-AGING-LINE
           CLOSE AGING-REPORT-FILE.

       AGE-ONE-ITEM.
           EVALUATE WS-QI-STATUS(WS-QI-IDX)
               WHEN "RESOLVED"
                   ADD 1 TO WS-RESOLVED-COUNT
                   EXIT PARAGRAPH
               WHEN "WONT-FIX"
                   ADD 1 TO WS-WONTFIX-COUNT
                   EXIT PARAGRAPH
               WHEN "IN-PROGRESS"
                   ADD 1 TO WS-PROGRESS-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OPEN-COUNT
           END-EVALUATE
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
               WS-QI-FIRST(WS-QI-IDX))
           MOVE 0 TO WS-AGE
           IF WS-TODAY-INT > WS-DATE-INT
               COMPUTE WS-AGE = WS-TODAY-INT - WS-DATE-INT
           END-IF
           IF WS-AGE > 30
               ADD 1 TO WS-AGED-COUNT
           END-IF
           MOVE "SOURCE" TO WS-AG-LOOK-KIND
           MOVE WS-QI-SOURCE(WS-QI-IDX) TO WS-AG-LOOK-NAME
           PERFORM FIND-AGING-ROW
           PERFORM ADD-TO-AGING-ROW
           MOVE "ASSIGNEE" TO WS-AG-LOOK-KIND
           MOVE WS-QI-ASSIGNEE(WS-QI-IDX) TO WS-AG-LOOK-NAME
           PERFORM FIND-AGING-ROW
           PERFORM ADD-TO-AGING-ROW.

      *    WS-AG-FOUND-IDX is the row for WS-AG-LOOK-KIND and -NAME,
      *    added when new; 0 only when the table is full
       FIND-AGING-ROW.
           MOVE 0 TO WS-AG-FOUND-IDX
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                       UNTIL WS-AG-IDX > WS-AG-COUNT
               IF WS-AG-KIND(WS-AG-IDX) = WS-AG-LOOK-KIND
                   AND WS-AG-NAME(WS-AG-IDX) = WS-AG-LOOK-NAME
                   MOVE WS-AG-IDX TO WS-AG-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-AG-FOUND-IDX = 0 AND WS-AG-COUNT < 300
               ADD 1 TO WS-AG-COUNT
               MOVE WS-AG-COUNT TO WS-AG-FOUND-IDX
               INITIALIZE WS-AG-ENTRY(WS-AG-FOUND-IDX)
               MOVE WS-AG-LOOK-KIND TO WS-AG-KIND(WS-AG-FOUND-IDX)
               MOVE WS-AG-LOOK-NAME TO WS-AG-NAME(WS-AG-FOUND-IDX)
           END-IF.

       ADD-TO-AGING-ROW.
           IF WS-AG-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AG-OPEN(WS-AG-FOUND-IDX)
           EVALUATE TRUE
               WHEN WS-AGE <= 1
                   ADD 1 TO WS-AG-B1(WS-AG-FOUND-IDX)
               WHEN WS-AGE <= 7
                   ADD 1 TO WS-AG-B7(WS-AG-FOUND-IDX)
               WHEN WS-AGE <= 30
                   ADD 1 TO WS-AG-B30(WS-AG-FOUND-IDX)
               WHEN OTHER
                   ADD 1 TO WS-AG-BOLD(WS-AG-FOUND-IDX)
           END-EVALUATE
           IF WS-AGE > WS-AG-OLDEST(WS-AG-FOUND-IDX)
               MOVE WS-AGE TO WS-AG-OLDEST(WS-AG-FOUND-IDX)
           END-IF.

       WRITE-AGING-ROWS.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                       UNTIL WS-AG-IDX > WS-AG-COUNT
               IF WS-AG-KIND(WS-AG-IDX) = WS-AG-LOOK-KIND
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING WS-AG-KIND(WS-AG-IDX) DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-AG-NAME(WS-AG-IDX) DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-AG-OPEN(WS-AG-IDX) DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          WS-AG-B1(WS-AG-IDX) DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          WS-AG-B7(WS-AG-IDX) DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          WS-AG-B30(WS-AG-IDX) DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          WS-AG-BOLD(WS-AG-IDX) DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          WS-AG-OLDEST(WS-AG-IDX) DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   PERFORM WRITE-AGING-LINE
               END-IF
           END-PERFORM.

       WRITE-ITEM-LINE.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
               WS-QI-FIRST(WS-QI-IDX))
           MOVE 0 TO WS-AGE
           IF WS-TODAY-INT > WS-DATE-INT
               COMPUTE WS-AGE = WS-TODAY-INT - WS-DATE-INT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ITEM|" DELIMITED BY SIZE
                  WS-QI-ID(WS-QI-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-QI-SOURCE(WS-QI-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-QI-KEY(WS-QI-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-QI-CODE(WS-QI-IDX) DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-QI-STATUS(WS-QI-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-QI-ASSIGNEE(WS-QI-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-AGE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-AGING-LINE.

       WRITE-AGING-LINE.
           MOVE WS-REPORT-LINE TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD.

      ******************************************************************
      * NOTIFY-EXCEPTIONS: One spool alert when new work arrived or
      * open items have gone past thirty days
      ******************************************************************
       NOTIFY-EXCEPTIONS.
           MOVE "WARNING" TO WS-NOTIFY-SEVERITY
           MOVE SPACES TO WS-NOTIFY-SUMMARY WS-NOTIFY-DETAIL
           STRING "Exception queue: " DELIMITED BY SIZE
                  WS-NEW-COUNT DELIMITED BY SIZE
                  " new, " DELIMITED BY SIZE
                  WS-AGED-COUNT DELIMITED BY SIZE
                  " over 30 days" DELIMITED BY SIZE
                  INTO WS-NOTIFY-SUMMARY
           STRING WS-OPEN-COUNT DELIMITED BY SIZE
                  " open, " DELIMITED BY SIZE
                  WS-PROGRESS-COUNT DELIMITED BY SIZE
                  " in progress, " DELIMITED BY SIZE
                  WS-REOPEN-COUNT DELIMITED BY SIZE
                  " reopened, " DELIMITED BY SIZE
                  WS-AUTO-CLOSED DELIMITED BY SIZE
                  " closed at source - see " DELIMITED BY SIZE
                  WS-AGING-REPORT-NAME DELIMITED BY SPACE
                  INTO WS-NOTIFY-DETAIL
           CALL "NOTIFY-SPOOL-WRITE" USING WS-NOTIFY-SEVERITY
                                           WS-HIST-JOB-NAME
                                           WS-NOTIFY-SUMMARY
                                           WS-NOTIFY-DETAIL
                                           WS-HIST-CID.

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

       END PROGRAM EXCEPTION-QUEUE.
