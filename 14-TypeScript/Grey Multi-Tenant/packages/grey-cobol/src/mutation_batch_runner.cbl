      * records, runs them all through MUTATION-BATCH-ALL, and writes
      * a run report plus a dead-letter file of the mutations that
      * failed so a later run can replay just those without having to
      * resend the whole batch. Failures are appended to the
      * dead-letter file, never written over it: only
      * MUTATION-DEAD-LETTER-REPLAY rewrites it, dropping the items
      * that replay cleanly, so a batch run between replays cannot
      * lose the dead letters still waiting (and EXCEPTION-QUEUE can
      * take an item gone from the file as replayed).
      *
      * The API happily honors repeats, so a resubmitted upstream
      * extract used to apply every mutation twice. Each input line
      * referencing the manifest's run ID exists; the approver is
      * recorded in the run report, and a manifest older than
      * GREY_MUT_PLAN_DAYS (default 5) is voided instead of applied.
      * The manifest header carries the operator who planned the
      * batch (GREY_OPERATOR_ID), and the apply run writes the
      * planner and the approver to the approval ledger
      * (APPROVAL-LEDGER-WRITE) for the segregation-of-duties report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MUTATION-BATCH-RUNNER.

           SELECT MUT-DEAD-LETTER-FILE
               ASSIGN TO WS-MUT-DEAD-LETTER-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MUT-DEAD-LETTER-FILE-STATUS.

           SELECT OPERATOR-STOP-FILE ASSIGN TO WS-STOP-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
       01  WS-MUT-REPORT-LINE          PIC X(1536).
       01  WS-MUT-DEAD-LETTER-FILE-NAME PIC X(64)
               VALUE "/tmp/grey_mutation_batch_dead_letter.txt".
       01  WS-MUT-DEAD-LETTER-FILE-STATUS PIC XX  VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".

      ******************************************************************
      * Operator stop request - a stop file meant for this job (see
      * CHECK-OPERATOR-STOP) asks the run to finish its in-flight
      * work, secure its checkpoint, and exit cleanly with
      * RETURN-CODE 16 so the restart resumes exactly where it
      * stopped
      ******************************************************************
       01  WS-STOP-FILE-NAME           PIC X(64)
               VALUE "/tmp/grey_operator_stop".
       01  WS-STOP-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-STOP-REQUESTED           PIC X      VALUE "N".
           88  WS-STOP-IS-REQUESTED               VALUE "Y".
       01  WS-STOP-EOF                 PIC X      VALUE "N".
       01  WS-STOP-LINES               PIC X      VALUE "N".
       01  WS-STOP-TAG                 PIC X(8)   VALUE SPACES.
       01  WS-STOP-JOB                 PIC X(32)  VALUE SPACES.

       01  WS-HOST-ENV                 PIC X(256) VALUE SPACES.
       01  WS-PORT-ENV                 PIC X(5)   VALUE SPACES.
       01  WS-APPR-TAG                 PIC X(8)   VALUE SPACES.
       01  WS-APPR-RUN-ID              PIC X(24)  VALUE SPACES.
       01  WS-APPROVER                 PIC X(64)  VALUE SPACES.
       01  WS-OPERATOR-ID              PIC X(64)  VALUE SPACES.
       01  WS-PLAN-SUBMITTER           PIC X(64)  VALUE SPACES.
       01  WS-LEDGER-SUBJECT           PIC X(64)  VALUE SPACES.
       01  WS-LEDGER-ACTION            PIC X(16)  VALUE "APPLY".

      ******************************************************************
      * Operation names derived from each mutation's text - used only
               STOP RUN
           END-IF

           MOVE WS-PLAN-RUN-ID TO WS-LEDGER-SUBJECT
           CALL "APPROVAL-LEDGER-WRITE" USING WS-HIST-JOB-NAME
                                              WS-LEDGER-SUBJECT
                                              WS-LEDGER-ACTION
                                              WS-PLAN-SUBMITTER
                                              WS-APPROVER

           CALL "MUTATION-BATCH-ALL" USING WS-GREY-CONFIG
                                           WS-BATCH-ALL-REQUEST
                                           WS-BATCH-ALL-RESPONSE
           END-IF

           OPEN OUTPUT MUT-REPORT-FILE
           OPEN EXTEND MUT-DEAD-LETTER-FILE
           IF WS-MUT-DEAD-LETTER-FILE-STATUS = "35"
               OPEN OUTPUT MUT-DEAD-LETTER-FILE
           END-IF
           PERFORM WRITE-HEADER

           MOVE SPACES TO WS-MUT-REPORT-LINE

      ******************************************************************
      * CHECK-OPERATOR-STOP: A stop file on disk flips the stop flag
      * when it is meant for this job - an empty file (touched by
      * hand) or any line other than "STOP|job|..." stops every job;
      * a "STOP|" line stops the job it names, or every job for ALL
      ******************************************************************
       CHECK-OPERATOR-STOP.
           OPEN INPUT OPERATOR-STOP-FILE
           IF WS-STOP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-STOP-LINES
           MOVE "N" TO WS-STOP-EOF
           PERFORM UNTIL WS-STOP-EOF = "Y"
               READ OPERATOR-STOP-FILE
                   AT END MOVE "Y" TO WS-STOP-EOF
                   NOT AT END
                       IF OPERATOR-STOP-RECORD NOT = SPACES
                           MOVE "Y" TO WS-STOP-LINES
                           MOVE SPACES TO WS-STOP-TAG WS-STOP-JOB
                           UNSTRING OPERATOR-STOP-RECORD
                               DELIMITED BY "|"
                               INTO WS-STOP-TAG WS-STOP-JOB
                           IF WS-STOP-TAG NOT = "STOP"
                               OR WS-STOP-JOB = "ALL"
                               OR WS-STOP-JOB = WS-HIST-JOB-NAME
                               MOVE "Y" TO WS-STOP-REQUESTED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-STOP-FILE
           IF WS-STOP-LINES = "N"
               MOVE "Y" TO WS-STOP-REQUESTED
           END-IF.

      ******************************************************************

           OPEN OUTPUT PLAN-FILE

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "GREY_OPERATOR_ID"
           MOVE SPACES TO WS-PLAN-LINE
           STRING "PLAN|" DELIMITED BY SIZE
                  WS-HIST-RUN-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-NOW(1:8) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
                  INTO WS-PLAN-LINE
           MOVE WS-PLAN-LINE TO PLAN-RECORD
           WRITE PLAN-RECORD
      ******************************************************************
       CHECK-APPROVAL.
           MOVE SPACES TO WS-PLAN-TAG WS-PLAN-RUN-ID WS-PLAN-DATE
                          WS-PLAN-SUBMITTER

           OPEN INPUT PLAN-FILE
           IF WS-PLAN-FILE-STATUS NOT = "00"
               NOT AT END
                   UNSTRING PLAN-RECORD DELIMITED BY "|"
                       INTO WS-PLAN-TAG WS-PLAN-RUN-ID WS-PLAN-DATE
                            WS-PLAN-SUBMITTER
           END-READ
           CLOSE PLAN-FILE

           MOVE "job failed - see job log and report"
               TO WS-NOTIFY-SUMMARY
           MOVE WS-RES-ERR-MSG TO WS-NOTIFY-DETAIL
           CALL "NOTIFY-SPOOL-WRITE-ERROR" USING
               WS-NOTIFY-SEVERITY
               WS-HIST-JOB-NAME
               WS-NOTIFY-SUMMARY
               WS-NOTIFY-DETAIL
               WS-RESULT-CORRELATION-ID
               WS-RES-ERR-CODE.

       END PROGRAM MUTATION-BATCH-RUNNER.
