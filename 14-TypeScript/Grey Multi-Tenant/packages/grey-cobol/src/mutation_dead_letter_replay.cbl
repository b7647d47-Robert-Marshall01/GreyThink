      * first 500 records are replayed, and everything beyond them is
      * carried forward into the rewritten file unchanged - no record
      * is ever dropped by an overflowing replay.
      *
      * The first FAILED and the first ESCALATE line are each followed
      * by a "RUNBOOK|code|meaning|guidance" line from the runbook
      * catalog (MUTATION-FAILED, MUTATION-ESCALATED), and a failed
      * login or replay batch call prints the catalog's guidance for
      * its error code.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MUTATION-DEAD-LETTER-REPLAY.
       COPY GREYRES.
       COPY GREYAUTH.
       COPY GREYQRY.
       COPY GREYRUNB.

       01  WS-DEAD-LETTER-FILE-NAME    PIC X(64)
               VALUE "/tmp/grey_mutation_batch_dead_letter.txt".
               DISPLAY "Login failed: " WS-RES-ERR-MSG
                       " (correlation id: " WS-RESULT-CORRELATION-ID
                       ")"
               PERFORM SHOW-RUNBOOK-GUIDANCE
               MOVE 8 TO RETURN-CODE
               CALL "SDK-SHUTDOWN"
               STOP RUN
               DISPLAY "Replay batch call failed: " WS-RES-ERR-MSG
                       " (correlation id: " WS-RESULT-CORRELATION-ID
                       ")"
               PERFORM SHOW-RUNBOOK-GUIDANCE
               MOVE 8 TO RETURN-CODE
               CALL "SDK-SHUTDOWN"
               STOP RUN
                          WS-GEN-OUT DELIMITED BY SIZE
                          " runs in a row" DELIMITED BY SIZE
                          INTO WS-REPLAY-REPORT-LINE
                   MOVE "MUTATION-ESCALATED" TO WS-RUNBOOK-CODE
               ELSE
                   STRING "FAILED|" DELIMITED BY SIZE
                          WS-IDX DELIMITED BY SIZE
                          "|generation " DELIMITED BY SIZE
                          WS-GEN-OUT DELIMITED BY SIZE
                          INTO WS-REPLAY-REPORT-LINE
                   MOVE "MUTATION-FAILED" TO WS-RUNBOOK-CODE
               END-IF
               MOVE WS-REPLAY-REPORT-LINE TO REPLAY-REPORT-RECORD
               WRITE REPLAY-REPORT-RECORD
               PERFORM WRITE-RUNBOOK-LINE
               PERFORM WRITE-DEAD-LETTER-LINE
           END-IF.

           MOVE WS-REPLAY-REPORT-LINE TO REPLAY-REPORT-RECORD
           WRITE REPLAY-REPORT-RECORD.

      ******************************************************************
      * WRITE-RUNBOOK-LINE: The runbook catalog's guidance for
      * WS-RUNBOOK-CODE, once per code per report
      ******************************************************************
       WRITE-RUNBOOK-LINE.
           MOVE "Y" TO WS-RUNBOOK-NEW
           PERFORM VARYING WS-RUNBOOK-GIVEN-IDX FROM 1 BY 1
                       UNTIL WS-RUNBOOK-GIVEN-IDX
                           > WS-RUNBOOK-GIVEN-COUNT
               IF WS-RUNBOOK-GIVEN(WS-RUNBOOK-GIVEN-IDX)
                   = WS-RUNBOOK-CODE
                   MOVE "N" TO WS-RUNBOOK-NEW
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RUNBOOK-NEW = "N" OR WS-RUNBOOK-GIVEN-COUNT >= 50
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RUNBOOK-GIVEN-COUNT
           MOVE WS-RUNBOOK-CODE
               TO WS-RUNBOOK-GIVEN(WS-RUNBOOK-GIVEN-COUNT)

           MOVE "MUTATION-DEAD-LETTER-REPLAY" TO WS-RUNBOOK-JOB
           CALL "RUNBOOK-LOOKUP" USING WS-RUNBOOK-CODE WS-RUNBOOK-JOB
                                       WS-RUNBOOK
           MOVE SPACES TO WS-REPLAY-REPORT-LINE
           IF WS-RUNBOOK-IS-FOUND
               STRING "RUNBOOK|" DELIMITED BY SIZE
                      WS-RUNBOOK-CODE DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RUNBOOK-MEANING DELIMITED BY "  "
                      "|" DELIMITED BY SIZE
                      WS-RUNBOOK-GUIDANCE DELIMITED BY "  "
                      INTO WS-REPLAY-REPORT-LINE
           ELSE
               STRING "RUNBOOK|" DELIMITED BY SIZE
                      WS-RUNBOOK-CODE DELIMITED BY SPACE
                      "|no runbook entry for this code|"
                          DELIMITED BY SIZE
                      INTO WS-REPLAY-REPORT-LINE
           END-IF
           MOVE WS-REPLAY-REPORT-LINE TO REPLAY-REPORT-RECORD
           WRITE REPLAY-REPORT-RECORD.

      ******************************************************************
      * SHOW-RUNBOOK-GUIDANCE: Display the runbook catalog's guidance
      * for the error code of the call that just failed
      ******************************************************************
       SHOW-RUNBOOK-GUIDANCE.
           MOVE WS-RES-ERR-CODE TO WS-RUNBOOK-CODE
           MOVE "MUTATION-DEAD-LETTER-REPLAY" TO WS-RUNBOOK-JOB
           CALL "RUNBOOK-LOOKUP" USING WS-RUNBOOK-CODE WS-RUNBOOK-JOB
                                       WS-RUNBOOK
           IF WS-RUNBOOK-IS-FOUND
               DISPLAY "Runbook (" FUNCTION TRIM(WS-RUNBOOK-CODE)
                       "): " FUNCTION TRIM(WS-RUNBOOK-GUIDANCE)
           ELSE
               DISPLAY "Runbook: no entry for "
                       FUNCTION TRIM(WS-RUNBOOK-CODE)
           END-IF.

      ******************************************************************
      * WRITE-HEADER: Write the replay report's column header line
      ******************************************************************
