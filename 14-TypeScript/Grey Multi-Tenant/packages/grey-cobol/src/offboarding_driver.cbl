      *
      * HR termination file (GREY_TERM_FILE, default
      * /tmp/grey_hr_terminations.txt): "user-id|successor-id".
      * HR usually leaves the successor blank; step 3 then takes the
      * successor the user named on the owner delegate register
      * (DELEGATE-LOOKUP). Either way the step fails, for a rerun
      * once it is put right, when there is no successor or the
      * successor is not active or is departing too (DELEGATE-
      * DEPARTING - on the termination file or being offboarded).
      *
      * The state file (/tmp/grey_offboarding_state.txt,
      * "user-id|last-completed-step") is advanced after each step,
      *   "user|step|OK-or-FAILED|detail"
      * RETURN-CODE 0 all users complete, 4 some steps failed
      * (rerun resumes them), 8 setup failure.
      *
      * The termination file is logged in the file receipt registry
      * (feed HR-TERMINATION) before it is read. A file with the same
      * content as one already worked through completely is
      * quarantined by FILE-RECEIPT and not processed (RETURN-CODE
      * 4). The receipt is only marked processed when every user is
      * complete, so the rerun that resumes failed steps is never
      * mistaken for a duplicate.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USER-OFFBOARDING.
               VALUE "/tmp/grey_hr_terminations.txt".
       01  WS-TERM-FILE-ENV            PIC X(64)  VALUE SPACES.
       01  WS-TERM-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-RECEIPT-FEED             PIC X(32)
               VALUE "HR-TERMINATION".
       01  WS-RECEIPT-POLICY           PIC X      VALUE "Q".
       01  WS-RECEIPT-VERDICT          PIC X(12)  VALUE SPACES.
       01  WS-STATE-FILE-NAME          PIC X(64)
               VALUE "/tmp/grey_offboarding_state.txt".
       01  WS-STATE-FILE-STATUS        PIC XX     VALUE SPACES.
       01  WS-RESUME-STEP              PIC 9(1)   VALUE 0.
       01  WS-USER-FAILED              PIC X      VALUE "N".
       01  WS-STEP-DETAIL              PIC X(256) VALUE SPACES.
       01  WS-REG-BACKUP               PIC X(64)  VALUE SPACES.
       01  WS-REG-FOUND                PIC X      VALUE "N".
       01  WS-SUCC-DEPARTING           PIC X      VALUE "N".

      ******************************************************************
      * Offboarding state across users, rewritten after every step

           PERFORM LOAD-OFFBOARDING-STATE

           CALL "FILE-RECEIPT-CHECK" USING WS-RECEIPT-FEED
                                           WS-TERM-FILE-NAME
                                           WS-RECEIPT-POLICY
                                           WS-RECEIPT-VERDICT
           IF WS-RECEIPT-VERDICT = "DUPLICATE"
               DISPLAY "Termination file already processed - "
                       "quarantined, not processed: "
                       WS-TERM-FILE-NAME
               CALL "SDK-SHUTDOWN"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT TERM-FILE
           IF WS-TERM-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open termination file "
           CLOSE OFFB-REPORT-FILE
           CALL "SDK-SHUTDOWN"

           IF WS-USERS-FAILED = 0
               CALL "FILE-RECEIPT-PROCESSED" USING WS-RECEIPT-FEED
                                                   WS-TERM-FILE-NAME
           END-IF
           MOVE 0 TO RETURN-CODE
           IF WS-USERS-FAILED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           END-IF.

      ******************************************************************
      * STEP 3: Move their projects to the named successor, or the
      * registered one when HR named none
      ******************************************************************
       STEP-TRANSFER-OWNERSHIP.
           IF WS-TERM-SUCCESSOR = SPACES
               CALL "DELEGATE-LOOKUP" USING WS-TERM-USER
                                            WS-REG-BACKUP
                                            WS-TERM-SUCCESSOR
                                            WS-REG-FOUND
           END-IF
           IF WS-TERM-SUCCESSOR = SPACES
               MOVE "Y" TO WS-USER-FAILED
               MOVE "TRANSFER - no successor named or registered"
                   TO WS-STEP-DETAIL
               PERFORM WRITE-STEP-LINE-FAILED
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-SUCCESSOR
           IF WS-USER-FAILED = "Y"
               PERFORM WRITE-STEP-LINE-FAILED
               EXIT PARAGRAPH
           END-IF

      *    Collect and transfer in passes until the owner filter
      *    comes back empty - each moved project drops out of the
      *    filter, so an estate past one table-load drains across
               PERFORM WRITE-STEP-LINE-FAILED
           END-IF.

      *    The successor must be active and not on the way out
      *    themselves
       CHECK-SUCCESSOR.
           MOVE SPACES TO WS-STEP-DETAIL
           CALL "USER-GET" USING WS-GREY-CONFIG WS-TERM-SUCCESSOR
                                 WS-USER-RESPONSE WS-GREY-RESULT
           IF WS-RESULT-OK NOT = "Y"
               MOVE "Y" TO WS-USER-FAILED
               STRING "TRANSFER - cannot fetch successor "
                          DELIMITED BY SIZE
                      WS-TERM-SUCCESSOR DELIMITED BY SPACE
                      INTO WS-STEP-DETAIL
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-USER-ACTIVE
               MOVE "Y" TO WS-USER-FAILED
               STRING "TRANSFER - successor " DELIMITED BY SIZE
                      WS-TERM-SUCCESSOR DELIMITED BY SPACE
                      " not active (" DELIMITED BY SIZE
                      WS-USER-STATUS DELIMITED BY SPACE
                      ")" DELIMITED BY SIZE
                      INTO WS-STEP-DETAIL
               EXIT PARAGRAPH
           END-IF
           CALL "DELEGATE-DEPARTING" USING WS-TERM-SUCCESSOR
                                           WS-SUCC-DEPARTING
           IF WS-SUCC-DEPARTING = "Y"
               MOVE "Y" TO WS-USER-FAILED
               STRING "TRANSFER - successor " DELIMITED BY SIZE
                      WS-TERM-SUCCESSOR DELIMITED BY SPACE
                      " departing" DELIMITED BY SIZE
                      INTO WS-STEP-DETAIL
           END-IF.

       TRANSFER-ONE-OWNED-PROJECT.
           MOVE SPACES TO WS-PROJECT-REQUEST
           MOVE WS-XFER-ENTRY(WS-XFER-IDX) TO WS-PROJ-ID-REQ
