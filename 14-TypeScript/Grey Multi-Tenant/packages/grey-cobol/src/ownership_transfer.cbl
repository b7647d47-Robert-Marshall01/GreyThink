      * The job refuses to run if the target user's account status is
      * anything but "active" - transferring the estate onto another
      * suspended or pending account just moves the problem.
      *
      * When GREY_XFER_TO_USER is not given the from-user's successor
      * on the owner delegate register (DELEGATE-LOOKUP) is used, and
      * with none registered the job stops. Whichever way the
      * successor is named, one who is departing themselves - on the
      * HR termination file or already being offboarded
      * (DELEGATE-DEPARTING) - is refused like an inactive one.
      *
      * List mode: when GREY_XFER_LIST_FILE names a transfer list the
      * job instead works through its lines, "project-id|from-user|
      * to-user" ("#" lines are comments), such as the list the owner
      * attestation campaign queues its TRANSFER-TO decisions on.
      * Each project is re-read first and left alone (SKIPPED) unless
      * it is still owned by from-user, so a list can be run again
      * safely; a line with no to-user takes the from-user's
      * registered successor, and a to-user who is not active or is
      * departing is REFUSED for that line only.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OWNERSHIP-TRANSFER.
           SELECT XFER-REPORT-FILE ASSIGN TO WS-XFER-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT XFER-LIST-FILE ASSIGN TO WS-XFER-LIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XFER-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XFER-REPORT-FILE.
       01  XFER-REPORT-RECORD          PIC X(700).

       FD  XFER-LIST-FILE.
       01  XFER-LIST-RECORD            PIC X(200).

       WORKING-STORAGE SECTION.
       COPY GREYCONF.
       COPY GREYERR.

       01  WS-FROM-USER-ENV            PIC X(64)  VALUE SPACES.
       01  WS-TO-USER-ENV              PIC X(64)  VALUE SPACES.
       01  WS-REG-BACKUP               PIC X(64)  VALUE SPACES.
       01  WS-REG-FOUND                PIC X      VALUE "N".
       01  WS-TO-DEPARTING             PIC X      VALUE "N".

       01  WS-XFER-LIST-NAME           PIC X(256) VALUE SPACES.
       01  WS-XFER-LIST-STATUS         PIC XX     VALUE SPACES.
       01  WS-XFER-LIST-EOF            PIC X      VALUE "N".
       01  WS-LIST-PROJ-ID             PIC X(64)  VALUE SPACES.
       01  WS-SKIP-COUNT               PIC 9(5)   VALUE 0.
       01  WS-REFUSED-COUNT            PIC 9(5)   VALUE 0.

       01  WS-PAGE-IDX                 PIC 9(5)   VALUE 1.
       01  WS-MORE-PAGES               PIC X      VALUE "Y".
           DISPLAY "=== Grey Project Ownership Transfer ==="
           MOVE 0 TO RETURN-CODE

           ACCEPT WS-XFER-LIST-NAME
               FROM ENVIRONMENT "GREY_XFER_LIST_FILE"
           IF WS-XFER-LIST-NAME NOT = SPACES
               PERFORM RUN-TRANSFER-LIST
               STOP RUN
           END-IF

           ACCEPT WS-FROM-USER-ENV
               FROM ENVIRONMENT "GREY_XFER_FROM_USER"
           ACCEPT WS-TO-USER-ENV
               FROM ENVIRONMENT "GREY_XFER_TO_USER"

           IF WS-FROM-USER-ENV = SPACES
               DISPLAY "GREY_XFER_FROM_USER is required"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-TO-USER-ENV = SPACES
               PERFORM DEFAULT-TO-SUCCESSOR
               IF WS-TO-USER-ENV = SPACES
                   DISPLAY "GREY_XFER_TO_USER not given and no "
                           "successor registered for "
                           FUNCTION TRIM(WS-FROM-USER-ENV)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Using registered successor "
                       FUNCTION TRIM(WS-TO-USER-ENV)
           END-IF

           IF WS-FROM-USER-ENV = WS-TO-USER-ENV
               DISPLAY "From-user and to-user are the same account - "
                       "nothing to transfer"
                       " is not active (status: " WS-USER-STATUS
                       ") - refusing to transfer"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "DELEGATE-DEPARTING" USING WS-TO-USER-ENV
                                           WS-TO-DEPARTING
           IF WS-TO-DEPARTING = "Y"
               DISPLAY "Target user " WS-TO-USER-ENV
                       " is departing - refusing to transfer"
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * DEFAULT-TO-SUCCESSOR: The from-user's registered successor as
      * the to-user (left blank when none is registered)
      ******************************************************************
       DEFAULT-TO-SUCCESSOR.
           CALL "DELEGATE-LOOKUP" USING WS-FROM-USER-ENV
                                        WS-REG-BACKUP
                                        WS-TO-USER-ENV
                                        WS-REG-FOUND.

      ******************************************************************
      * COLLECT-OWNED-PROJECTS: Walk the owner-filtered project list
      * and collect every project ID the departing user still owns
               WRITE XFER-REPORT-RECORD
           END-IF.

      ******************************************************************
      * RUN-TRANSFER-LIST: List mode - one transfer per line of the
      * GREY_XFER_LIST_FILE list, each with its own from and to user
      ******************************************************************
       RUN-TRANSFER-LIST.
           OPEN INPUT XFER-LIST-FILE
           IF WS-XFER-LIST-STATUS NOT = "00"
               DISPLAY "Cannot open transfer list "
                       FUNCTION TRIM(WS-XFER-LIST-NAME)
                       " (status " WS-XFER-LIST-STATUS ")"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM INITIALIZE-CONFIG
           PERFORM AUTHENTICATE
           IF WS-RESULT-OK NOT = "Y"
               DISPLAY "Login failed: " WS-RES-ERR-MSG
                       " (correlation id: " WS-RESULT-CORRELATION-ID
                       ")"
               CLOSE XFER-LIST-FILE
               MOVE 8 TO RETURN-CODE
               CALL "SDK-SHUTDOWN"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT XFER-REPORT-FILE
           MOVE SPACES TO WS-XFER-LINE
           STRING "TRANSFER|LIST=" DELIMITED BY SIZE
                  WS-XFER-LIST-NAME DELIMITED BY SPACE
                  INTO WS-XFER-LINE
           MOVE WS-XFER-LINE TO XFER-REPORT-RECORD
           WRITE XFER-REPORT-RECORD
           MOVE "STATUS|PROJECT_ID|NAME_OR_ERROR|CORRELATION_ID"
               TO XFER-REPORT-RECORD
           WRITE XFER-REPORT-RECORD

           PERFORM UNTIL WS-XFER-LIST-EOF = "Y"
               READ XFER-LIST-FILE
                   AT END MOVE "Y" TO WS-XFER-LIST-EOF
                   NOT AT END
                       PERFORM TRANSFER-LIST-LINE
               END-READ
           END-PERFORM
           CLOSE XFER-LIST-FILE

           MOVE SPACES TO WS-XFER-LINE
           STRING "SUMMARY|MOVED=" DELIMITED BY SIZE
                  WS-MOVED-COUNT DELIMITED BY SIZE
                  "|FAILED=" DELIMITED BY SIZE
                  WS-FAIL-COUNT DELIMITED BY SIZE
                  "|SKIPPED=" DELIMITED BY SIZE
                  WS-SKIP-COUNT DELIMITED BY SIZE
                  "|REFUSED=" DELIMITED BY SIZE
                  WS-REFUSED-COUNT DELIMITED BY SIZE
                  INTO WS-XFER-LINE
           MOVE WS-XFER-LINE TO XFER-REPORT-RECORD
           WRITE XFER-REPORT-RECORD
           CLOSE XFER-REPORT-FILE
           CALL "SDK-SHUTDOWN"

           IF WS-FAIL-COUNT > 0 OR WS-REFUSED-COUNT > 0
               IF WS-MOVED-COUNT = 0 AND WS-SKIP-COUNT = 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY "Transfer list complete. Moved: " WS-MOVED-COUNT
                   " Failed: " WS-FAIL-COUNT
                   " Skipped: " WS-SKIP-COUNT
                   " Refused: " WS-REFUSED-COUNT.

      ******************************************************************
      * TRANSFER-LIST-LINE: Check and carry out one listed transfer
      ******************************************************************
       TRANSFER-LIST-LINE.
           IF XFER-LIST-RECORD = SPACES
               OR XFER-LIST-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LIST-PROJ-ID WS-FROM-USER-ENV
                          WS-TO-USER-ENV
           UNSTRING XFER-LIST-RECORD DELIMITED BY "|"
               INTO WS-LIST-PROJ-ID WS-FROM-USER-ENV WS-TO-USER-ENV
           MOVE SPACES TO WS-XFER-LINE

           IF WS-TO-USER-ENV = SPACES AND WS-FROM-USER-ENV NOT = SPACES
               PERFORM DEFAULT-TO-SUCCESSOR
               IF WS-TO-USER-ENV = SPACES
                   ADD 1 TO WS-REFUSED-COUNT
                   STRING "REFUSED|" DELIMITED BY SIZE
                          WS-LIST-PROJ-ID DELIMITED BY SPACE
                          "|no to-user and no successor registered|"
                              DELIMITED BY SIZE
                          INTO WS-XFER-LINE
                   PERFORM WRITE-LIST-RESULT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-LIST-PROJ-ID = SPACES OR WS-TO-USER-ENV = SPACES
               OR WS-FROM-USER-ENV = WS-TO-USER-ENV
               ADD 1 TO WS-REFUSED-COUNT
               STRING "REFUSED|" DELIMITED BY SIZE
                      WS-LIST-PROJ-ID DELIMITED BY SPACE
                      "|malformed list line|" DELIMITED BY SIZE
                      INTO WS-XFER-LINE
               PERFORM WRITE-LIST-RESULT
               EXIT PARAGRAPH
           END-IF

      *    Only move a project its listed owner still holds
           MOVE SPACES TO WS-PROJECT-REQUEST
           MOVE WS-LIST-PROJ-ID TO WS-PROJ-ID-REQ
           CALL "PROJECTS-GET" USING WS-GREY-CONFIG
                                     WS-PROJECT-REQUEST
                                     WS-PROJECT-RESPONSE
                                     WS-GREY-RESULT
           IF WS-RESULT-OK NOT = "Y"
               ADD 1 TO WS-FAIL-COUNT
               STRING "FAILED|" DELIMITED BY SIZE
                      WS-LIST-PROJ-ID DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RES-ERR-MSG DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RESULT-CORRELATION-ID DELIMITED BY SPACE
                      INTO WS-XFER-LINE
               PERFORM WRITE-LIST-RESULT
               EXIT PARAGRAPH
           END-IF
           IF WS-PROJ-OWNER-ID NOT = WS-FROM-USER-ENV
               ADD 1 TO WS-SKIP-COUNT
               STRING "SKIPPED|" DELIMITED BY SIZE
                      WS-LIST-PROJ-ID DELIMITED BY SPACE
                      "|now owned by " DELIMITED BY SIZE
                      WS-PROJ-OWNER-ID DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      INTO WS-XFER-LINE
               PERFORM WRITE-LIST-RESULT
               EXIT PARAGRAPH
           END-IF

           CALL "USER-GET" USING WS-GREY-CONFIG WS-TO-USER-ENV
                                 WS-USER-RESPONSE WS-GREY-RESULT
           IF WS-RESULT-OK NOT = "Y" OR NOT WS-USER-ACTIVE
               ADD 1 TO WS-REFUSED-COUNT
               STRING "REFUSED|" DELIMITED BY SIZE
                      WS-LIST-PROJ-ID DELIMITED BY SPACE
                      "|target " DELIMITED BY SIZE
                      WS-TO-USER-ENV DELIMITED BY SPACE
                      " not active|" DELIMITED BY SIZE
                      INTO WS-XFER-LINE
               PERFORM WRITE-LIST-RESULT
               EXIT PARAGRAPH
           END-IF

           CALL "DELEGATE-DEPARTING" USING WS-TO-USER-ENV
                                           WS-TO-DEPARTING
           IF WS-TO-DEPARTING = "Y"
               ADD 1 TO WS-REFUSED-COUNT
               STRING "REFUSED|" DELIMITED BY SIZE
                      WS-LIST-PROJ-ID DELIMITED BY SPACE
                      "|target " DELIMITED BY SIZE
                      WS-TO-USER-ENV DELIMITED BY SPACE
                      " departing|" DELIMITED BY SIZE
                      INTO WS-XFER-LINE
               PERFORM WRITE-LIST-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-XFER-IDX
           MOVE WS-LIST-PROJ-ID TO WS-XFER-PROJ-ID(1)
           MOVE WS-PROJ-NAME TO WS-XFER-PROJ-NAME(1)
           PERFORM TRANSFER-ONE-PROJECT.

       WRITE-LIST-RESULT.
           MOVE WS-XFER-LINE TO XFER-REPORT-RECORD
           WRITE XFER-REPORT-RECORD.

       END PROGRAM OWNERSHIP-TRANSFER.
