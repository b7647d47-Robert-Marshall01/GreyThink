      ******************************************************************
      * hold_register_report.cbl - Grey Legal Hold Register
      * Legal asks two questions about every matter: what are we
      * holding, and did anything try to destroy it? This report
      * answers both from the files the LEGAL-HOLD registry keeps:
      *
      *   HOLD lines    - every entry on the hold file
      *                   (GREY_HOLD_FILE, default
      *                   /tmp/grey_legal_holds.txt) with its state
      *                   today: ACTIVE, PENDING (placed-on still in
      *                   the future) or RELEASED
      *   BLOCKED lines - every destructive attempt the registry
      *                   refused (/tmp/grey_legal_hold_blocks.txt),
      *                   oldest first
      *
      * Report: /tmp/grey_hold_register.txt
      *   "HOLD|subject|matter|placed-by|placed-on|released-on|state"
      *   "BLOCKED|timestamp|job|action|project-id|owner-id|
      *    held-subject|matter"
      *   "SUMMARY|HOLDS=n|ACTIVE=n|RELEASED=n|BLOCKED=n"
      * RETURN-CODE 0 always - the register is informational.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-REGISTER-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO WS-HOLD-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT BLOCK-LOG-FILE ASSIGN TO WS-BLOCK-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCK-LOG-STATUS.

           SELECT REGISTER-FILE ASSIGN TO WS-REGISTER-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-RECORD                 PIC X(300).

       FD  BLOCK-LOG-FILE.
       01  BLOCK-LOG-RECORD            PIC X(400).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD             PIC X(450).

       WORKING-STORAGE SECTION.
       01  WS-HOLD-FILE-NAME           PIC X(64)
               VALUE "/tmp/grey_legal_holds.txt".
       01  WS-HOLD-FILE-ENV            PIC X(64)  VALUE SPACES.
       01  WS-HOLD-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-BLOCK-LOG-NAME           PIC X(64)
               VALUE "/tmp/grey_legal_hold_blocks.txt".
       01  WS-BLOCK-LOG-STATUS         PIC XX     VALUE SPACES.
       01  WS-REGISTER-NAME            PIC X(64)
               VALUE "/tmp/grey_hold_register.txt".
       01  WS-REGISTER-LINE            PIC X(450) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".

       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-TODAY                    PIC X(10)  VALUE SPACES.

      ******************************************************************
      * Fields of one hold record
      ******************************************************************
       01  WS-REC-SUBJECT              PIC X(64)  VALUE SPACES.
       01  WS-REC-MATTER               PIC X(32)  VALUE SPACES.
       01  WS-REC-PLACED-BY            PIC X(64)  VALUE SPACES.
       01  WS-REC-PLACED-ON            PIC X(10)  VALUE SPACES.
       01  WS-REC-RELEASED-ON          PIC X(10)  VALUE SPACES.
       01  WS-REC-STATE                PIC X(8)   VALUE SPACES.

       01  WS-HOLD-COUNT               PIC 9(5)   VALUE 0.
       01  WS-ACTIVE-COUNT             PIC 9(5)   VALUE 0.
       01  WS-RELEASED-COUNT           PIC 9(5)   VALUE 0.
       01  WS-BLOCKED-COUNT            PIC 9(5)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Legal Hold Register ==="
           MOVE 0 TO RETURN-CODE

           ACCEPT WS-HOLD-FILE-ENV FROM ENVIRONMENT "GREY_HOLD_FILE"
           IF WS-HOLD-FILE-ENV NOT = SPACES
               MOVE WS-HOLD-FILE-ENV TO WS-HOLD-FILE-NAME
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           STRING WS-NOW(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-NOW(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-NOW(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY

           OPEN OUTPUT REGISTER-FILE
           MOVE SPACES TO WS-REGISTER-LINE
           STRING "REGISTER|AS_OF=" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO WS-REGISTER-LINE
           MOVE WS-REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ HOLD-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM WRITE-HOLD-LINE
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           ELSE
               DISPLAY "No hold file (" WS-HOLD-FILE-NAME
                       ") - nothing is under legal hold"
           END-IF

           OPEN INPUT BLOCK-LOG-FILE
           IF WS-BLOCK-LOG-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ BLOCK-LOG-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM WRITE-BLOCKED-LINE
                   END-READ
               END-PERFORM
               CLOSE BLOCK-LOG-FILE
           END-IF

           MOVE SPACES TO WS-REGISTER-LINE
           STRING "SUMMARY|HOLDS=" DELIMITED BY SIZE
                  WS-HOLD-COUNT DELIMITED BY SIZE
                  "|ACTIVE=" DELIMITED BY SIZE
                  WS-ACTIVE-COUNT DELIMITED BY SIZE
                  "|RELEASED=" DELIMITED BY SIZE
                  WS-RELEASED-COUNT DELIMITED BY SIZE
                  "|BLOCKED=" DELIMITED BY SIZE
                  WS-BLOCKED-COUNT DELIMITED BY SIZE
                  INTO WS-REGISTER-LINE
           MOVE WS-REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           CLOSE REGISTER-FILE

           DISPLAY "Register complete. Holds: " WS-HOLD-COUNT
                   " Active: " WS-ACTIVE-COUNT
                   " Released: " WS-RELEASED-COUNT
                   " Blocked attempts: " WS-BLOCKED-COUNT
           STOP RUN.

      ******************************************************************
      * WRITE-HOLD-LINE: One hold file entry with its state today
      ******************************************************************
       WRITE-HOLD-LINE.
           IF HOLD-RECORD = SPACES OR HOLD-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REC-SUBJECT WS-REC-MATTER
                          WS-REC-PLACED-BY WS-REC-PLACED-ON
                          WS-REC-RELEASED-ON
           UNSTRING HOLD-RECORD DELIMITED BY "|"
               INTO WS-REC-SUBJECT WS-REC-MATTER WS-REC-PLACED-BY
                    WS-REC-PLACED-ON WS-REC-RELEASED-ON
           IF WS-REC-SUBJECT = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-HOLD-COUNT
           EVALUATE TRUE
               WHEN WS-REC-RELEASED-ON NOT = SPACES
                   AND WS-REC-RELEASED-ON <= WS-TODAY
                   MOVE "RELEASED" TO WS-REC-STATE
                   ADD 1 TO WS-RELEASED-COUNT
               WHEN WS-REC-PLACED-ON NOT = SPACES
                   AND WS-REC-PLACED-ON > WS-TODAY
                   MOVE "PENDING" TO WS-REC-STATE
               WHEN OTHER
                   MOVE "ACTIVE" TO WS-REC-STATE
                   ADD 1 TO WS-ACTIVE-COUNT
           END-EVALUATE

           MOVE SPACES TO WS-REGISTER-LINE
           STRING "HOLD|" DELIMITED BY SIZE
                  WS-REC-SUBJECT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-REC-MATTER DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-REC-PLACED-BY DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-REC-PLACED-ON DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-REC-RELEASED-ON DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-REC-STATE DELIMITED BY SPACE
                  INTO WS-REGISTER-LINE
           MOVE WS-REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD.

      ******************************************************************
      * WRITE-BLOCKED-LINE: One refused destructive attempt
      ******************************************************************
       WRITE-BLOCKED-LINE.
           IF BLOCK-LOG-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BLOCKED-COUNT
           MOVE SPACES TO WS-REGISTER-LINE
           STRING "BLOCKED|" DELIMITED BY SIZE
                  BLOCK-LOG-RECORD DELIMITED BY "  "
                  INTO WS-REGISTER-LINE
           MOVE WS-REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD.

       END PROGRAM HOLD-REGISTER-REPORT.
