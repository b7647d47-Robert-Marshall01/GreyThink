      ******************************************************************
      * legal_hold.cbl - Grey Legal Hold Registry
      * Legal sometimes instructs us to preserve specific projects,
      * and everything an owner holds, for litigation. Nothing used
      * to stop the archive sweep, the retention purge, the erasure
      * purge, a guided duplicate merge, or a console archive from
      * destroying or changing them. Every one of those paths now
      * asks this registry first and refuses a held item with the
      * distinct LEGAL-HOLD normalized error - a hold is not a fault
      * and never clears on retry. Sweeps report the held item and
      * carry on; a single targeted action (erasure, guided merge,
      * console archive) stops with the error.
      *
      * Hold file (GREY_HOLD_FILE, default /tmp/grey_legal_holds.txt),
      * "#" lines are comments:
      *   "subject-id|matter|placed-by|placed-on|released-on"
      * The subject is a project ID or a user ID. A user hold covers
      * the user's own record and every project the user owns. Dates
      * are YYYY-MM-DD; a hold is in force from placed-on until
      * released-on (blank = still in force).
      *
      * HOLD-LIST-IN-FORCE hands back every hold in force today, for
      * sweeps that work on files rather than on one project at a
      * time (WORK-FILE-HOUSEKEEPING looks for held subjects in the
      * files it is about to compress or delete).
      *
      * Every refused attempt is appended to the block log
      * (/tmp/grey_legal_hold_blocks.txt) for HOLD-REGISTER-REPORT.
      * A dry run names its action "PREVIEW-..." (the archive sweep's
      * PREVIEW-ARCHIVE): it is told of the hold like any other
      * caller, but nothing was attempted, so nothing is logged.
      * Block log lines:
      *   "timestamp|job|action|project-id|owner-id|held-subject|
      *    matter"
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGAL-HOLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO WS-HOLD-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT BLOCK-LOG-FILE ASSIGN TO WS-BLOCK-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCK-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-RECORD                 PIC X(300).

       FD  BLOCK-LOG-FILE.
       01  BLOCK-LOG-RECORD            PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-HOLD-FILE-NAME           PIC X(64)
               VALUE "/tmp/grey_legal_holds.txt".
       01  WS-HOLD-FILE-ENV            PIC X(64)  VALUE SPACES.
       01  WS-HOLD-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-BLOCK-LOG-NAME           PIC X(64)
               VALUE "/tmp/grey_legal_hold_blocks.txt".
       01  WS-BLOCK-LOG-STATUS         PIC XX     VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".

       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-TODAY                    PIC X(10)  VALUE SPACES.
       01  WS-TS                       PIC X(19)  VALUE SPACES.

      ******************************************************************
      * Fields of one hold record
      ******************************************************************
       01  WS-REC-SUBJECT              PIC X(64)  VALUE SPACES.
       01  WS-REC-MATTER               PIC X(32)  VALUE SPACES.
       01  WS-REC-PLACED-BY            PIC X(64)  VALUE SPACES.
       01  WS-REC-PLACED-ON            PIC X(10)  VALUE SPACES.
       01  WS-REC-RELEASED-ON          PIC X(10)  VALUE SPACES.

       01  WS-HELD-SUBJECT             PIC X(64)  VALUE SPACES.
       01  WS-HOLD-IN-FORCE            PIC X      VALUE "N".
       01  WS-BLOCK-LINE               PIC X(400) VALUE SPACES.
       01  WS-HOLD-MSG                 PIC X(256) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-JOB-NAME                 PIC X(32).
       01  LS-ACTION                   PIC X(16).
       01  LS-PROJECT-ID               PIC X(64).
       01  LS-OWNER-ID                 PIC X(64).
       01  LS-HELD                     PIC X.
       01  LS-MATTER                   PIC X(32).
       01  LS-RESULT-ERROR.
           05  LS-RES-ERR-CODE         PIC X(32).
           05  LS-RES-ERR-MSG          PIC X(256).
           05  LS-RES-ERR-DETAILS      PIC X(1024).
           05  LS-RES-ERR-RETRYABLE    PIC X.
       01  LS-HOLD-LIST.
           05  LS-HL-COUNT             PIC 9(4).
           05  LS-HL-ENTRY OCCURS 500 TIMES.
               10  LS-HL-SUBJECT       PIC X(64).
               10  LS-HL-MATTER        PIC X(32).

       PROCEDURE DIVISION.

      ******************************************************************
      * HOLD-CHECK: Is the item a destructive path is about to touch
      * under legal hold?
      * Input:  LS-JOB-NAME, LS-ACTION (ARCHIVE, PURGE, ERASE,
      *         MERGE...), LS-PROJECT-ID and LS-OWNER-ID (either may
      *         be blank - an erasure passes only the user)
      * Output: LS-HELD "Y" refuse / "N" proceed, LS-MATTER the
      *         matter number of the hold that matched, and on a
      *         refusal LS-RESULT-ERROR set to the LEGAL-HOLD error
      *         and the attempt appended to the block log (not for a
      *         PREVIEW- action)
      ******************************************************************
       ENTRY "HOLD-CHECK" USING LS-JOB-NAME LS-ACTION LS-PROJECT-ID
                                LS-OWNER-ID LS-HELD LS-MATTER
                                LS-RESULT-ERROR.
           MOVE "N" TO LS-HELD
           MOVE SPACES TO LS-MATTER
           MOVE SPACES TO WS-HELD-SUBJECT

           IF LS-PROJECT-ID = SPACES AND LS-OWNER-ID = SPACES
               GOBACK
           END-IF

           PERFORM OPEN-HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = "00"
               GOBACK
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y" OR LS-HELD = "Y"
               READ HOLD-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-HOLD
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE

           IF LS-HELD = "Y"
               MOVE SPACES TO WS-HOLD-MSG
               STRING "Legal hold " DELIMITED BY SIZE
                      LS-MATTER DELIMITED BY SPACE
                      " on " DELIMITED BY SIZE
                      WS-HELD-SUBJECT DELIMITED BY SPACE
                      " - " DELIMITED BY SIZE
                      LS-ACTION DELIMITED BY SPACE
                      " refused" DELIMITED BY SIZE
                      INTO WS-HOLD-MSG
               CALL "ERROR-LEGAL-HOLD" USING WS-HOLD-MSG
                                             LS-RESULT-ERROR
               IF LS-ACTION(1:8) NOT = "PREVIEW-"
                   PERFORM LOG-BLOCKED-ATTEMPT
               END-IF
           END-IF
           GOBACK.

      ******************************************************************
      * HOLD-LIST-IN-FORCE: Every hold in force today
      * Output: LS-HOLD-LIST - count, then subject and matter per
      *         hold (the first 500)
      ******************************************************************
       ENTRY "HOLD-LIST-IN-FORCE" USING LS-HOLD-LIST.
           MOVE 0 TO LS-HL-COUNT
           PERFORM OPEN-HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = "00"
               GOBACK
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ HOLD-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-ONE-HOLD
                       IF WS-HOLD-IN-FORCE = "Y"
                           AND LS-HL-COUNT < 500
                           ADD 1 TO LS-HL-COUNT
                           MOVE WS-REC-SUBJECT
                               TO LS-HL-SUBJECT(LS-HL-COUNT)
                           MOVE WS-REC-MATTER
                               TO LS-HL-MATTER(LS-HL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           GOBACK.

      ******************************************************************
      * Internal: Open the hold file and take today's date
      ******************************************************************
       OPEN-HOLD-FILE.
           ACCEPT WS-HOLD-FILE-ENV FROM ENVIRONMENT "GREY_HOLD_FILE"
           IF WS-HOLD-FILE-ENV NOT = SPACES
               MOVE WS-HOLD-FILE-ENV TO WS-HOLD-FILE-NAME
           END-IF

           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE SPACES TO WS-TODAY
           STRING WS-NOW(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-NOW(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-NOW(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY.

      ******************************************************************
      * Internal: Split one hold record and say whether it is in
      * force today
      ******************************************************************
       PARSE-ONE-HOLD.
           MOVE "N" TO WS-HOLD-IN-FORCE
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

      *    Not yet placed, or already released, is not in force
           IF WS-REC-PLACED-ON NOT = SPACES
               AND WS-REC-PLACED-ON > WS-TODAY
               EXIT PARAGRAPH
           END-IF
           IF WS-REC-RELEASED-ON NOT = SPACES
               AND WS-REC-RELEASED-ON <= WS-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-HOLD-IN-FORCE.

      ******************************************************************
      * Internal: One hold record against the project and its owner
      ******************************************************************
       CHECK-ONE-HOLD.
           PERFORM PARSE-ONE-HOLD
           IF WS-HOLD-IN-FORCE NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           IF (LS-PROJECT-ID NOT = SPACES
                   AND WS-REC-SUBJECT = LS-PROJECT-ID)
               OR (LS-OWNER-ID NOT = SPACES
                   AND WS-REC-SUBJECT = LS-OWNER-ID)
               MOVE "Y" TO LS-HELD
               MOVE WS-REC-MATTER TO LS-MATTER
               MOVE WS-REC-SUBJECT TO WS-HELD-SUBJECT
           END-IF.

      ******************************************************************
      * Internal: Record the refused attempt for the hold register
      ******************************************************************
       LOG-BLOCKED-ATTEMPT.
           MOVE SPACES TO WS-TS
           STRING WS-NOW(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-NOW(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-NOW(7:2) DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-NOW(9:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-NOW(11:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-NOW(13:2) DELIMITED BY SIZE
                  INTO WS-TS

           MOVE SPACES TO WS-BLOCK-LINE
           STRING WS-TS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  LS-JOB-NAME DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  LS-ACTION DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  LS-PROJECT-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  LS-OWNER-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-HELD-SUBJECT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  LS-MATTER DELIMITED BY SPACE
                  INTO WS-BLOCK-LINE
           OPEN EXTEND BLOCK-LOG-FILE
           IF WS-BLOCK-LOG-STATUS = "35"
               OPEN OUTPUT BLOCK-LOG-FILE
           END-IF
           MOVE WS-BLOCK-LINE TO BLOCK-LOG-RECORD
           WRITE BLOCK-LOG-RECORD
           CLOSE BLOCK-LOG-FILE.

       END PROGRAM LEGAL-HOLD.
