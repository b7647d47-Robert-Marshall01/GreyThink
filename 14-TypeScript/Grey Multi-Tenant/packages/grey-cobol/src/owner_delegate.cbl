      ******************************************************************
      * owner_delegate.cbl - Grey Owner Delegate Register
      * OWNERSHIP-TRANSFER used to need the to-user supplied by hand,
      * and the offboarding driver a successor named on the HR
      * termination file, which HR usually leaves blank. Each owner
      * now names a backup and a successor on the delegate register,
      * and both jobs fall back to the registered successor when
      * none is given.
      *
      * Register file (GREY_DELEGATE_FILE, default
      * /tmp/grey_owner_delegates.txt), "#" lines are comments:
      *   "owner-id|backup-id|successor-id"
      * One line per owner; when an owner appears twice the later
      * line stands. Either delegate may be left blank.
      *
      * DELEGATE-DEPARTING tells the callers whether a would-be
      * successor is on the way out themselves: listed on the HR
      * termination file (GREY_TERM_FILE, default
      * /tmp/grey_hr_terminations.txt, "user-id|successor-id") or
      * already on the offboarding state file
      * (/tmp/grey_offboarding_state.txt, "user-id|step").
      *
      * DELEGATE-LIST hands back the whole register for
      * OWNER-DELEGATE-REPORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OWNER-DELEGATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELEGATE-FILE ASSIGN TO WS-DELEGATE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DELEGATE-FILE-STATUS.

           SELECT TERM-FILE ASSIGN TO WS-TERM-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.

           SELECT STATE-FILE ASSIGN TO WS-STATE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DELEGATE-FILE.
       01  DELEGATE-RECORD             PIC X(250).

       FD  TERM-FILE.
       01  TERM-RECORD                 PIC X(140).

       FD  STATE-FILE.
       01  STATE-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-DELEGATE-FILE-NAME       PIC X(64)
               VALUE "/tmp/grey_owner_delegates.txt".
       01  WS-DELEGATE-FILE-ENV        PIC X(64)  VALUE SPACES.
       01  WS-DELEGATE-FILE-STATUS     PIC XX     VALUE SPACES.
       01  WS-TERM-FILE-NAME           PIC X(64)
               VALUE "/tmp/grey_hr_terminations.txt".
       01  WS-TERM-FILE-ENV            PIC X(64)  VALUE SPACES.
       01  WS-TERM-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-STATE-FILE-NAME          PIC X(64)
               VALUE "/tmp/grey_offboarding_state.txt".
       01  WS-STATE-FILE-STATUS        PIC XX     VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".

      ******************************************************************
      * Fields of one register, termination or state record
      ******************************************************************
       01  WS-REC-OWNER                PIC X(64)  VALUE SPACES.
       01  WS-REC-BACKUP               PIC X(64)  VALUE SPACES.
       01  WS-REC-SUCCESSOR            PIC X(64)  VALUE SPACES.
       01  WS-REC-USER                 PIC X(64)  VALUE SPACES.
       01  WS-DL-IDX                   PIC 9(4)   VALUE 0.

       LINKAGE SECTION.
       01  LS-OWNER-ID                 PIC X(64).
       01  LS-BACKUP-ID                PIC X(64).
       01  LS-SUCCESSOR-ID             PIC X(64).
       01  LS-FOUND                    PIC X.
       01  LS-USER-ID                  PIC X(64).
       01  LS-DEPARTING                PIC X.
       01  LS-DELEGATE-LIST.
           05  LS-DL-COUNT             PIC 9(4).
           05  LS-DL-ENTRY OCCURS 2000 TIMES.
               10  LS-DL-OWNER         PIC X(64).
               10  LS-DL-BACKUP        PIC X(64).
               10  LS-DL-SUCCESSOR     PIC X(64).

       PROCEDURE DIVISION.

      ******************************************************************
      * DELEGATE-LOOKUP: The backup and successor an owner has named
      * Input:  LS-OWNER-ID
      * Output: LS-BACKUP-ID, LS-SUCCESSOR-ID (spaces when not
      *         named), LS-FOUND "Y" when the owner is on the register
      ******************************************************************
       ENTRY "DELEGATE-LOOKUP" USING LS-OWNER-ID LS-BACKUP-ID
                                     LS-SUCCESSOR-ID LS-FOUND.
           MOVE SPACES TO LS-BACKUP-ID LS-SUCCESSOR-ID
           MOVE "N" TO LS-FOUND
           IF LS-OWNER-ID = SPACES
               GOBACK
           END-IF

           PERFORM OPEN-DELEGATE-FILE
           IF WS-DELEGATE-FILE-STATUS NOT = "00"
               GOBACK
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ DELEGATE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-ONE-DELEGATE
                       IF WS-REC-OWNER = LS-OWNER-ID
                           MOVE "Y" TO LS-FOUND
                           MOVE WS-REC-BACKUP TO LS-BACKUP-ID
                           MOVE WS-REC-SUCCESSOR TO LS-SUCCESSOR-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DELEGATE-FILE
           GOBACK.

      ******************************************************************
      * DELEGATE-DEPARTING: Is the user leaving - on the HR
      * termination file or already being offboarded?
      * Input:  LS-USER-ID
      * Output: LS-DEPARTING "Y" / "N"
      ******************************************************************
       ENTRY "DELEGATE-DEPARTING" USING LS-USER-ID LS-DEPARTING.
           MOVE "N" TO LS-DEPARTING
           IF LS-USER-ID = SPACES
               GOBACK
           END-IF

           ACCEPT WS-TERM-FILE-ENV FROM ENVIRONMENT "GREY_TERM_FILE"
           IF WS-TERM-FILE-ENV NOT = SPACES
               MOVE WS-TERM-FILE-ENV TO WS-TERM-FILE-NAME
           END-IF
           OPEN INPUT TERM-FILE
           IF WS-TERM-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y" OR LS-DEPARTING = "Y"
                   READ TERM-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF TERM-RECORD(1:1) NOT = "#"
                               MOVE SPACES TO WS-REC-USER
                               UNSTRING TERM-RECORD DELIMITED BY "|"
                                   INTO WS-REC-USER
                               IF WS-REC-USER = LS-USER-ID
                                   MOVE "Y" TO LS-DEPARTING
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-FILE
           END-IF
           IF LS-DEPARTING = "Y"
               GOBACK
           END-IF

           OPEN INPUT STATE-FILE
           IF WS-STATE-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y" OR LS-DEPARTING = "Y"
                   READ STATE-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-REC-USER
                           UNSTRING STATE-RECORD DELIMITED BY "|"
                               INTO WS-REC-USER
                           IF WS-REC-USER = LS-USER-ID
                               MOVE "Y" TO LS-DEPARTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATE-FILE
           END-IF
           GOBACK.

      ******************************************************************
      * DELEGATE-LIST: Every owner on the register
      * Output: LS-DELEGATE-LIST - count, then owner, backup and
      *         successor per owner (the first 2000; a repeated
      *         owner's later line replaces the earlier)
      ******************************************************************
       ENTRY "DELEGATE-LIST" USING LS-DELEGATE-LIST.
           MOVE 0 TO LS-DL-COUNT
           PERFORM OPEN-DELEGATE-FILE
           IF WS-DELEGATE-FILE-STATUS NOT = "00"
               GOBACK
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ DELEGATE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-ONE-DELEGATE
                       IF WS-REC-OWNER NOT = SPACES
                           PERFORM LIST-ONE-DELEGATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DELEGATE-FILE
           GOBACK.

      ******************************************************************
      * Internal: Open the register
      ******************************************************************
       OPEN-DELEGATE-FILE.
           ACCEPT WS-DELEGATE-FILE-ENV
               FROM ENVIRONMENT "GREY_DELEGATE_FILE"
           IF WS-DELEGATE-FILE-ENV NOT = SPACES
               MOVE WS-DELEGATE-FILE-ENV TO WS-DELEGATE-FILE-NAME
           END-IF
           OPEN INPUT DELEGATE-FILE.

       PARSE-ONE-DELEGATE.
           MOVE SPACES TO WS-REC-OWNER WS-REC-BACKUP WS-REC-SUCCESSOR
           IF DELEGATE-RECORD = SPACES
               OR DELEGATE-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           UNSTRING DELEGATE-RECORD DELIMITED BY "|"
               INTO WS-REC-OWNER WS-REC-BACKUP WS-REC-SUCCESSOR.

       LIST-ONE-DELEGATE.
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                       UNTIL WS-DL-IDX > LS-DL-COUNT
               IF LS-DL-OWNER(WS-DL-IDX) = WS-REC-OWNER
                   MOVE WS-REC-BACKUP TO LS-DL-BACKUP(WS-DL-IDX)
                   MOVE WS-REC-SUCCESSOR TO LS-DL-SUCCESSOR(WS-DL-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF LS-DL-COUNT >= 2000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-DL-COUNT
           MOVE WS-REC-OWNER TO LS-DL-OWNER(LS-DL-COUNT)
           MOVE WS-REC-BACKUP TO LS-DL-BACKUP(LS-DL-COUNT)
           MOVE WS-REC-SUCCESSOR TO LS-DL-SUCCESSOR(LS-DL-COUNT).

       END PROGRAM OWNER-DELEGATE.
