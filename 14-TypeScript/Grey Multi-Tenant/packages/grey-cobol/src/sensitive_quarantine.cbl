      ******************************************************************
      * sensitive_quarantine.cbl - Grey Sensitive-Content Quarantine
      * SENSITIVE-CONTENT-SCAN, run in quarantine mode, keeps the
      * register of projects whose name, description or metadata
      * carries a card number, national ID, email address or
      * credential. The feeds that carry project content off the
      * estate - JSONL-EXPORT, DELTA-PUBLISHER and BILLING-EXTRACT -
      * ask this module before writing a project and leave a
      * quarantined one out until it is cleared: either the content
      * is fixed and the next scan finds it clean, or an operator
      * clears the finding (SENSITIVE-CONTENT-SCAN mode CLEAR).
      *
      * Register (GREY_QUARANTINE_FILE, default
      * /tmp/grey_sensitive_quarantine.txt), "#" lines are comments:
      *   "project-id|owner-id|hit-types|quarantined-on|cleared-by|
      *    cleared-on"
      * A project is quarantined while its entry has no cleared-on
      * date. The register is read once, on the first call, and held
      * for the rest of the run; a missing register quarantines
      * nothing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENSITIVE-QUARANTINE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUARANTINE-FILE ASSIGN TO WS-QUARANTINE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-QUARANTINE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUARANTINE-FILE.
       01  QUARANTINE-RECORD           PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-QUARANTINE-FILE-NAME     PIC X(64)
               VALUE "/tmp/grey_sensitive_quarantine.txt".
       01  WS-QUARANTINE-FILE-ENV      PIC X(64)  VALUE SPACES.
       01  WS-QUARANTINE-FILE-STATUS   PIC XX     VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-REGISTER-LOADED          PIC X      VALUE "N".

       01  WS-REC-PROJ-ID              PIC X(64)  VALUE SPACES.
       01  WS-REC-OWNER-ID             PIC X(64)  VALUE SPACES.
       01  WS-REC-TYPES                PIC X(64)  VALUE SPACES.
       01  WS-REC-QUARANTINED-ON       PIC X(10)  VALUE SPACES.
       01  WS-REC-CLEARED-BY           PIC X(64)  VALUE SPACES.
       01  WS-REC-CLEARED-ON           PIC X(10)  VALUE SPACES.

      ******************************************************************
      * Projects in quarantine now (cleared entries are not held)
      ******************************************************************
       01  WS-QT-TABLE.
           05  WS-QT-COUNT              PIC 9(5)  VALUE 0.
           05  WS-QT-TRUNCATED          PIC X     VALUE "N".
           05  WS-QT-ENTRY OCCURS 5000 TIMES.
               10  WS-QT-PROJ-ID        PIC X(64).
       01  WS-QT-IDX                   PIC 9(5)   VALUE 0.

       LINKAGE SECTION.
       01  LS-PROJECT-ID               PIC X(64).
       01  LS-QUARANTINED              PIC X.

       PROCEDURE DIVISION.

      ******************************************************************
      * QUARANTINE-CHECK: Is the project held out of the feeds?
      * Input:  LS-PROJECT-ID
      * Output: LS-QUARANTINED "Y" leave it out / "N" send it
      ******************************************************************
       ENTRY "QUARANTINE-CHECK" USING LS-PROJECT-ID LS-QUARANTINED.
           MOVE "N" TO LS-QUARANTINED
           IF WS-REGISTER-LOADED NOT = "Y"
               PERFORM LOAD-QUARANTINE-REGISTER
           END-IF
           IF LS-PROJECT-ID = SPACES
               GOBACK
           END-IF
           PERFORM VARYING WS-QT-IDX FROM 1 BY 1
                       UNTIL WS-QT-IDX > WS-QT-COUNT
               IF WS-QT-PROJ-ID(WS-QT-IDX) = LS-PROJECT-ID
                   MOVE "Y" TO LS-QUARANTINED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           GOBACK.

      ******************************************************************
      * LOAD-QUARANTINE-REGISTER: Every uncleared entry into the
      * table
      ******************************************************************
       LOAD-QUARANTINE-REGISTER.
           MOVE "Y" TO WS-REGISTER-LOADED
           MOVE 0 TO WS-QT-COUNT
           ACCEPT WS-QUARANTINE-FILE-ENV
               FROM ENVIRONMENT "GREY_QUARANTINE_FILE"
           IF WS-QUARANTINE-FILE-ENV NOT = SPACES
               MOVE WS-QUARANTINE-FILE-ENV TO WS-QUARANTINE-FILE-NAME
           END-IF

           OPEN INPUT QUARANTINE-FILE
           IF WS-QUARANTINE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ QUARANTINE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF QUARANTINE-RECORD NOT = SPACES
                           AND QUARANTINE-RECORD(1:1) NOT = "#"
                           PERFORM LOAD-QUARANTINE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUARANTINE-FILE
           IF WS-QT-TRUNCATED = "Y"
               DISPLAY "SENSITIVE-QUARANTINE: register holds over "
                       "5000 entries - the rest are not enforced"
           END-IF.

       LOAD-QUARANTINE-ENTRY.
           MOVE SPACES TO WS-REC-PROJ-ID WS-REC-OWNER-ID WS-REC-TYPES
                          WS-REC-QUARANTINED-ON WS-REC-CLEARED-BY
                          WS-REC-CLEARED-ON
           UNSTRING QUARANTINE-RECORD DELIMITED BY "|"
               INTO WS-REC-PROJ-ID WS-REC-OWNER-ID WS-REC-TYPES
                    WS-REC-QUARANTINED-ON WS-REC-CLEARED-BY
                    WS-REC-CLEARED-ON
           IF WS-REC-PROJ-ID = SPACES
               OR WS-REC-CLEARED-ON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-QT-COUNT >= 5000
               MOVE "Y" TO WS-QT-TRUNCATED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QT-COUNT
           MOVE WS-REC-PROJ-ID TO WS-QT-PROJ-ID(WS-QT-COUNT).

       END PROGRAM SENSITIVE-QUARANTINE.
