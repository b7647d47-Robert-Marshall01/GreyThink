      ******************************************************************
      * org_reference.cbl - Grey Organization Reference Lookup
      * The user master carries no department, cost center or
      * manager. ORG-REFERENCE-LOAD builds them from the HR org
      * extract into the org reference file, and any job that needs
      * a user's place in the organization asks this lookup instead
      * of reading the file itself. The file is read once, on the
      * first call, and held for the rest of the run.
      *
      * Org reference file (GREY_ORG_FILE, default
      * /tmp/grey_org_reference.txt), "#" lines are comments:
      *   "user-id|department|cost-center|manager-user-id"
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORG-REFERENCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORG-FILE ASSIGN TO WS-ORG-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ORG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORG-FILE.
       01  ORG-RECORD                  PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-ORG-FILE-NAME            PIC X(64)
               VALUE "/tmp/grey_org_reference.txt".
       01  WS-ORG-FILE-ENV             PIC X(64)  VALUE SPACES.
       01  WS-ORG-FILE-STATUS          PIC XX     VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-ORG-LOADED               PIC X      VALUE "N".

      ******************************************************************
      * The whole org reference, loaded on first use
      ******************************************************************
       01  WS-ORG-TABLE.
           05  WS-ORG-COUNT             PIC 9(5)  VALUE 0.
           05  WS-ORG-ENTRY OCCURS 5000 TIMES.
               10  WS-ORG-USER-ID       PIC X(64).
               10  WS-ORG-DEPARTMENT    PIC X(64).
               10  WS-ORG-COST-CENTER   PIC X(32).
               10  WS-ORG-MANAGER-ID    PIC X(64).
       01  WS-ORG-IDX                  PIC 9(5)   VALUE 0.

       LINKAGE SECTION.
       01  LS-USER-ID                  PIC X(64).
       01  LS-DEPARTMENT               PIC X(64).
       01  LS-COST-CENTER              PIC X(32).
       01  LS-MANAGER-ID               PIC X(64).
       01  LS-FOUND                    PIC X.

       PROCEDURE DIVISION.

      ******************************************************************
      * ORG-REFERENCE-GET: A user's department, cost center and
      * manager
      * Input:  LS-USER-ID
      * Output: LS-DEPARTMENT, LS-COST-CENTER, LS-MANAGER-ID, and
      *         LS-FOUND "Y" / "N" (not on the org reference - the
      *         other outputs are blank)
      ******************************************************************
       ENTRY "ORG-REFERENCE-GET" USING LS-USER-ID LS-DEPARTMENT
                                       LS-COST-CENTER LS-MANAGER-ID
                                       LS-FOUND.
           MOVE "N" TO LS-FOUND
           MOVE SPACES TO LS-DEPARTMENT LS-COST-CENTER LS-MANAGER-ID

           IF WS-ORG-LOADED NOT = "Y"
               PERFORM LOAD-ORG-REFERENCE
           END-IF

           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                       UNTIL WS-ORG-IDX > WS-ORG-COUNT
               IF WS-ORG-USER-ID(WS-ORG-IDX) = LS-USER-ID
                   MOVE "Y" TO LS-FOUND
                   MOVE WS-ORG-DEPARTMENT(WS-ORG-IDX) TO LS-DEPARTMENT
                   MOVE WS-ORG-COST-CENTER(WS-ORG-IDX)
                       TO LS-COST-CENTER
                   MOVE WS-ORG-MANAGER-ID(WS-ORG-IDX) TO LS-MANAGER-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           GOBACK.

      ******************************************************************
      * LOAD-ORG-REFERENCE: Read the org reference into the table
      * (an absent file leaves every user unassigned)
      ******************************************************************
       LOAD-ORG-REFERENCE.
           MOVE "Y" TO WS-ORG-LOADED
           MOVE 0 TO WS-ORG-COUNT
           ACCEPT WS-ORG-FILE-ENV FROM ENVIRONMENT "GREY_ORG_FILE"
           IF WS-ORG-FILE-ENV NOT = SPACES
               MOVE WS-ORG-FILE-ENV TO WS-ORG-FILE-NAME
           END-IF

           OPEN INPUT ORG-FILE
           IF WS-ORG-FILE-STATUS NOT = "00"
               DISPLAY "No org reference (" WS-ORG-FILE-NAME
                       ") - run ORG-REFERENCE-LOAD"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ ORG-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF ORG-RECORD NOT = SPACES
                           AND ORG-RECORD(1:1) NOT = "#"
                           AND WS-ORG-COUNT < 5000
                           ADD 1 TO WS-ORG-COUNT
                           MOVE SPACES TO WS-ORG-ENTRY(WS-ORG-COUNT)
                           UNSTRING ORG-RECORD DELIMITED BY "|"
                               INTO WS-ORG-USER-ID(WS-ORG-COUNT)
                                    WS-ORG-DEPARTMENT(WS-ORG-COUNT)
                                    WS-ORG-COST-CENTER(WS-ORG-COUNT)
                                    WS-ORG-MANAGER-ID(WS-ORG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORG-FILE.

       END PROGRAM ORG-REFERENCE.
