      ******************************************************************
      * approval_ledger.cbl - Grey Approval Ledger
      * The approval files each job reads are consumed or overwritten
      * by the next cycle, so there was no lasting record of who
      * approved what and who then carried it out. Every job that
      * acts on an approval - the mutation batch apply, the retention
      * purge, the recertification apply, the future-dated change
      * release - calls APPROVAL-LEDGER-WRITE at the moment the
      * approved action is taken, and one record lands in the ledger
      * SOD-CONFLICT-REPORT evaluates for a period:
      *
      *   "timestamp|source-job|subject|action|performer|approver"
      *
      * The subject is what the action touched (a project ID, a user
      * ID, or a mutation plan run ID); the performer is the person
      * who asked for or ran the action, the approver the person who
      * signed it off. Either may be blank where the source does not
      * record it.
      *
      * Ledger file: GREY_APPROVAL_LEDGER, default
      *   /tmp/grey_approval_ledger.txt
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVAL-LEDGER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO WS-LEDGER-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD               PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-FILE-NAME         PIC X(64)
               VALUE "/tmp/grey_approval_ledger.txt".
       01  WS-LEDGER-FILE-ENV          PIC X(64)  VALUE SPACES.
       01  WS-LEDGER-FILE-STATUS       PIC XX     VALUE SPACES.
       01  WS-LEDGER-LINE              PIC X(300).
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-TS                       PIC X(19)  VALUE SPACES.

       LINKAGE SECTION.
       01  LS-SOURCE-JOB               PIC X(32).
       01  LS-SUBJECT                  PIC X(64).
       01  LS-ACTION                   PIC X(16).
       01  LS-PERFORMER                PIC X(64).
       01  LS-APPROVER                 PIC X(64).

       PROCEDURE DIVISION.

      ******************************************************************
      * APPROVAL-LEDGER-WRITE: Append one approved action
      * Input:  LS-SOURCE-JOB, LS-SUBJECT, LS-ACTION, LS-PERFORMER,
      *         LS-APPROVER
      ******************************************************************
       ENTRY "APPROVAL-LEDGER-WRITE" USING LS-SOURCE-JOB LS-SUBJECT
                                           LS-ACTION LS-PERFORMER
                                           LS-APPROVER.
           ACCEPT WS-LEDGER-FILE-ENV
               FROM ENVIRONMENT "GREY_APPROVAL_LEDGER"
           IF WS-LEDGER-FILE-ENV NOT = SPACES
               MOVE WS-LEDGER-FILE-ENV TO WS-LEDGER-FILE-NAME
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-NOW
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

           MOVE SPACES TO WS-LEDGER-LINE
           STRING WS-TS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  LS-SOURCE-JOB DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  LS-SUBJECT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  LS-ACTION DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  LS-PERFORMER DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  LS-APPROVER DELIMITED BY SPACE
                  INTO WS-LEDGER-LINE

           OPEN EXTEND LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
           END-IF
           MOVE WS-LEDGER-LINE TO LEDGER-RECORD
           WRITE LEDGER-RECORD
           CLOSE LEDGER-FILE
           GOBACK.

       END PROGRAM APPROVAL-LEDGER.
