      ******************************************************************
      * sod_conflict_report.cbl - Grey Segregation-of-Duties Report
      * Audit asks us to prove that the people who approve
      * destructive actions are not the people who perform them, and
      * do not hold the access those actions protect. This report
      * evaluates a set of SoD rules twice:
      *
      *   CURRENT - against what stands today: the mutation plan and
      *     its approval awaiting apply, the retention approval
      *     awaiting purge, every entry on the pending-change file,
      *     and the operator authority file (/tmp/
      *     grey_operator_authority.txt) against the project
      *     memberships in /tmp/grey_membership.txt
      *   PERIOD  - against the approvals actually exercised in the
      *     period, from the approval ledger APPROVAL-LEDGER-WRITE
      *     keeps (mutation applies, purged projects, recertification
      *     decisions, released future-dated changes)
      *
      * Rules file (GREY_SOD_RULES, default /tmp/grey_sod_rules.txt),
      * "#" lines are comments:
      *   "rule-id|type|param-1|param-2|description"
      * Types:
      *   SELF-APPROVAL    the approver is also the performer
      *                    (param-1 source job or ALL)
      *   SELF-REVIEW      the approver decided on their own access
      *                    (param-1 source job or ALL)
      *   MEMBER-APPROVER  the approver holds the param-1 membership
      *                    role on the project approved for the
      *                    param-2 action (or ALL)
      *   AUTHORITY-MEMBER an operator with console authority for
      *                    menu action param-2 (or ALL) also holds the
      *                    param-1 membership role on a project
      *                    (CURRENT only)
      * With no rules file the standard four rules below apply.
      *
      * Environment: GREY_SOD_FROM / GREY_SOD_TO (YYYY-MM-DD), default
      * the last 30 days through today.
      * Report: /tmp/grey_sod_report.txt
      *   "CONFLICT|CURRENT-or-PERIOD|rule-id|user|source|subject|
      *    action|description|ledger-timestamp"
      * RETURN-CODE 0 no conflicts, 4 conflicts found.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-CONFLICT-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEXT-IN-FILE ASSIGN TO WS-TEXT-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TEXT-IN-STATUS.

           SELECT SOD-REPORT-FILE ASSIGN TO WS-SOD-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TEXT-IN-FILE.
       01  TEXT-IN-RECORD              PIC X(1500).

       FD  SOD-REPORT-FILE.
       01  SOD-REPORT-RECORD           PIC X(500).

       WORKING-STORAGE SECTION.
       01  WS-TEXT-IN-NAME             PIC X(64)  VALUE SPACES.
       01  WS-TEXT-IN-STATUS           PIC XX     VALUE SPACES.
       01  WS-SOD-REPORT-NAME          PIC X(64)
               VALUE "/tmp/grey_sod_report.txt".
       01  WS-RULES-FILE-NAME          PIC X(64)
               VALUE "/tmp/grey_sod_rules.txt".
       01  WS-MEMBERSHIP-FILE-NAME     PIC X(64)
               VALUE "/tmp/grey_membership.txt".
       01  WS-AUTHORITY-FILE-NAME      PIC X(64)
               VALUE "/tmp/grey_operator_authority.txt".
       01  WS-MUT-PLAN-NAME            PIC X(64)
               VALUE "/tmp/grey_mutation_plan.txt".
       01  WS-MUT-APPROVAL-NAME        PIC X(64)
               VALUE "/tmp/grey_mutation_approval.txt".
       01  WS-RET-APPROVAL-NAME        PIC X(64)
               VALUE "/tmp/grey_retention_approved.txt".
       01  WS-PENDING-FILE-NAME        PIC X(64)
               VALUE "/tmp/grey_pending_changes.txt".
       01  WS-LEDGER-FILE-NAME         PIC X(64)
               VALUE "/tmp/grey_approval_ledger.txt".
       01  WS-FILE-ENV                 PIC X(64)  VALUE SPACES.
       01  WS-REPORT-LINE              PIC X(500) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-FIRST-LINE               PIC X      VALUE "Y".

       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-TODAY                    PIC X(10)  VALUE SPACES.
       01  WS-FROM-ENV                 PIC X(10)  VALUE SPACES.
       01  WS-TO-ENV                   PIC X(10)  VALUE SPACES.
       01  WS-DAYS-BACK                PIC 9(5)   VALUE 30.
       01  WS-CUTOFF-TS                PIC X(32)  VALUE SPACES.

      ******************************************************************
      * SoD rules in force
      ******************************************************************
       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT            PIC 9(3)  VALUE 0.
           05  WS-RULE-ENTRY OCCURS 50 TIMES.
               10  WS-RULE-ID           PIC X(16).
               10  WS-RULE-TYPE         PIC X(16).
               10  WS-RULE-PARAM-1      PIC X(32).
               10  WS-RULE-PARAM-2      PIC X(32).
               10  WS-RULE-DESC         PIC X(80).
       01  WS-RULE-IDX                 PIC 9(3)   VALUE 0.
       01  WS-REC-RULE-ID              PIC X(16)  VALUE SPACES.
       01  WS-REC-RULE-TYPE            PIC X(16)  VALUE SPACES.
       01  WS-REC-RULE-PARAM-1         PIC X(32)  VALUE SPACES.
       01  WS-REC-RULE-PARAM-2         PIC X(32)  VALUE SPACES.
       01  WS-REC-RULE-DESC            PIC X(80)  VALUE SPACES.

      ******************************************************************
      * Project memberships - who holds which role where
      ******************************************************************
       01  WS-MBR-TABLE.
           05  WS-MBR-COUNT             PIC 9(5)  VALUE 0.
           05  WS-MBR-TRUNCATED         PIC X     VALUE "N".
           05  WS-MBR-ENTRY OCCURS 10000 TIMES.
               10  WS-MBR-PROJ          PIC X(64).
               10  WS-MBR-USER          PIC X(64).
               10  WS-MBR-ROLE          PIC X(32).
       01  WS-MBR-IDX                  PIC 9(5)   VALUE 0.
       01  WS-MBR-FOUND                PIC X      VALUE "N".
       01  WS-LOOK-PROJ                PIC X(64)  VALUE SPACES.
       01  WS-LOOK-USER                PIC X(64)  VALUE SPACES.
       01  WS-LOOK-ROLE                PIC X(32)  VALUE SPACES.

      ******************************************************************
      * One approval event under evaluation - from current files or
      * from a ledger record
      ******************************************************************
       01  WS-EV-SCOPE                 PIC X(8)   VALUE SPACES.
       01  WS-EV-TS                    PIC X(19)  VALUE SPACES.
       01  WS-EV-SOURCE                PIC X(32)  VALUE SPACES.
       01  WS-EV-SUBJECT               PIC X(64)  VALUE SPACES.
       01  WS-EV-ACTION                PIC X(16)  VALUE SPACES.
       01  WS-EV-PERFORMER             PIC X(64)  VALUE SPACES.
       01  WS-EV-APPROVER              PIC X(64)  VALUE SPACES.
       01  WS-EV-HIT                   PIC X      VALUE "N".

      ******************************************************************
      * Working fields of the current-state sources
      ******************************************************************
       01  WS-PLAN-TAG                 PIC X(8)   VALUE SPACES.
       01  WS-PLAN-RUN-ID              PIC X(24)  VALUE SPACES.
       01  WS-PLAN-DATE                PIC X(8)   VALUE SPACES.
       01  WS-PLAN-SUBMITTER           PIC X(64)  VALUE SPACES.
       01  WS-APPR-TAG                 PIC X(8)   VALUE SPACES.
       01  WS-APPR-RUN-ID              PIC X(24)  VALUE SPACES.
       01  WS-APPR-APPROVER            PIC X(64)  VALUE SPACES.
       01  WS-RET-TAG                  PIC X(16)  VALUE SPACES.
       01  WS-RET-DATE                 PIC X(8)   VALUE SPACES.
       01  WS-RET-APPROVER             PIC X(64)  VALUE SPACES.
       01  WS-PC-CHANGE-ID             PIC X(32)  VALUE SPACES.
       01  WS-PC-EFFECTIVE             PIC X(10)  VALUE SPACES.
       01  WS-PC-FIELD                 PIC X(16)  VALUE SPACES.
       01  WS-PC-VALUE                 PIC X(1024) VALUE SPACES.
       01  WS-AUTH-OPERATOR            PIC X(64)  VALUE SPACES.
       01  WS-AUTH-ACTIONS             PIC X(32)  VALUE SPACES.
       01  WS-DIGIT-HITS               PIC 9(3)   VALUE 0.

       01  WS-EVENT-COUNT              PIC 9(8)   VALUE 0.
       01  WS-CURRENT-COUNT            PIC 9(8)   VALUE 0.
       01  WS-PERIOD-COUNT             PIC 9(8)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Segregation-of-Duties Report ==="
           MOVE 0 TO RETURN-CODE

           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           STRING WS-NOW(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-NOW(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-NOW(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY

           ACCEPT WS-FROM-ENV FROM ENVIRONMENT "GREY_SOD_FROM"
           ACCEPT WS-TO-ENV FROM ENVIRONMENT "GREY_SOD_TO"
           IF WS-FROM-ENV = SPACES
               CALL "DATE-CUTOFF-TS" USING WS-DAYS-BACK WS-CUTOFF-TS
               MOVE WS-CUTOFF-TS(1:10) TO WS-FROM-ENV
           END-IF
           IF WS-TO-ENV = SPACES
               MOVE WS-TODAY TO WS-TO-ENV
           END-IF
           ACCEPT WS-FILE-ENV FROM ENVIRONMENT "GREY_SOD_RULES"
           IF WS-FILE-ENV NOT = SPACES
               MOVE WS-FILE-ENV TO WS-RULES-FILE-NAME
           END-IF
           MOVE SPACES TO WS-FILE-ENV
           ACCEPT WS-FILE-ENV FROM ENVIRONMENT "GREY_AUTHORITY_FILE"
           IF WS-FILE-ENV NOT = SPACES
               MOVE WS-FILE-ENV TO WS-AUTHORITY-FILE-NAME
           END-IF
           MOVE SPACES TO WS-FILE-ENV
           ACCEPT WS-FILE-ENV FROM ENVIRONMENT "GREY_PENDING_FILE"
           IF WS-FILE-ENV NOT = SPACES
               MOVE WS-FILE-ENV TO WS-PENDING-FILE-NAME
           END-IF
           MOVE SPACES TO WS-FILE-ENV
           ACCEPT WS-FILE-ENV FROM ENVIRONMENT "GREY_APPROVAL_LEDGER"
           IF WS-FILE-ENV NOT = SPACES
               MOVE WS-FILE-ENV TO WS-LEDGER-FILE-NAME
           END-IF

           PERFORM LOAD-SOD-RULES
           PERFORM LOAD-MEMBERSHIPS

           OPEN OUTPUT SOD-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SOD|AS_OF=" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  "|PERIOD=" DELIMITED BY SIZE
                  WS-FROM-ENV DELIMITED BY SIZE
                  ".." DELIMITED BY SIZE
                  WS-TO-ENV DELIMITED BY SIZE
                  "|RULES=" DELIMITED BY SIZE
                  WS-RULE-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "RULE|" DELIMITED BY SIZE
                      WS-RULE-ID(WS-RULE-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RULE-TYPE(WS-RULE-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RULE-PARAM-1(WS-RULE-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RULE-PARAM-2(WS-RULE-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RULE-DESC(WS-RULE-IDX) DELIMITED BY "  "
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           MOVE "CURRENT" TO WS-EV-SCOPE
           MOVE SPACES TO WS-EV-TS
           PERFORM CHECK-MUTATION-APPROVAL
           PERFORM CHECK-RETENTION-APPROVAL
           PERFORM CHECK-PENDING-CHANGES
           PERFORM CHECK-AUTHORITY-MEMBERS

           MOVE "PERIOD" TO WS-EV-SCOPE
           PERFORM CHECK-LEDGER-PERIOD

           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUMMARY|CURRENT=" DELIMITED BY SIZE
                  WS-CURRENT-COUNT DELIMITED BY SIZE
                  "|PERIOD=" DELIMITED BY SIZE
                  WS-PERIOD-COUNT DELIMITED BY SIZE
                  "|APPROVALS_CHECKED=" DELIMITED BY SIZE
                  WS-EVENT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE SOD-REPORT-FILE

           IF WS-CURRENT-COUNT > 0 OR WS-PERIOD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "SoD report complete. Approvals checked: "
                   WS-EVENT-COUNT
                   " Current conflicts: " WS-CURRENT-COUNT
                   " Period conflicts: " WS-PERIOD-COUNT
           STOP RUN.

      ******************************************************************
      * LOAD-SOD-RULES: The rules file, or the standard rules when
      * there is none
      ******************************************************************
       LOAD-SOD-RULES.
           MOVE 0 TO WS-RULE-COUNT
           MOVE WS-RULES-FILE-NAME TO WS-TEXT-IN-NAME
           OPEN INPUT TEXT-IN-FILE
           IF WS-TEXT-IN-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ TEXT-IN-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-RULE
                   END-READ
               END-PERFORM
               CLOSE TEXT-IN-FILE
           END-IF

           IF WS-RULE-COUNT = 0
               MOVE "SOD-01|SELF-APPROVAL|ALL||approver also performed"
                   TO TEXT-IN-RECORD
               PERFORM LOAD-ONE-RULE
               MOVE SPACES TO TEXT-IN-RECORD
               STRING "SOD-02|MEMBER-APPROVER|admin|PURGE|"
                          DELIMITED BY SIZE
                      "project admin approved its purge"
                          DELIMITED BY SIZE
                      INTO TEXT-IN-RECORD
               PERFORM LOAD-ONE-RULE
               MOVE SPACES TO TEXT-IN-RECORD
               STRING "SOD-03|SELF-REVIEW|ALL||" DELIMITED BY SIZE
                      "reviewer decided on own access"
                          DELIMITED BY SIZE
                      INTO TEXT-IN-RECORD
               PERFORM LOAD-ONE-RULE
               MOVE SPACES TO TEXT-IN-RECORD
               STRING "SOD-04|AUTHORITY-MEMBER|admin|3|"
                          DELIMITED BY SIZE
                      "console archive authority held by a "
                          DELIMITED BY SIZE
                      "project admin" DELIMITED BY SIZE
                      INTO TEXT-IN-RECORD
               PERFORM LOAD-ONE-RULE
           END-IF.

       LOAD-ONE-RULE.
           IF TEXT-IN-RECORD = SPACES OR TEXT-IN-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           IF WS-RULE-COUNT >= 50
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REC-RULE-ID WS-REC-RULE-TYPE
                          WS-REC-RULE-PARAM-1 WS-REC-RULE-PARAM-2
                          WS-REC-RULE-DESC
           UNSTRING TEXT-IN-RECORD DELIMITED BY "|"
               INTO WS-REC-RULE-ID WS-REC-RULE-TYPE
                    WS-REC-RULE-PARAM-1 WS-REC-RULE-PARAM-2
                    WS-REC-RULE-DESC
           IF WS-REC-RULE-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-REC-RULE-TYPE NOT = "SELF-APPROVAL"
               AND WS-REC-RULE-TYPE NOT = "SELF-REVIEW"
               AND WS-REC-RULE-TYPE NOT = "MEMBER-APPROVER"
               AND WS-REC-RULE-TYPE NOT = "AUTHORITY-MEMBER"
               DISPLAY "Unknown SoD rule type ignored: "
                       WS-REC-RULE-ID " " WS-REC-RULE-TYPE
               EXIT PARAGRAPH
           END-IF
           IF WS-REC-RULE-PARAM-1 = SPACES
               MOVE "ALL" TO WS-REC-RULE-PARAM-1
           END-IF
           IF WS-REC-RULE-PARAM-2 = SPACES
               MOVE "ALL" TO WS-REC-RULE-PARAM-2
           END-IF
           ADD 1 TO WS-RULE-COUNT
           MOVE WS-REC-RULE-ID TO WS-RULE-ID(WS-RULE-COUNT)
           MOVE WS-REC-RULE-TYPE TO WS-RULE-TYPE(WS-RULE-COUNT)
           MOVE WS-REC-RULE-PARAM-1 TO WS-RULE-PARAM-1(WS-RULE-COUNT)
           MOVE WS-REC-RULE-PARAM-2 TO WS-RULE-PARAM-2(WS-RULE-COUNT)
           MOVE WS-REC-RULE-DESC TO WS-RULE-DESC(WS-RULE-COUNT).

      ******************************************************************
      * LOAD-MEMBERSHIPS: The membership file MEMBERSHIP-SYNC keeps
      ******************************************************************
       LOAD-MEMBERSHIPS.
           MOVE WS-MEMBERSHIP-FILE-NAME TO WS-TEXT-IN-NAME
           OPEN INPUT TEXT-IN-FILE
           IF WS-TEXT-IN-STATUS NOT = "00"
               DISPLAY "No membership file (" WS-MEMBERSHIP-FILE-NAME
                       ") - membership rules cannot match"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ TEXT-IN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-MBR-COUNT < 10000
                           ADD 1 TO WS-MBR-COUNT
                           MOVE SPACES TO WS-MBR-ENTRY(WS-MBR-COUNT)
                           UNSTRING TEXT-IN-RECORD DELIMITED BY "|"
                               INTO WS-MBR-PROJ(WS-MBR-COUNT)
                                    WS-MBR-USER(WS-MBR-COUNT)
                                    WS-MBR-ROLE(WS-MBR-COUNT)
                       ELSE
                           MOVE "Y" TO WS-MBR-TRUNCATED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TEXT-IN-FILE
           IF WS-MBR-TRUNCATED = "Y"
               DISPLAY "WARNING: membership table filled at 10000 - "
                       "later memberships are not evaluated"
           END-IF.

      ******************************************************************
      * CHECK-MUTATION-APPROVAL: The planned batch awaiting apply and
      * the approval naming it
      ******************************************************************
       CHECK-MUTATION-APPROVAL.
           MOVE SPACES TO WS-PLAN-TAG WS-PLAN-RUN-ID WS-PLAN-DATE
                          WS-PLAN-SUBMITTER
           MOVE WS-MUT-PLAN-NAME TO WS-TEXT-IN-NAME
           OPEN INPUT TEXT-IN-FILE
           IF WS-TEXT-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ TEXT-IN-FILE
               NOT AT END
                   UNSTRING TEXT-IN-RECORD DELIMITED BY "|"
                       INTO WS-PLAN-TAG WS-PLAN-RUN-ID WS-PLAN-DATE
                            WS-PLAN-SUBMITTER
           END-READ
           CLOSE TEXT-IN-FILE
           IF WS-PLAN-TAG NOT = "PLAN"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-APPR-TAG WS-APPR-RUN-ID WS-APPR-APPROVER
           MOVE WS-MUT-APPROVAL-NAME TO WS-TEXT-IN-NAME
           OPEN INPUT TEXT-IN-FILE
           IF WS-TEXT-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ TEXT-IN-FILE
               NOT AT END
                   UNSTRING TEXT-IN-RECORD DELIMITED BY "|"
                       INTO WS-APPR-TAG WS-APPR-RUN-ID
                            WS-APPR-APPROVER
           END-READ
           CLOSE TEXT-IN-FILE
           IF WS-APPR-TAG NOT = "APPROVE"
               OR WS-APPR-RUN-ID NOT = WS-PLAN-RUN-ID
               EXIT PARAGRAPH
           END-IF

           MOVE "MUTATION-BATCH-RUNNER" TO WS-EV-SOURCE
           MOVE WS-PLAN-RUN-ID TO WS-EV-SUBJECT
           MOVE "APPLY" TO WS-EV-ACTION
           MOVE WS-PLAN-SUBMITTER TO WS-EV-PERFORMER
           MOVE WS-APPR-APPROVER TO WS-EV-APPROVER
           PERFORM EVALUATE-APPROVAL.

      ******************************************************************
      * CHECK-RETENTION-APPROVAL: Every project on the approved purge
      * manifest awaiting apply, against its approver
      ******************************************************************
       CHECK-RETENTION-APPROVAL.
           MOVE WS-RET-APPROVAL-NAME TO WS-TEXT-IN-NAME
           OPEN INPUT TEXT-IN-FILE
           IF WS-TEXT-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-FIRST-LINE
           MOVE SPACES TO WS-RET-TAG
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ TEXT-IN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-RETENTION-LINE
               END-READ
           END-PERFORM
           CLOSE TEXT-IN-FILE.

       CHECK-ONE-RETENTION-LINE.
           IF WS-FIRST-LINE = "Y"
               MOVE "N" TO WS-FIRST-LINE
               MOVE SPACES TO WS-RET-DATE WS-RET-APPROVER
               UNSTRING TEXT-IN-RECORD DELIMITED BY "|"
                   INTO WS-RET-TAG WS-RET-DATE WS-RET-APPROVER
               EXIT PARAGRAPH
           END-IF
      *    A consumed or voided approval authorizes nothing
           IF WS-RET-TAG NOT = "MANIFEST" OR TEXT-IN-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "RETENTION-PURGE" TO WS-EV-SOURCE
           MOVE SPACES TO WS-EV-SUBJECT
           UNSTRING TEXT-IN-RECORD DELIMITED BY "|"
               INTO WS-EV-SUBJECT
           MOVE "PURGE" TO WS-EV-ACTION
           MOVE SPACES TO WS-EV-PERFORMER
           MOVE WS-RET-APPROVER TO WS-EV-APPROVER
           PERFORM EVALUATE-APPROVAL.

      ******************************************************************
      * CHECK-PENDING-CHANGES: Every approved future-dated change
      * still on the pending file
      ******************************************************************
       CHECK-PENDING-CHANGES.
           MOVE WS-PENDING-FILE-NAME TO WS-TEXT-IN-NAME
           OPEN INPUT TEXT-IN-FILE
           IF WS-TEXT-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ TEXT-IN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-PENDING-LINE
               END-READ
           END-PERFORM
           CLOSE TEXT-IN-FILE.

       CHECK-ONE-PENDING-LINE.
           IF TEXT-IN-RECORD = SPACES OR TEXT-IN-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PC-CHANGE-ID WS-PC-EFFECTIVE
                          WS-EV-SUBJECT WS-PC-FIELD WS-PC-VALUE
                          WS-EV-PERFORMER WS-EV-APPROVER
           UNSTRING TEXT-IN-RECORD DELIMITED BY "|"
               INTO WS-PC-CHANGE-ID WS-PC-EFFECTIVE WS-EV-SUBJECT
                    WS-PC-FIELD WS-PC-VALUE WS-EV-PERFORMER
                    WS-EV-APPROVER
           IF WS-EV-APPROVER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "PENDING-CHANGE-RELEASE" TO WS-EV-SOURCE
           EVALUATE TRUE
               WHEN WS-PC-FIELD = "status" AND WS-PC-VALUE = "archived"
                   MOVE "ARCHIVE" TO WS-EV-ACTION
               WHEN WS-PC-FIELD = "status"
                   MOVE "RESTORE" TO WS-EV-ACTION
               WHEN OTHER
                   MOVE FUNCTION UPPER-CASE(WS-PC-FIELD)
                       TO WS-EV-ACTION
           END-EVALUATE
           PERFORM EVALUATE-APPROVAL.

      ******************************************************************
      * CHECK-LEDGER-PERIOD: Every approval exercised in the period
      ******************************************************************
       CHECK-LEDGER-PERIOD.
           MOVE WS-LEDGER-FILE-NAME TO WS-TEXT-IN-NAME
           OPEN INPUT TEXT-IN-FILE
           IF WS-TEXT-IN-STATUS NOT = "00"
               DISPLAY "No approval ledger (" WS-LEDGER-FILE-NAME
                       ") - nothing to evaluate for the period"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ TEXT-IN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-LEDGER-LINE
               END-READ
           END-PERFORM
           CLOSE TEXT-IN-FILE.

       CHECK-ONE-LEDGER-LINE.
           IF TEXT-IN-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF TEXT-IN-RECORD(1:10) < WS-FROM-ENV
               OR TEXT-IN-RECORD(1:10) > WS-TO-ENV
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EV-TS WS-EV-SOURCE WS-EV-SUBJECT
                          WS-EV-ACTION WS-EV-PERFORMER WS-EV-APPROVER
           UNSTRING TEXT-IN-RECORD DELIMITED BY "|"
               INTO WS-EV-TS WS-EV-SOURCE WS-EV-SUBJECT WS-EV-ACTION
                    WS-EV-PERFORMER WS-EV-APPROVER
           PERFORM EVALUATE-APPROVAL.

      ******************************************************************
      * EVALUATE-APPROVAL: One approval event against every
      * approval-type rule
      ******************************************************************
       EVALUATE-APPROVAL.
           ADD 1 TO WS-EVENT-COUNT
           IF WS-EV-APPROVER = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-COUNT
               MOVE "N" TO WS-EV-HIT
               EVALUATE WS-RULE-TYPE(WS-RULE-IDX)
                   WHEN "SELF-APPROVAL"
                       IF (WS-RULE-PARAM-1(WS-RULE-IDX) = "ALL"
                           OR WS-RULE-PARAM-1(WS-RULE-IDX)
                               = WS-EV-SOURCE)
                           AND WS-EV-PERFORMER = WS-EV-APPROVER
                           MOVE "Y" TO WS-EV-HIT
                       END-IF
                   WHEN "SELF-REVIEW"
                       IF (WS-RULE-PARAM-1(WS-RULE-IDX) = "ALL"
                           OR WS-RULE-PARAM-1(WS-RULE-IDX)
                               = WS-EV-SOURCE)
                           AND WS-EV-SUBJECT = WS-EV-APPROVER
                           MOVE "Y" TO WS-EV-HIT
                       END-IF
                   WHEN "MEMBER-APPROVER"
                       IF WS-RULE-PARAM-2(WS-RULE-IDX) = "ALL"
                           OR WS-RULE-PARAM-2(WS-RULE-IDX)
                               = WS-EV-ACTION
                           MOVE WS-EV-SUBJECT TO WS-LOOK-PROJ
                           MOVE WS-EV-APPROVER TO WS-LOOK-USER
                           MOVE WS-RULE-PARAM-1(WS-RULE-IDX)
                               TO WS-LOOK-ROLE
                           PERFORM FIND-MEMBERSHIP
                           MOVE WS-MBR-FOUND TO WS-EV-HIT
                       END-IF
               END-EVALUATE
               IF WS-EV-HIT = "Y"
                   PERFORM WRITE-CONFLICT-LINE
               END-IF
           END-PERFORM.

      ******************************************************************
      * FIND-MEMBERSHIP: Does the user hold the role on the project
      * (role ALL matches any role)?
      ******************************************************************
       FIND-MEMBERSHIP.
           MOVE "N" TO WS-MBR-FOUND
           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                       UNTIL WS-MBR-IDX > WS-MBR-COUNT
               IF WS-MBR-PROJ(WS-MBR-IDX) = WS-LOOK-PROJ
                   AND WS-MBR-USER(WS-MBR-IDX) = WS-LOOK-USER
                   AND (WS-LOOK-ROLE = "ALL"
                       OR WS-MBR-ROLE(WS-MBR-IDX) = WS-LOOK-ROLE)
                   MOVE "Y" TO WS-MBR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * CHECK-AUTHORITY-MEMBERS: Standing console authority held by
      * someone who also holds a sensitive project role
      ******************************************************************
       CHECK-AUTHORITY-MEMBERS.
           MOVE WS-AUTHORITY-FILE-NAME TO WS-TEXT-IN-NAME
           OPEN INPUT TEXT-IN-FILE
           IF WS-TEXT-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ TEXT-IN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-AUTHORITY
               END-READ
           END-PERFORM
           CLOSE TEXT-IN-FILE.

       CHECK-ONE-AUTHORITY.
           IF TEXT-IN-RECORD = SPACES OR TEXT-IN-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AUTH-OPERATOR WS-AUTH-ACTIONS
           UNSTRING TEXT-IN-RECORD DELIMITED BY "|"
               INTO WS-AUTH-OPERATOR WS-AUTH-ACTIONS
           IF WS-AUTH-OPERATOR = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "GREY-CONSOLE" TO WS-EV-SOURCE
           MOVE WS-AUTH-OPERATOR TO WS-EV-APPROVER
           MOVE SPACES TO WS-EV-PERFORMER
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF WS-RULE-TYPE(WS-RULE-IDX) = "AUTHORITY-MEMBER"
                   MOVE 0 TO WS-DIGIT-HITS
                   IF WS-RULE-PARAM-2(WS-RULE-IDX) NOT = "ALL"
                       AND WS-AUTH-ACTIONS NOT = "ALL"
                       INSPECT WS-AUTH-ACTIONS TALLYING WS-DIGIT-HITS
                           FOR ALL WS-RULE-PARAM-2(WS-RULE-IDX)(1:1)
                   ELSE
                       MOVE 1 TO WS-DIGIT-HITS
                   END-IF
                   IF WS-DIGIT-HITS > 0
                       MOVE WS-RULE-PARAM-2(WS-RULE-IDX)
                           TO WS-EV-ACTION
                       PERFORM CHECK-OPERATOR-ROLES
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-OPERATOR-ROLES.
           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                       UNTIL WS-MBR-IDX > WS-MBR-COUNT
               IF WS-MBR-USER(WS-MBR-IDX) = WS-AUTH-OPERATOR
                   AND (WS-RULE-PARAM-1(WS-RULE-IDX) = "ALL"
                       OR WS-MBR-ROLE(WS-MBR-IDX)
                           = WS-RULE-PARAM-1(WS-RULE-IDX))
                   MOVE WS-MBR-PROJ(WS-MBR-IDX) TO WS-EV-SUBJECT
                   PERFORM WRITE-CONFLICT-LINE
               END-IF
           END-PERFORM.

      ******************************************************************
      * WRITE-CONFLICT-LINE: One conflict, charged to the approver
      ******************************************************************
       WRITE-CONFLICT-LINE.
           IF WS-EV-SCOPE = "CURRENT"
               ADD 1 TO WS-CURRENT-COUNT
           ELSE
               ADD 1 TO WS-PERIOD-COUNT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CONFLICT|" DELIMITED BY SIZE
                  WS-EV-SCOPE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-RULE-ID(WS-RULE-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-EV-APPROVER DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-EV-SOURCE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-EV-SUBJECT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-EV-ACTION DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-RULE-DESC(WS-RULE-IDX) DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-EV-TS DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD.

       END PROGRAM SOD-CONFLICT-REPORT.
