      ******************************************************************
      * control_change.cbl - Grey Control File Change Control
      * The control and reference files (see CONTROL-BASELINE for the
      * list) change production behaviour the moment they are saved.
      * This job puts a maker-checker process in front of them: a
      * change is staged as a proposed version, shown as a line-level
      * diff, approved by a second person, and only then promoted
      * into place - at which point its checksum becomes the file's
      * approved baseline that CONTROL-DRIFT-CHECK compares against
      * every night.
      *
      * GREY_CTLCHG_MODE:
      *   PROPOSE  stage GREY_CTLCHG_SOURCE as the next version of
      *            control file GREY_CTLCHG_FILE (a key such as
      *            AUTHORITY or FREEZE), with GREY_CTLCHG_REASON; the
      *            report carries the diff against the live file
      *   DIFF     the diff of change GREY_CTLCHG_ID against the live
      *            file as it stands now
      *   APPROVE  sign change GREY_CTLCHG_ID off - never by the
      *            operator who proposed it
      *   REJECT   withdraw or refuse change GREY_CTLCHG_ID
      *   PROMOTE  copy an approved change into place, keep the
      *            version it replaces, and re-baseline the file
      *   ADOPT    take a file not yet under control as it stands
      *            (its first baseline)
      *   LIST     every change still open
      * GREY_OPERATOR_ID names the operator for every mode that acts.
      *
      * A change is refused at approval or promotion when its staged
      * copy no longer matches what was proposed, and at promotion
      * when the live file has moved since the proposal (the diff
      * the checker approved would no longer be the change made) -
      * re-propose against the current file. One change may be open
      * per file at a time. Promotion writes the maker and checker
      * to the approval ledger (APPROVAL-LEDGER-WRITE).
      *
      * Register (/tmp/grey_control_changes.txt):
      *   "change-id|key|status|maker|proposed-ts|base-checksum|
      *    proposed-checksum|checker|decided-ts|promoted-by|
      *    promoted-ts|reason"
      * status PROPOSED, APPROVED, REJECTED, PROMOTED or ADOPTED.
      * Staged copies, diffs and replaced versions are kept in
      * /tmp/grey_control_staging as change-id.proposed, .diff and
      * .prior.
      *
      * Report: /tmp/grey_control_change_report.txt
      * RETURN-CODE 0 done, 8 refused or bad parameters, 12 another
      * instance holds the run lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-CHANGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO WS-REGISTER-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT DIFF-FILE ASSIGN TO WS-DIFF-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DIFF-FILE-STATUS.

           SELECT CHANGE-REPORT-FILE ASSIGN TO WS-CHANGE-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
       01  REGISTER-RECORD             PIC X(400).

       FD  DIFF-FILE.
       01  DIFF-RECORD                 PIC X(300).

       FD  CHANGE-REPORT-FILE.
       01  CHANGE-REPORT-RECORD        PIC X(320).

       WORKING-STORAGE SECTION.
       01  WS-REGISTER-FILE-NAME       PIC X(64)
               VALUE "/tmp/grey_control_changes.txt".
       01  WS-REGISTER-FILE-STATUS     PIC XX     VALUE SPACES.
       01  WS-STAGING-DIR              PIC X(64)
               VALUE "/tmp/grey_control_staging".
       01  WS-DIFF-FILE-NAME           PIC X(100) VALUE SPACES.
       01  WS-DIFF-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-CHANGE-REPORT-NAME       PIC X(64)
               VALUE "/tmp/grey_control_change_report.txt".
       01  WS-STAGED-NAME              PIC X(100) VALUE SPACES.
       01  WS-PRIOR-NAME               PIC X(100) VALUE SPACES.
       01  WS-COMMAND                  PIC X(400) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-TS                       PIC X(19)  VALUE SPACES.
       01  WS-REPORT-LINE              PIC X(320) VALUE SPACES.
       01  WS-SHELL-RC                 PIC S9(8)  VALUE 0.

      ******************************************************************
      * Parameters
      ******************************************************************
       01  WS-MODE                     PIC X(8)   VALUE SPACES.
       01  WS-CTL-KEY                  PIC X(16)  VALUE SPACES.
       01  WS-SOURCE-PATH              PIC X(64)  VALUE SPACES.
       01  WS-CHANGE-ID-ENV            PIC X(24)  VALUE SPACES.
       01  WS-REASON                   PIC X(80)  VALUE SPACES.
       01  WS-OPERATOR-ID              PIC X(32)  VALUE SPACES.

      ******************************************************************
      * CONTROL-BASELINE call fields
      ******************************************************************
       01  WS-CTL-PATH                 PIC X(64)  VALUE SPACES.
       01  WS-CTL-FOUND                PIC X      VALUE "N".
       01  WS-CHECK-PATH               PIC X(64)  VALUE SPACES.
       01  WS-LIVE-CHECKSUM            PIC X(24)  VALUE SPACES.
       01  WS-STAGED-CHECKSUM          PIC X(24)  VALUE SPACES.
       01  WS-SOURCE-CHECKSUM          PIC X(24)  VALUE SPACES.
       01  WS-BASE-CHECKSUM            PIC X(24)  VALUE SPACES.
       01  WS-BASE-CHANGE-ID           PIC X(24)  VALUE SPACES.

      ******************************************************************
      * The change register
      ******************************************************************
       01  WS-REGISTER-TABLE.
           05  WS-RG-COUNT              PIC 9(4)  VALUE 0.
           05  WS-RG-ENTRY OCCURS 500 TIMES.
               10  WS-RG-ID             PIC X(24).
               10  WS-RG-KEY            PIC X(16).
               10  WS-RG-STATUS         PIC X(10).
               10  WS-RG-MAKER          PIC X(32).
               10  WS-RG-PROPOSED-TS    PIC X(19).
               10  WS-RG-BASE-SUM       PIC X(24).
               10  WS-RG-NEW-SUM        PIC X(24).
               10  WS-RG-CHECKER        PIC X(32).
               10  WS-RG-DECIDED-TS     PIC X(19).
               10  WS-RG-PROMOTER       PIC X(32).
               10  WS-RG-PROMOTED-TS    PIC X(19).
               10  WS-RG-REASON         PIC X(80).
       01  WS-RG-IDX                   PIC 9(4)   VALUE 0.
       01  WS-RG-FOUND                 PIC 9(4)   VALUE 0.
       01  WS-RG-OPEN                  PIC 9(4)   VALUE 0.
       01  WS-CHANGE-ID                PIC X(24)  VALUE SPACES.

      ******************************************************************
      * Diff counts
      ******************************************************************
       01  WS-ADDED-LINES              PIC 9(6)   VALUE 0.
       01  WS-REMOVED-LINES            PIC 9(6)   VALUE 0.
       01  WS-COUNT-TEXT               PIC Z(5)9  VALUE SPACES.
       01  WS-COUNT-TEXT-2             PIC Z(5)9  VALUE SPACES.

      ******************************************************************
      * Approval ledger fields
      ******************************************************************
       01  WS-LEDGER-SUBJECT           PIC X(64)  VALUE SPACES.
       01  WS-LEDGER-ACTION            PIC X(16)
               VALUE "CONTROL-PROMOTE".
       01  WS-LEDGER-PERFORMER         PIC X(64)  VALUE SPACES.
       01  WS-LEDGER-APPROVER          PIC X(64)  VALUE SPACES.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "CONTROL-CHANGE".
       01  WS-HIST-RUN-ID              PIC X(24)  VALUE SPACES.
       01  WS-HIST-READ                PIC 9(8)   VALUE 0.
       01  WS-HIST-OK                  PIC 9(8)   VALUE 0.
       01  WS-HIST-FAIL                PIC 9(8)   VALUE 0.
       01  WS-HIST-CID                 PIC X(40)  VALUE SPACES.

      ******************************************************************
      * Notification spool fields
      ******************************************************************
       01  WS-NOTIFY-SEVERITY          PIC X(8)   VALUE SPACES.
       01  WS-NOTIFY-SUMMARY           PIC X(64)  VALUE SPACES.
       01  WS-NOTIFY-DETAIL            PIC X(256) VALUE SPACES.
       01  WS-RES-ERR-MSG              PIC X(256) VALUE SPACES.
       01  WS-LOCK-ACQUIRED            PIC X      VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Control File Change Control ==="
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) "T"
                  WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2)
               DELIMITED BY SIZE INTO WS-TS

           CALL "RUN-HISTORY-START" USING WS-HIST-JOB-NAME
                                          WS-HIST-RUN-ID
           CALL "RUN-LOCK-ACQUIRE" USING WS-HIST-JOB-NAME
                                         WS-LOCK-ACQUIRED
           IF WS-LOCK-ACQUIRED NOT = "Y"
               MOVE 12 TO RETURN-CODE
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF

           ACCEPT WS-MODE FROM ENVIRONMENT "GREY_CTLCHG_MODE"
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
           ACCEPT WS-CTL-KEY FROM ENVIRONMENT "GREY_CTLCHG_FILE"
           MOVE FUNCTION UPPER-CASE(WS-CTL-KEY) TO WS-CTL-KEY
           ACCEPT WS-SOURCE-PATH FROM ENVIRONMENT "GREY_CTLCHG_SOURCE"
           ACCEPT WS-CHANGE-ID-ENV FROM ENVIRONMENT "GREY_CTLCHG_ID"
           ACCEPT WS-REASON FROM ENVIRONMENT "GREY_CTLCHG_REASON"
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "GREY_OPERATOR_ID"

           PERFORM LOAD-REGISTER
           OPEN OUTPUT CHANGE-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CONTROL-CHANGE|MODE=" DELIMITED BY SIZE
                  WS-MODE DELIMITED BY SPACE
                  "|RUN=" DELIMITED BY SIZE
                  WS-TS DELIMITED BY SIZE
                  "|OPERATOR=" DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF WS-MODE NOT = "LIST" AND WS-MODE NOT = "DIFF"
               AND WS-OPERATOR-ID = SPACES
               MOVE "GREY_OPERATOR_ID must name the operator"
                   TO WS-RES-ERR-MSG
               PERFORM REFUSE-CHANGE
           END-IF

           EVALUATE WS-MODE
               WHEN "PROPOSE"
                   PERFORM PROPOSE-CHANGE
               WHEN "DIFF"
                   PERFORM SHOW-CHANGE-DIFF
               WHEN "APPROVE"
                   PERFORM APPROVE-CHANGE
               WHEN "REJECT"
                   PERFORM REJECT-CHANGE
               WHEN "PROMOTE"
                   PERFORM PROMOTE-CHANGE
               WHEN "ADOPT"
                   PERFORM ADOPT-CONTROL-FILE
               WHEN "LIST"
                   PERFORM LIST-OPEN-CHANGES
               WHEN OTHER
                   MOVE SPACES TO WS-RES-ERR-MSG
                   STRING "GREY_CTLCHG_MODE must be PROPOSE, DIFF, "
                              DELIMITED BY SIZE
                          "APPROVE, REJECT, PROMOTE, ADOPT or LIST"
                              DELIMITED BY SIZE
                          INTO WS-RES-ERR-MSG
                   PERFORM REFUSE-CHANGE
           END-EVALUATE

           CLOSE CHANGE-REPORT-FILE
           MOVE 0 TO RETURN-CODE
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           STOP RUN.

      ******************************************************************
      * PROPOSE-CHANGE: Stage the new version and show its diff
      ******************************************************************
       PROPOSE-CHANGE.
           PERFORM LOCATE-CONTROL-FILE
           IF WS-SOURCE-PATH = SPACES
               MOVE "GREY_CTLCHG_SOURCE must name the proposed version"
                   TO WS-RES-ERR-MSG
               PERFORM REFUSE-CHANGE
           END-IF
           MOVE WS-SOURCE-PATH TO WS-CHECK-PATH
           CALL "CONTROL-CHECKSUM" USING WS-CHECK-PATH
                                         WS-SOURCE-CHECKSUM
           IF WS-SOURCE-CHECKSUM = "MISSING"
               MOVE SPACES TO WS-RES-ERR-MSG
               STRING "proposed version " DELIMITED BY SIZE
                      WS-SOURCE-PATH DELIMITED BY SPACE
                      " not found" DELIMITED BY SIZE
                      INTO WS-RES-ERR-MSG
               PERFORM REFUSE-CHANGE
           END-IF
           CALL "CONTROL-CHECKSUM" USING WS-CTL-PATH WS-LIVE-CHECKSUM
           IF WS-SOURCE-CHECKSUM = WS-LIVE-CHECKSUM
               MOVE "proposed version is identical to the live file"
                   TO WS-RES-ERR-MSG
               PERFORM REFUSE-CHANGE
           END-IF

           MOVE 0 TO WS-RG-OPEN
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                       UNTIL WS-RG-IDX > WS-RG-COUNT
               IF WS-RG-KEY(WS-RG-IDX) = WS-CTL-KEY
                   AND (WS-RG-STATUS(WS-RG-IDX) = "PROPOSED"
                     OR WS-RG-STATUS(WS-RG-IDX) = "APPROVED")
                   MOVE WS-RG-IDX TO WS-RG-OPEN
               END-IF
           END-PERFORM
           IF WS-RG-OPEN > 0
               MOVE SPACES TO WS-RES-ERR-MSG
               STRING "change " DELIMITED BY SIZE
                      WS-RG-ID(WS-RG-OPEN) DELIMITED BY SPACE
                      " is still open for " DELIMITED BY SIZE
                      WS-CTL-KEY DELIMITED BY SPACE
                      " - promote or reject it first" DELIMITED BY SIZE
                      INTO WS-RES-ERR-MSG
               PERFORM REFUSE-CHANGE
           END-IF
           IF WS-RG-COUNT >= 500
               MOVE "change register is full - archive it"
                   TO WS-RES-ERR-MSG
               PERFORM REFUSE-CHANGE
           END-IF

           MOVE SPACES TO WS-CHANGE-ID
           STRING "CC-" DELIMITED BY SIZE
                  WS-NOW(1:16) DELIMITED BY SIZE
                  INTO WS-CHANGE-ID
           PERFORM BUILD-STAGING-NAMES
           MOVE SPACES TO WS-COMMAND
           STRING "mkdir -p " DELIMITED BY SIZE
                  WS-STAGING-DIR DELIMITED BY SPACE
                  " && cp '" DELIMITED BY SIZE
                  WS-SOURCE-PATH DELIMITED BY SPACE
                  "' '" DELIMITED BY SIZE
                  WS-STAGED-NAME DELIMITED BY SPACE
                  "'" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-SHELL-RC
           MOVE 0 TO RETURN-CODE
           IF WS-SHELL-RC NOT = 0
               MOVE "could not stage the proposed version"
                   TO WS-RES-ERR-MSG
               PERFORM REFUSE-CHANGE
           END-IF

           ADD 1 TO WS-RG-COUNT
           MOVE WS-RG-COUNT TO WS-RG-FOUND
           MOVE SPACES TO WS-RG-ENTRY(WS-RG-FOUND)
           MOVE WS-CHANGE-ID TO WS-RG-ID(WS-RG-FOUND)
           MOVE WS-CTL-KEY TO WS-RG-KEY(WS-RG-FOUND)
           MOVE "PROPOSED" TO WS-RG-STATUS(WS-RG-FOUND)
           MOVE WS-OPERATOR-ID TO WS-RG-MAKER(WS-RG-FOUND)
           MOVE WS-TS TO WS-RG-PROPOSED-TS(WS-RG-FOUND)
           MOVE WS-LIVE-CHECKSUM TO WS-RG-BASE-SUM(WS-RG-FOUND)
           MOVE WS-SOURCE-CHECKSUM TO WS-RG-NEW-SUM(WS-RG-FOUND)
           INSPECT WS-REASON REPLACING ALL "|" BY "/"
           MOVE WS-REASON TO WS-RG-REASON(WS-RG-FOUND)
           PERFORM SAVE-REGISTER

           PERFORM WRITE-CHANGE-LINE
           PERFORM WRITE-CHANGE-DIFF
           ADD 1 TO WS-HIST-OK
           DISPLAY "Proposed " WS-CHANGE-ID " for " WS-CTL-KEY
                   " - awaiting approval by a second operator".

      ******************************************************************
      * SHOW-CHANGE-DIFF: The change against the live file as it is
      ******************************************************************
       SHOW-CHANGE-DIFF.
           PERFORM FIND-CHANGE
           MOVE WS-RG-KEY(WS-RG-FOUND) TO WS-CTL-KEY
           PERFORM LOCATE-CONTROL-FILE
           PERFORM WRITE-CHANGE-LINE
           IF WS-RG-STATUS(WS-RG-FOUND) = "ADOPTED"
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-CHANGE-DIFF.

      ******************************************************************
      * APPROVE-CHANGE: The second person's sign-off
      ******************************************************************
       APPROVE-CHANGE.
           PERFORM FIND-CHANGE
           IF WS-RG-STATUS(WS-RG-FOUND) NOT = "PROPOSED"
               MOVE SPACES TO WS-RES-ERR-MSG
               STRING "change " DELIMITED BY SIZE
                      WS-CHANGE-ID DELIMITED BY SPACE
                      " is " DELIMITED BY SIZE
                      WS-RG-STATUS(WS-RG-FOUND) DELIMITED BY SPACE
                      ", not PROPOSED" DELIMITED BY SIZE
                      INTO WS-RES-ERR-MSG
               PERFORM REFUSE-CHANGE
           END-IF
           IF WS-RG-MAKER(WS-RG-FOUND) = WS-OPERATOR-ID
               MOVE SPACES TO WS-RES-ERR-MSG
               STRING "the operator who proposed a change cannot "
                          DELIMITED BY SIZE
                      "approve it" DELIMITED BY SIZE
                      INTO WS-RES-ERR-MSG
               PERFORM REFUSE-CHANGE
           END-IF
           PERFORM CHECK-STAGED-COPY

           MOVE "APPROVED" TO WS-RG-STATUS(WS-RG-FOUND)
           MOVE WS-OPERATOR-ID TO WS-RG-CHECKER(WS-RG-FOUND)
           MOVE WS-TS TO WS-RG-DECIDED-TS(WS-RG-FOUND)
           PERFORM SAVE-REGISTER
           PERFORM WRITE-CHANGE-LINE
           ADD 1 TO WS-HIST-OK
           DISPLAY "Approved " WS-CHANGE-ID " - ready to promote".

      ******************************************************************
      * REJECT-CHANGE: Withdrawn by its maker or refused by a checker
      ******************************************************************
       REJECT-CHANGE.
           PERFORM FIND-CHANGE
           IF WS-RG-STATUS(WS-RG-FOUND) NOT = "PROPOSED"
               AND WS-RG-STATUS(WS-RG-FOUND) NOT = "APPROVED"
               MOVE SPACES TO WS-RES-ERR-MSG
               STRING "change " DELIMITED BY SIZE
                      WS-CHANGE-ID DELIMITED BY SPACE
                      " is already " DELIMITED BY SIZE
                      WS-RG-STATUS(WS-RG-FOUND) DELIMITED BY SPACE
                      INTO WS-RES-ERR-MSG
               PERFORM REFUSE-CHANGE
           END-IF
           MOVE "REJECTED" TO WS-RG-STATUS(WS-RG-FOUND)
           MOVE WS-OPERATOR-ID TO WS-RG-CHECKER(WS-RG-FOUND)
           MOVE WS-TS TO WS-RG-DECIDED-TS(WS-RG-FOUND)
           PERFORM SAVE-REGISTER
           PERFORM WRITE-CHANGE-LINE
           ADD 1 TO WS-HIST-OK
           DISPLAY "Rejected " WS-CHANGE-ID.

      ******************************************************************
      * PROMOTE-CHANGE: Put the approved version in place and make it
      * the file's baseline
      ******************************************************************
       PROMOTE-CHANGE.
           PERFORM FIND-CHANGE
           IF WS-RG-STATUS(WS-RG-FOUND) NOT = "APPROVED"
               MOVE SPACES TO WS-RES-ERR-MSG
               STRING "change " DELIMITED BY SIZE
                      WS-CHANGE-ID DELIMITED BY SPACE
                      " is " DELIMITED BY SIZE
                      WS-RG-STATUS(WS-RG-FOUND) DELIMITED BY SPACE
                      ", not APPROVED" DELIMITED BY SIZE
                      INTO WS-RES-ERR-MSG
               PERFORM REFUSE-CHANGE
           END-IF
           MOVE WS-RG-KEY(WS-RG-FOUND) TO WS-CTL-KEY
           PERFORM LOCATE-CONTROL-FILE
           PERFORM CHECK-STAGED-COPY
           CALL "CONTROL-CHECKSUM" USING WS-CTL-PATH WS-LIVE-CHECKSUM
           IF WS-LIVE-CHECKSUM NOT = WS-RG-BASE-SUM(WS-RG-FOUND)
               MOVE SPACES TO WS-RES-ERR-MSG
               STRING WS-CTL-PATH DELIMITED BY SPACE
                      " has changed since " DELIMITED BY SIZE
                      WS-CHANGE-ID DELIMITED BY SPACE
                      " was proposed - reject it and re-propose "
                          DELIMITED BY SIZE
                      "against the current file" DELIMITED BY SIZE
                      INTO WS-RES-ERR-MSG
               PERFORM REFUSE-CHANGE
           END-IF

           MOVE SPACES TO WS-COMMAND
           STRING "if [ -f '" DELIMITED BY SIZE
                  WS-CTL-PATH DELIMITED BY SPACE
                  "' ]; then cp '" DELIMITED BY SIZE
                  WS-CTL-PATH DELIMITED BY SPACE
                  "' '" DELIMITED BY SIZE
                  WS-PRIOR-NAME DELIMITED BY SPACE
                  "' || exit 1; fi; cp '" DELIMITED BY SIZE
                  WS-STAGED-NAME DELIMITED BY SPACE
                  "' '" DELIMITED BY SIZE
                  WS-CTL-PATH DELIMITED BY SPACE
                  "'" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-SHELL-RC
           MOVE 0 TO RETURN-CODE
           CALL "CONTROL-CHECKSUM" USING WS-CTL-PATH WS-LIVE-CHECKSUM
           IF WS-SHELL-RC NOT = 0
               OR WS-LIVE-CHECKSUM NOT = WS-RG-NEW-SUM(WS-RG-FOUND)
               MOVE SPACES TO WS-RES-ERR-MSG
               STRING "could not put " DELIMITED BY SIZE
                      WS-CHANGE-ID DELIMITED BY SPACE
                      " in place at " DELIMITED BY SIZE
                      WS-CTL-PATH DELIMITED BY SPACE
                      " - the replaced version is " DELIMITED BY SIZE
                      WS-PRIOR-NAME DELIMITED BY SPACE
                      INTO WS-RES-ERR-MSG
               PERFORM REFUSE-CHANGE
           END-IF

           CALL "CONTROL-BASELINE-SET" USING WS-CTL-KEY WS-CTL-PATH
                                             WS-LIVE-CHECKSUM
                                             WS-CHANGE-ID
           MOVE "PROMOTED" TO WS-RG-STATUS(WS-RG-FOUND)
           MOVE WS-OPERATOR-ID TO WS-RG-PROMOTER(WS-RG-FOUND)
           MOVE WS-TS TO WS-RG-PROMOTED-TS(WS-RG-FOUND)
           PERFORM SAVE-REGISTER

           MOVE SPACES TO WS-LEDGER-SUBJECT
           STRING WS-CTL-KEY DELIMITED BY SPACE
                  ":" DELIMITED BY SIZE
                  WS-CHANGE-ID DELIMITED BY SPACE
                  INTO WS-LEDGER-SUBJECT
           MOVE WS-RG-MAKER(WS-RG-FOUND) TO WS-LEDGER-PERFORMER
           MOVE WS-RG-CHECKER(WS-RG-FOUND) TO WS-LEDGER-APPROVER
           CALL "APPROVAL-LEDGER-WRITE" USING WS-HIST-JOB-NAME
                                              WS-LEDGER-SUBJECT
                                              WS-LEDGER-ACTION
                                              WS-LEDGER-PERFORMER
                                              WS-LEDGER-APPROVER

           MOVE "INFO" TO WS-NOTIFY-SEVERITY
           MOVE SPACES TO WS-NOTIFY-SUMMARY
           STRING "Control file promoted: " DELIMITED BY SIZE
                  WS-CTL-KEY DELIMITED BY SPACE
                  INTO WS-NOTIFY-SUMMARY
           MOVE SPACES TO WS-NOTIFY-DETAIL
           STRING WS-CHANGE-ID DELIMITED BY SPACE
                  " proposed by " DELIMITED BY SIZE
                  WS-RG-MAKER(WS-RG-FOUND) DELIMITED BY SPACE
                  ", approved by " DELIMITED BY SIZE
                  WS-RG-CHECKER(WS-RG-FOUND) DELIMITED BY SPACE
                  ", promoted by " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
                  " into " DELIMITED BY SIZE
                  WS-CTL-PATH DELIMITED BY SPACE
                  INTO WS-NOTIFY-DETAIL
           CALL "NOTIFY-SPOOL-WRITE" USING WS-NOTIFY-SEVERITY
                                           WS-HIST-JOB-NAME
                                           WS-NOTIFY-SUMMARY
                                           WS-NOTIFY-DETAIL
                                           WS-HIST-CID
           PERFORM WRITE-CHANGE-LINE
           ADD 1 TO WS-HIST-OK
           DISPLAY "Promoted " WS-CHANGE-ID " into " WS-CTL-PATH.

      ******************************************************************
      * ADOPT-CONTROL-FILE: First baseline of a file as it stands
      ******************************************************************
       ADOPT-CONTROL-FILE.
           PERFORM LOCATE-CONTROL-FILE
           CALL "CONTROL-BASELINE-GET" USING WS-CTL-KEY
                                             WS-BASE-CHECKSUM
                                             WS-BASE-CHANGE-ID
           IF WS-BASE-CHECKSUM NOT = SPACES
               MOVE SPACES TO WS-RES-ERR-MSG
               STRING WS-CTL-KEY DELIMITED BY SPACE
                      " is already under control (baseline from "
                          DELIMITED BY SIZE
                      WS-BASE-CHANGE-ID DELIMITED BY SPACE
                      ") - change it through PROPOSE"
                          DELIMITED BY SIZE
                      INTO WS-RES-ERR-MSG
               PERFORM REFUSE-CHANGE
           END-IF
           IF WS-RG-COUNT >= 500
               MOVE "change register is full - archive it"
                   TO WS-RES-ERR-MSG
               PERFORM REFUSE-CHANGE
           END-IF
           CALL "CONTROL-CHECKSUM" USING WS-CTL-PATH WS-LIVE-CHECKSUM

           MOVE SPACES TO WS-CHANGE-ID
           STRING "CC-" DELIMITED BY SIZE
                  WS-NOW(1:16) DELIMITED BY SIZE
                  INTO WS-CHANGE-ID
           CALL "CONTROL-BASELINE-SET" USING WS-CTL-KEY WS-CTL-PATH
                                             WS-LIVE-CHECKSUM
                                             WS-CHANGE-ID
           ADD 1 TO WS-RG-COUNT
           MOVE WS-RG-COUNT TO WS-RG-FOUND
           MOVE SPACES TO WS-RG-ENTRY(WS-RG-FOUND)
           MOVE WS-CHANGE-ID TO WS-RG-ID(WS-RG-FOUND)
           MOVE WS-CTL-KEY TO WS-RG-KEY(WS-RG-FOUND)
           MOVE "ADOPTED" TO WS-RG-STATUS(WS-RG-FOUND)
           MOVE WS-OPERATOR-ID TO WS-RG-MAKER(WS-RG-FOUND)
           MOVE WS-TS TO WS-RG-PROPOSED-TS(WS-RG-FOUND)
           MOVE WS-LIVE-CHECKSUM TO WS-RG-NEW-SUM(WS-RG-FOUND)
           INSPECT WS-REASON REPLACING ALL "|" BY "/"
           MOVE WS-REASON TO WS-RG-REASON(WS-RG-FOUND)
           PERFORM SAVE-REGISTER
           PERFORM WRITE-CHANGE-LINE
           ADD 1 TO WS-HIST-OK
           DISPLAY "Adopted " WS-CTL-KEY " as it stands: "
                   WS-LIVE-CHECKSUM.

      ******************************************************************
      * LIST-OPEN-CHANGES: Everything proposed or approved but not yet
      * promoted
      ******************************************************************
       LIST-OPEN-CHANGES.
           MOVE 0 TO WS-RG-OPEN
           PERFORM VARYING WS-RG-FOUND FROM 1 BY 1
                       UNTIL WS-RG-FOUND > WS-RG-COUNT
               IF WS-RG-STATUS(WS-RG-FOUND) = "PROPOSED"
                   OR WS-RG-STATUS(WS-RG-FOUND) = "APPROVED"
                   ADD 1 TO WS-RG-OPEN
                   PERFORM WRITE-CHANGE-LINE
               END-IF
           END-PERFORM
           MOVE WS-RG-OPEN TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL|OPEN=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-RG-OPEN TO WS-HIST-READ
           DISPLAY "Open changes: " WS-RG-OPEN.

      ******************************************************************
      * LOCATE-CONTROL-FILE: WS-CTL-KEY must be a controlled file
      ******************************************************************
       LOCATE-CONTROL-FILE.
           IF WS-CTL-KEY = SPACES
               MOVE "GREY_CTLCHG_FILE must name the control file"
                   TO WS-RES-ERR-MSG
               PERFORM REFUSE-CHANGE
           END-IF
           CALL "CONTROL-FILE-LOCATE" USING WS-CTL-KEY WS-CTL-PATH
                                            WS-CTL-FOUND
           IF WS-CTL-FOUND NOT = "Y"
               MOVE SPACES TO WS-RES-ERR-MSG
               STRING WS-CTL-KEY DELIMITED BY SPACE
                      " is not a controlled file" DELIMITED BY SIZE
                      INTO WS-RES-ERR-MSG
               PERFORM REFUSE-CHANGE
           END-IF.

      ******************************************************************
      * FIND-CHANGE: GREY_CTLCHG_ID on the register
      ******************************************************************
       FIND-CHANGE.
           IF WS-CHANGE-ID-ENV = SPACES
               MOVE "GREY_CTLCHG_ID must name the change"
                   TO WS-RES-ERR-MSG
               PERFORM REFUSE-CHANGE
           END-IF
           MOVE WS-CHANGE-ID-ENV TO WS-CHANGE-ID
           MOVE 0 TO WS-RG-FOUND
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                       UNTIL WS-RG-IDX > WS-RG-COUNT
               IF WS-RG-ID(WS-RG-IDX) = WS-CHANGE-ID
                   MOVE WS-RG-IDX TO WS-RG-FOUND
               END-IF
           END-PERFORM
           IF WS-RG-FOUND = 0
               MOVE SPACES TO WS-RES-ERR-MSG
               STRING "change " DELIMITED BY SIZE
                      WS-CHANGE-ID DELIMITED BY SPACE
                      " is not on the register" DELIMITED BY SIZE
                      INTO WS-RES-ERR-MSG
               PERFORM REFUSE-CHANGE
           END-IF
           PERFORM BUILD-STAGING-NAMES.

       BUILD-STAGING-NAMES.
           MOVE SPACES TO WS-STAGED-NAME WS-DIFF-FILE-NAME
                          WS-PRIOR-NAME
           STRING WS-STAGING-DIR DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-CHANGE-ID DELIMITED BY SPACE
                  ".proposed" DELIMITED BY SIZE
                  INTO WS-STAGED-NAME
           STRING WS-STAGING-DIR DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-CHANGE-ID DELIMITED BY SPACE
                  ".diff" DELIMITED BY SIZE
                  INTO WS-DIFF-FILE-NAME
           STRING WS-STAGING-DIR DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-CHANGE-ID DELIMITED BY SPACE
                  ".prior" DELIMITED BY SIZE
                  INTO WS-PRIOR-NAME.

      ******************************************************************
      * CHECK-STAGED-COPY: The staged version is still the one that
      * was proposed
      ******************************************************************
       CHECK-STAGED-COPY.
           MOVE WS-STAGED-NAME(1:64) TO WS-CHECK-PATH
           CALL "CONTROL-CHECKSUM" USING WS-CHECK-PATH
                                         WS-STAGED-CHECKSUM
           IF WS-STAGED-CHECKSUM NOT = WS-RG-NEW-SUM(WS-RG-FOUND)
               MOVE SPACES TO WS-RES-ERR-MSG
               STRING "staged copy of " DELIMITED BY SIZE
                      WS-CHANGE-ID DELIMITED BY SPACE
                      " no longer matches what was proposed"
                          DELIMITED BY SIZE
                      INTO WS-RES-ERR-MSG
               PERFORM REFUSE-CHANGE
           END-IF.

      ******************************************************************
      * WRITE-CHANGE-DIFF: The line-level diff, live file to staged
      * version, into the report with its added/removed counts
      ******************************************************************
       WRITE-CHANGE-DIFF.
           MOVE SPACES TO WS-COMMAND
           STRING "f='" DELIMITED BY SIZE
                  WS-CTL-PATH DELIMITED BY SPACE
                  "'; [ -f ""$f"" ] || f=/dev/null; diff -u "
                      DELIMITED BY SIZE
                  """$f"" '" DELIMITED BY SIZE
                  WS-STAGED-NAME DELIMITED BY SPACE
                  "' > '" DELIMITED BY SIZE
                  WS-DIFF-FILE-NAME DELIMITED BY SPACE
                  "'" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE 0 TO RETURN-CODE

           MOVE 0 TO WS-ADDED-LINES WS-REMOVED-LINES
           OPEN INPUT DIFF-FILE
           IF WS-DIFF-FILE-STATUS NOT = "00"
               MOVE "NOTE|no diff available" TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ DIFF-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF DIFF-RECORD(1:1) = "+"
                           AND DIFF-RECORD(1:3) NOT = "+++"
                           ADD 1 TO WS-ADDED-LINES
                       END-IF
                       IF DIFF-RECORD(1:1) = "-"
                           AND DIFF-RECORD(1:3) NOT = "---"
                           ADD 1 TO WS-REMOVED-LINES
                       END-IF
      *                The diff header separates name and date
      *                with a tab
                       INSPECT DIFF-RECORD REPLACING ALL X"09" BY " "
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "DIFF|" DELIMITED BY SIZE
                              DIFF-RECORD DELIMITED BY SIZE
                              INTO WS-REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
               END-READ
           END-PERFORM
           CLOSE DIFF-FILE
           MOVE WS-ADDED-LINES TO WS-COUNT-TEXT
           MOVE WS-REMOVED-LINES TO WS-COUNT-TEXT-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DIFF-SUMMARY|ADDED=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  "|REMOVED=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT-2) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           DISPLAY "Diff: " WS-ADDED-LINES " line(s) added, "
                   WS-REMOVED-LINES " removed".

      ******************************************************************
      * WRITE-CHANGE-LINE: The register entry at WS-RG-FOUND
      ******************************************************************
       WRITE-CHANGE-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CHANGE|" DELIMITED BY SIZE
                  WS-RG-ID(WS-RG-FOUND) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-RG-KEY(WS-RG-FOUND) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-RG-STATUS(WS-RG-FOUND) DELIMITED BY SPACE
                  "|MAKER=" DELIMITED BY SIZE
                  WS-RG-MAKER(WS-RG-FOUND) DELIMITED BY SPACE
                  "|CHECKER=" DELIMITED BY SIZE
                  WS-RG-CHECKER(WS-RG-FOUND) DELIMITED BY SPACE
                  "|PROPOSED=" DELIMITED BY SIZE
                  WS-RG-PROPOSED-TS(WS-RG-FOUND) DELIMITED BY SPACE
                  "|REASON=" DELIMITED BY SIZE
                  WS-RG-REASON(WS-RG-FOUND) DELIMITED BY "  "
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * Register in and out
      ******************************************************************
       LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ REGISTER-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF REGISTER-RECORD NOT = SPACES
                           AND WS-RG-COUNT < 500
                           ADD 1 TO WS-RG-COUNT
                           MOVE SPACES TO WS-RG-ENTRY(WS-RG-COUNT)
                           UNSTRING REGISTER-RECORD DELIMITED BY "|"
                               INTO WS-RG-ID(WS-RG-COUNT)
                                    WS-RG-KEY(WS-RG-COUNT)
                                    WS-RG-STATUS(WS-RG-COUNT)
                                    WS-RG-MAKER(WS-RG-COUNT)
                                    WS-RG-PROPOSED-TS(WS-RG-COUNT)
                                    WS-RG-BASE-SUM(WS-RG-COUNT)
                                    WS-RG-NEW-SUM(WS-RG-COUNT)
                                    WS-RG-CHECKER(WS-RG-COUNT)
                                    WS-RG-DECIDED-TS(WS-RG-COUNT)
                                    WS-RG-PROMOTER(WS-RG-COUNT)
                                    WS-RG-PROMOTED-TS(WS-RG-COUNT)
                                    WS-RG-REASON(WS-RG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE.

       SAVE-REGISTER.
           OPEN OUTPUT REGISTER-FILE
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                       UNTIL WS-RG-IDX > WS-RG-COUNT
               MOVE SPACES TO REGISTER-RECORD
               STRING WS-RG-ID(WS-RG-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RG-KEY(WS-RG-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RG-STATUS(WS-RG-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RG-MAKER(WS-RG-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RG-PROPOSED-TS(WS-RG-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RG-BASE-SUM(WS-RG-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RG-NEW-SUM(WS-RG-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RG-CHECKER(WS-RG-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RG-DECIDED-TS(WS-RG-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RG-PROMOTER(WS-RG-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RG-PROMOTED-TS(WS-RG-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RG-REASON(WS-RG-IDX) DELIMITED BY "  "
                      INTO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-PERFORM
           CLOSE REGISTER-FILE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CHANGE-REPORT-RECORD
           WRITE CHANGE-REPORT-RECORD.

      ******************************************************************
      * REFUSE-CHANGE: Report why, record the refused run and stop
      * with 8 - nothing has been changed
      ******************************************************************
       REFUSE-CHANGE.
           DISPLAY "REFUSED: " FUNCTION TRIM(WS-RES-ERR-MSG)
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REFUSED|" DELIMITED BY SIZE
                  WS-RES-ERR-MSG DELIMITED BY "  "
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE CHANGE-REPORT-FILE
           MOVE 1 TO WS-HIST-FAIL
           MOVE 8 TO RETURN-CODE
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           STOP RUN.

      ******************************************************************
      * RECORD-RUN-HISTORY: Append this run's standard history record
      * (performed on every exit path)
      ******************************************************************
       RECORD-RUN-HISTORY.
           CALL "RUN-HISTORY-END" USING WS-HIST-JOB-NAME
                                        WS-HIST-READ
                                        WS-HIST-OK
                                        WS-HIST-FAIL
                                        RETURN-CODE
                                        WS-HIST-CID.

       END PROGRAM CONTROL-CHANGE.
