      ******************************************************************
      * owner_statements.cbl - Grey Monthly Owner Statements
      * Owners hear about their projects one report at a time, if at
      * all - a compliance violation here, an archive warning there.
      * Once a month this job bursts one personal statement per
      * project owner and queues it to the owner's email address on
      * the user master through the mailer spool. Each statement
      * carries:
      *   - the owner's projects with status, last update and member
      *     count (walked on the project master's owner key)
      *   - their open violations from the last METADATA-COMPLIANCE
      *     report (/tmp/grey_metadata_compliance.txt)
      *   - the projects the last preview ARCHIVE-SWEEP listed as
      *     about to be archived (/tmp/grey_archive_sweep_report.txt)
      *   - live projects with no member other than the owner, from
      *     the membership file MEMBERSHIP-SYNC keeps
      *   - their data-quality score from the last
      *     DATA-QUALITY-SCORECARD (/tmp/grey_dq_scorecard.txt)
      * An owner with no live project, no violation and no archive
      * candidate has nothing to report and gets no statement. An
      * owner who is not on the user master, has no email, an email
      * with no "@", or an account that is not active cannot be
      * mailed; they are listed on the control report instead.
      *
      * Parameters (environment):
      *   GREY_STATEMENT_PERIOD     statement month, YYYY-MM
      *                             (default the current month)
      *
      * Statements (/tmp/grey_owner_statements/period_owner.txt):
      *   "OWNER-STATEMENT|OWNER=id|PERIOD=YYYY-MM|EMAIL=address"
      *   "DQ-SCORE|PERIOD=YYYY-MM|SCORE=n|PREVIOUS=n|CHANGE=n|
      *    FINDINGS=n"                 (the scorecard's period)
      *   "PROJECT|id|name|status|updated|members"
      *   "VIOLATION|project-id|key|reason"
      *   "ARCHIVE-CANDIDATE|project-id|name|updated"
      *   "NO-OTHER-MEMBERS|project-id|name"
      *   "SUMMARY|PROJECTS=n|LIVE=n|VIOLATIONS=n|ARCHIVE=n|
      *    NO_OTHER_MEMBERS=n"
      * Mailer spool (/tmp/grey_mail_spool.txt), one entry per
      * statement: "timestamp|email|TXT|statement-path"
      *
      * Control report (/tmp/grey_owner_statement_control.txt):
      *   "OWNER-STATEMENTS|RUN=timestamp|PERIOD=YYYY-MM"
      *   "SENT|owner|email|statement-path"
      *   "NO-EMAIL|owner|reason|projects"
      *   "SKIPPED|owner|projects"       nothing to report
      *   "TOTAL|OWNERS=n|STATEMENTS=n|SKIPPED=n|NO_EMAIL=n"
      * One WARNING goes through NOTIFY-SPOOL when any owner could
      * not be mailed.
      *
      * RETURN-CODE 0 every statement queued, 4 some owners had no
      * usable email, 8 bad parameters or no project master, 12
      * another instance holds the run lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OWNER-STATEMENTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYNC-MASTER-FILE ASSIGN TO WS-SYNC-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SYNC-PROJ-ID
               ALTERNATE RECORD KEY SYNC-PROJ-NAME-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY SYNC-PROJ-OWNER WITH DUPLICATES
               FILE STATUS IS WS-SYNC-FILE-STATUS.

           SELECT USER-SYNC-FILE ASSIGN TO WS-USER-SYNC-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-USER-SYNC-STATUS.

           SELECT COMPLIANCE-FILE ASSIGN TO WS-COMPLIANCE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLIANCE-STATUS.

           SELECT SWEEP-REPORT-FILE ASSIGN TO WS-SWEEP-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SWEEP-REPORT-STATUS.

           SELECT MEMBERSHIP-FILE ASSIGN TO WS-MEMBERSHIP-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBERSHIP-STATUS.

           SELECT SCORECARD-FILE ASSIGN TO WS-SCORECARD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCORECARD-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO WS-STATEMENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

           SELECT MAIL-SPOOL-FILE ASSIGN TO WS-MAIL-SPOOL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAIL-SPOOL-STATUS.

           SELECT CONTROL-REPORT-FILE ASSIGN TO WS-CONTROL-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYNC-MASTER-FILE.
       COPY GREYSYNC.

       FD  USER-SYNC-FILE.
       01  USER-SYNC-RECORD            PIC X(700).

       FD  COMPLIANCE-FILE.
       01  COMPLIANCE-RECORD           PIC X(400).

       FD  SWEEP-REPORT-FILE.
       01  SWEEP-REPORT-RECORD         PIC X(400).

       FD  MEMBERSHIP-FILE.
       01  MEMBERSHIP-RECORD           PIC X(200).

       FD  SCORECARD-FILE.
       01  SCORECARD-RECORD            PIC X(250).

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD            PIC X(400).

       FD  MAIL-SPOOL-FILE.
       01  MAIL-SPOOL-RECORD           PIC X(300).

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-RECORD       PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-SYNC-FILE-NAME           PIC X(64)
               VALUE "/tmp/grey_project_master.dat".
       01  WS-SYNC-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-USER-SYNC-FILE-NAME      PIC X(64)
               VALUE "/tmp/grey_user_sync.txt".
       01  WS-USER-SYNC-STATUS         PIC XX     VALUE SPACES.
       01  WS-COMPLIANCE-FILE-NAME     PIC X(64)
               VALUE "/tmp/grey_metadata_compliance.txt".
       01  WS-COMPLIANCE-STATUS        PIC XX     VALUE SPACES.
       01  WS-SWEEP-REPORT-NAME        PIC X(64)
               VALUE "/tmp/grey_archive_sweep_report.txt".
       01  WS-SWEEP-REPORT-STATUS      PIC XX     VALUE SPACES.
       01  WS-MEMBERSHIP-FILE-NAME     PIC X(64)
               VALUE "/tmp/grey_membership.txt".
       01  WS-MEMBERSHIP-STATUS        PIC XX     VALUE SPACES.
       01  WS-SCORECARD-NAME           PIC X(64)
               VALUE "/tmp/grey_dq_scorecard.txt".
       01  WS-SCORECARD-STATUS         PIC XX     VALUE SPACES.
       01  WS-STATEMENT-DIR            PIC X(64)
               VALUE "/tmp/grey_owner_statements".
       01  WS-STATEMENT-PATH           PIC X(160) VALUE SPACES.
       01  WS-STATEMENT-STATUS         PIC XX     VALUE SPACES.
       01  WS-MAIL-SPOOL-NAME          PIC X(64)
               VALUE "/tmp/grey_mail_spool.txt".
       01  WS-MAIL-SPOOL-STATUS        PIC XX     VALUE SPACES.
       01  WS-CONTROL-REPORT-NAME      PIC X(64)
               VALUE "/tmp/grey_owner_statement_control.txt".
       01  WS-REPORT-LINE              PIC X(400) VALUE SPACES.
       01  WS-COMMAND                  PIC X(256) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-TS                       PIC X(19)  VALUE SPACES.

       01  WS-PERIOD                   PIC X(7)   VALUE SPACES.
       01  WS-PERIOD-MONTH             PIC 99     VALUE 0.
       01  WS-PARAM-ERROR              PIC X      VALUE "N".
       01  WS-PARAM-MSG                PIC X(64)  VALUE SPACES.

      ******************************************************************
      * User master - ID, email and status for the address lookup
      ******************************************************************
       01  WS-USER-TABLE.
           05  WS-USER-COUNT            PIC 9(5)  VALUE 0.
           05  WS-USER-TRUNCATED        PIC X     VALUE "N".
           05  WS-USER-ENTRY OCCURS 5000 TIMES.
               10  WS-UT-ID             PIC X(64).
               10  WS-UT-EMAIL          PIC X(128).
               10  WS-UT-STATUS         PIC X(16).
       01  WS-USER-IDX                 PIC 9(5)   VALUE 0.
       01  WS-USER-FOUND-IDX           PIC 9(5)   VALUE 0.
       01  WS-REC-ID                   PIC X(64)  VALUE SPACES.
       01  WS-REC-USERNAME             PIC X(256) VALUE SPACES.
       01  WS-REC-EMAIL                PIC X(128) VALUE SPACES.
       01  WS-REC-STATUS               PIC X(16)  VALUE SPACES.

      ******************************************************************
      * Open compliance violations, by project
      ******************************************************************
       01  WS-VIOL-TABLE.
           05  WS-VIOL-COUNT            PIC 9(5)  VALUE 0.
           05  WS-VIOL-ENTRY OCCURS 5000 TIMES.
               10  WS-VT-PROJ-ID        PIC X(64).
               10  WS-VT-KEY            PIC X(64).
               10  WS-VT-REASON         PIC X(32).
       01  WS-VIOL-IDX                 PIC 9(5)   VALUE 0.
       01  WS-VIOL-TRUNCATED           PIC X      VALUE "N".

      ******************************************************************
      * Archive sweep preview candidates
      ******************************************************************
       01  WS-ARCH-TABLE.
           05  WS-ARCH-COUNT            PIC 9(5)  VALUE 0.
           05  WS-ARCH-ENTRY OCCURS 5000 TIMES.
               10  WS-AT-PROJ-ID        PIC X(64).
       01  WS-ARCH-IDX                 PIC 9(5)   VALUE 0.
       01  WS-ARCH-TRUNCATED           PIC X      VALUE "N".

      ******************************************************************
      * Member count per project, with the first member seen - a
      * project whose only member is its owner has no other members
      ******************************************************************
       01  WS-MC-TABLE.
           05  WS-MC-COUNT              PIC 9(5)  VALUE 0.
           05  WS-MC-ENTRY OCCURS 5000 TIMES.
               10  WS-MC-PROJ-ID        PIC X(64).
               10  WS-MC-MEMBERS        PIC 9(5).
               10  WS-MC-FIRST-USER     PIC X(64).
       01  WS-MC-IDX                   PIC 9(5)   VALUE 0.
       01  WS-MC-FOUND-IDX             PIC 9(5)   VALUE 0.
       01  WS-MC-TRUNCATED             PIC X      VALUE "N".
       01  WS-MBR-PROJ-ID              PIC X(64)  VALUE SPACES.
       01  WS-MBR-USER-ID              PIC X(64)  VALUE SPACES.
       01  WS-LOOK-PROJ-ID             PIC X(64)  VALUE SPACES.

      ******************************************************************
      * Data-quality scores per owner from the last scorecard
      ******************************************************************
       01  WS-DQ-PERIOD                PIC X(7)   VALUE SPACES.
       01  WS-DQ-TABLE.
           05  WS-DQ-COUNT              PIC 9(5)  VALUE 0.
           05  WS-DQ-ENTRY OCCURS 5000 TIMES.
               10  WS-DQ-OWNER          PIC X(64).
               10  WS-DQ-SCORE          PIC X(4).
               10  WS-DQ-PREVIOUS       PIC X(4).
               10  WS-DQ-CHANGE         PIC X(4).
               10  WS-DQ-FINDINGS       PIC X(8).
       01  WS-DQ-IDX                   PIC 9(5)   VALUE 0.
       01  WS-DQ-TRUNCATED             PIC X      VALUE "N".
       01  WS-DQ-PROJECTS              PIC X(8)   VALUE SPACES.
       01  WS-DQ-FLAGGED               PIC X(8)   VALUE SPACES.

      ******************************************************************
      * Report line fields
      ******************************************************************
       01  WS-LN-TAG                   PIC X(16)  VALUE SPACES.
       01  WS-LN-F2                    PIC X(64)  VALUE SPACES.
       01  WS-LN-F3                    PIC X(64)  VALUE SPACES.
       01  WS-LN-F4                    PIC X(64)  VALUE SPACES.

      ******************************************************************
      * The owner being gathered - their projects off the owner key
      ******************************************************************
       01  WS-CUR-OWNER                PIC X(64)  VALUE SPACES.
       01  WS-OP-MAX                   PIC 9(3)   VALUE 500.
       01  WS-OP-COUNT                 PIC 9(3)   VALUE 0.
       01  WS-OP-OVERFLOW              PIC 9(5)   VALUE 0.
       01  WS-OP-TABLE.
           05  WS-OP-ENTRY OCCURS 500 TIMES.
               10  WS-OP-ID             PIC X(64).
               10  WS-OP-NAME           PIC X(64).
               10  WS-OP-STATUS         PIC X(16).
               10  WS-OP-UPDATED        PIC X(32).
               10  WS-OP-MEMBERS        PIC 9(5).
               10  WS-OP-ALONE          PIC X.
               10  WS-OP-ARCHIVE        PIC X.
       01  WS-OP-IDX                   PIC 9(3)   VALUE 0.
       01  WS-OWN-LIVE                 PIC 9(5)   VALUE 0.
       01  WS-OWN-VIOLATIONS           PIC 9(5)   VALUE 0.
       01  WS-OWN-ARCHIVE              PIC 9(5)   VALUE 0.
       01  WS-OWN-ALONE                PIC 9(5)   VALUE 0.
       01  WS-OWN-PROJECTS             PIC 9(5)   VALUE 0.
       01  WS-OWN-EMAIL                PIC X(128) VALUE SPACES.
       01  WS-NO-EMAIL-REASON          PIC X(24)  VALUE SPACES.
       01  WS-AT-COUNT                 PIC 9(3)   VALUE 0.

       01  WS-OWNER-TOTAL              PIC 9(5)   VALUE 0.
       01  WS-STATEMENT-TOTAL          PIC 9(5)   VALUE 0.
       01  WS-SKIPPED-TOTAL            PIC 9(5)   VALUE 0.
       01  WS-NO-EMAIL-TOTAL           PIC 9(5)   VALUE 0.
       01  WS-WRITE-FAIL-TOTAL         PIC 9(5)   VALUE 0.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "OWNER-STATEMENTS".
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
       01  WS-LOCK-ACQUIRED            PIC X      VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Monthly Owner Statements ==="
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

           PERFORM READ-PARAMETERS
           IF WS-PARAM-ERROR = "Y"
               DISPLAY "ERROR: " WS-PARAM-MSG
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF

           OPEN INPUT SYNC-MASTER-FILE
           IF WS-SYNC-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open project master "
                       WS-SYNC-FILE-NAME
                       " (status " WS-SYNC-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF

           PERFORM LOAD-USER-MASTER
           PERFORM LOAD-VIOLATIONS
           PERFORM LOAD-ARCHIVE-CANDIDATES
           PERFORM LOAD-MEMBER-COUNTS
           PERFORM LOAD-DQ-SCORES

           MOVE SPACES TO WS-COMMAND
           STRING "mkdir -p " DELIMITED BY SIZE
                  WS-STATEMENT-DIR DELIMITED BY SPACE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE 0 TO RETURN-CODE

           OPEN OUTPUT CONTROL-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OWNER-STATEMENTS|RUN=" DELIMITED BY SIZE
                  WS-TS DELIMITED BY SIZE
                  "|PERIOD=" DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-CONTROL-LINE

      *    The owner key hands the projects back owner by owner; each
      *    change of owner closes off the previous owner's statement
           MOVE SPACES TO WS-CUR-OWNER
           MOVE 0 TO WS-OP-COUNT WS-OP-OVERFLOW
           MOVE LOW-VALUES TO SYNC-PROJ-OWNER
           MOVE "N" TO WS-EOF
           START SYNC-MASTER-FILE KEY >= SYNC-PROJ-OWNER
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ SYNC-MASTER-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       PERFORM COLLECT-ONE-PROJECT
               END-READ
           END-PERFORM
           IF WS-CUR-OWNER NOT = SPACES
               PERFORM FINISH-OWNER
           END-IF
           CLOSE SYNC-MASTER-FILE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL|OWNERS=" DELIMITED BY SIZE
                  WS-OWNER-TOTAL DELIMITED BY SIZE
                  "|STATEMENTS=" DELIMITED BY SIZE
                  WS-STATEMENT-TOTAL DELIMITED BY SIZE
                  "|SKIPPED=" DELIMITED BY SIZE
                  WS-SKIPPED-TOTAL DELIMITED BY SIZE
                  "|NO_EMAIL=" DELIMITED BY SIZE
                  WS-NO-EMAIL-TOTAL DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-CONTROL-LINE
           CLOSE CONTROL-REPORT-FILE

           DISPLAY "Owners: " WS-OWNER-TOTAL
                   " Statements: " WS-STATEMENT-TOTAL
                   " Skipped: " WS-SKIPPED-TOTAL
                   " No email: " WS-NO-EMAIL-TOTAL
           DISPLAY "Control report written: " WS-CONTROL-REPORT-NAME

           IF WS-NO-EMAIL-TOTAL > 0 OR WS-WRITE-FAIL-TOTAL > 0
               MOVE "WARNING" TO WS-NOTIFY-SEVERITY
               MOVE SPACES TO WS-NOTIFY-SUMMARY
               STRING WS-NO-EMAIL-TOTAL DELIMITED BY SIZE
                      " owners could not be sent a statement"
                          DELIMITED BY SIZE
                      INTO WS-NOTIFY-SUMMARY
               MOVE SPACES TO WS-NOTIFY-DETAIL
               STRING "Period " DELIMITED BY SIZE
                      WS-PERIOD DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      WS-STATEMENT-TOTAL DELIMITED BY SIZE
                      " statements queued - see " DELIMITED BY SIZE
                      WS-CONTROL-REPORT-NAME DELIMITED BY SPACE
                      " for the NO-EMAIL owners" DELIMITED BY SIZE
                      INTO WS-NOTIFY-DETAIL
               CALL "NOTIFY-SPOOL-WRITE" USING WS-NOTIFY-SEVERITY
                                               WS-HIST-JOB-NAME
                                               WS-NOTIFY-SUMMARY
                                               WS-NOTIFY-DETAIL
                                               WS-HIST-CID
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           STOP RUN.

      ******************************************************************
      * READ-PARAMETERS: Statement month, default the current one
      ******************************************************************
       READ-PARAMETERS.
           ACCEPT WS-PERIOD FROM ENVIRONMENT "GREY_STATEMENT_PERIOD"
           IF WS-PERIOD = SPACES
               STRING WS-NOW(1:4) "-" WS-NOW(5:2)
                   DELIMITED BY SIZE INTO WS-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF WS-PERIOD(1:4) IS NOT NUMERIC
               OR WS-PERIOD(5:1) NOT = "-"
               OR WS-PERIOD(6:2) IS NOT NUMERIC
               MOVE "GREY_STATEMENT_PERIOD must be YYYY-MM"
                   TO WS-PARAM-MSG
               MOVE "Y" TO WS-PARAM-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PERIOD(6:2) TO WS-PERIOD-MONTH
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               MOVE "GREY_STATEMENT_PERIOD month must be 01-12"
                   TO WS-PARAM-MSG
               MOVE "Y" TO WS-PARAM-ERROR
           END-IF.

      ******************************************************************
      * LOAD-USER-MASTER: ID, email and status of every account
      ******************************************************************
       LOAD-USER-MASTER.
           OPEN INPUT USER-SYNC-FILE
           IF WS-USER-SYNC-STATUS NOT = "00"
               DISPLAY "No user master " WS-USER-SYNC-FILE-NAME
                       " - no owner can be mailed"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ USER-SYNC-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-USER
               END-READ
           END-PERFORM
           CLOSE USER-SYNC-FILE
           DISPLAY "User master loaded: " WS-USER-COUNT " accounts"
           IF WS-USER-TRUNCATED = "Y"
               DISPLAY "WARNING: user table filled at 5000 - later "
                       "owners show as not on the user master"
           END-IF.

       LOAD-ONE-USER.
           IF USER-SYNC-RECORD = SPACES
               OR USER-SYNC-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           IF WS-USER-COUNT >= 5000
               MOVE "Y" TO WS-USER-TRUNCATED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REC-ID WS-REC-USERNAME WS-REC-EMAIL
                          WS-REC-STATUS
           UNSTRING USER-SYNC-RECORD DELIMITED BY "|"
               INTO WS-REC-ID WS-REC-USERNAME WS-REC-EMAIL
                    WS-REC-STATUS
           IF WS-REC-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-USER-COUNT
           MOVE WS-REC-ID TO WS-UT-ID(WS-USER-COUNT)
           MOVE WS-REC-EMAIL TO WS-UT-EMAIL(WS-USER-COUNT)
           MOVE WS-REC-STATUS TO WS-UT-STATUS(WS-USER-COUNT).

      ******************************************************************
      * LOAD-VIOLATIONS: VIOLATION lines of the last compliance run,
      *   "VIOLATION|key|reason|project-id|owner value"
      ******************************************************************
       LOAD-VIOLATIONS.
           OPEN INPUT COMPLIANCE-FILE
           IF WS-COMPLIANCE-STATUS NOT = "00"
               DISPLAY "No compliance report " WS-COMPLIANCE-FILE-NAME
                       " - statements carry no violations"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ COMPLIANCE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF COMPLIANCE-RECORD(1:10) = "VIOLATION|"
                           PERFORM LOAD-ONE-VIOLATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPLIANCE-FILE
           IF WS-VIOL-TRUNCATED = "Y"
               DISPLAY "WARNING: violation table filled at 5000"
           END-IF.

       LOAD-ONE-VIOLATION.
           IF WS-VIOL-COUNT >= 5000
               MOVE "Y" TO WS-VIOL-TRUNCATED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LN-TAG WS-LN-F2 WS-LN-F3 WS-LN-F4
           UNSTRING COMPLIANCE-RECORD DELIMITED BY "|"
               INTO WS-LN-TAG WS-LN-F2 WS-LN-F3 WS-LN-F4
           IF WS-LN-F4 = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VIOL-COUNT
           MOVE WS-LN-F4 TO WS-VT-PROJ-ID(WS-VIOL-COUNT)
           MOVE WS-LN-F2 TO WS-VT-KEY(WS-VIOL-COUNT)
           MOVE WS-LN-F3 TO WS-VT-REASON(WS-VIOL-COUNT).

      ******************************************************************
      * LOAD-DQ-SCORES: The period and OWNER lines of the last
      * data-quality scorecard, "OWNER|owner|projects|flagged|
      * findings|score|previous|change"
      ******************************************************************
       LOAD-DQ-SCORES.
           OPEN INPUT SCORECARD-FILE
           IF WS-SCORECARD-STATUS NOT = "00"
               DISPLAY "No data-quality scorecard " WS-SCORECARD-NAME
                       " - statements carry no score"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SCORECARD-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SCORECARD-RECORD(1:20)
                           = "DQ-SCORECARD|PERIOD="
                           MOVE SCORECARD-RECORD(21:7) TO WS-DQ-PERIOD
                       END-IF
                       IF SCORECARD-RECORD(1:6) = "OWNER|"
                           PERFORM LOAD-ONE-DQ-SCORE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCORECARD-FILE
           IF WS-DQ-TRUNCATED = "Y"
               DISPLAY "WARNING: score table filled at 5000"
           END-IF.

       LOAD-ONE-DQ-SCORE.
           IF WS-DQ-COUNT >= 5000
               MOVE "Y" TO WS-DQ-TRUNCATED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DQ-COUNT
           MOVE SPACES TO WS-LN-TAG WS-DQ-ENTRY(WS-DQ-COUNT)
                          WS-DQ-PROJECTS WS-DQ-FLAGGED
           UNSTRING SCORECARD-RECORD DELIMITED BY "|"
               INTO WS-LN-TAG WS-DQ-OWNER(WS-DQ-COUNT)
                    WS-DQ-PROJECTS WS-DQ-FLAGGED
                    WS-DQ-FINDINGS(WS-DQ-COUNT)
                    WS-DQ-SCORE(WS-DQ-COUNT)
                    WS-DQ-PREVIOUS(WS-DQ-COUNT)
                    WS-DQ-CHANGE(WS-DQ-COUNT).

      ******************************************************************
      * LOAD-ARCHIVE-CANDIDATES: CANDIDATE lines of the last preview
      * archive sweep, "CANDIDATE|project-id|name|updated|"
      ******************************************************************
       LOAD-ARCHIVE-CANDIDATES.
           OPEN INPUT SWEEP-REPORT-FILE
           IF WS-SWEEP-REPORT-STATUS NOT = "00"
               DISPLAY "No archive sweep report " WS-SWEEP-REPORT-NAME
                       " - statements carry no archive candidates"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SWEEP-REPORT-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SWEEP-REPORT-RECORD(1:10) = "CANDIDATE|"
                           PERFORM LOAD-ONE-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SWEEP-REPORT-FILE
           IF WS-ARCH-TRUNCATED = "Y"
               DISPLAY "WARNING: archive candidate table filled at "
                       "5000"
           END-IF.

       LOAD-ONE-CANDIDATE.
           IF WS-ARCH-COUNT >= 5000
               MOVE "Y" TO WS-ARCH-TRUNCATED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LN-TAG WS-LN-F2
           UNSTRING SWEEP-REPORT-RECORD DELIMITED BY "|"
               INTO WS-LN-TAG WS-LN-F2
           IF WS-LN-F2 = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ARCH-COUNT
           MOVE WS-LN-F2 TO WS-AT-PROJ-ID(WS-ARCH-COUNT).

      ******************************************************************
      * LOAD-MEMBER-COUNTS: Members per project off the membership
      * file, "project-id|user-id|role|added_at". MEMBERSHIP-SYNC
      * writes a project's members together, so the last project
      * found is tried before the table is searched.
      ******************************************************************
       LOAD-MEMBER-COUNTS.
           OPEN INPUT MEMBERSHIP-FILE
           IF WS-MEMBERSHIP-STATUS NOT = "00"
               DISPLAY "No membership file (" WS-MEMBERSHIP-FILE-NAME
                       ") - member counts are zero"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MC-FOUND-IDX
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ MEMBERSHIP-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM COUNT-ONE-MEMBERSHIP
               END-READ
           END-PERFORM
           CLOSE MEMBERSHIP-FILE
           IF WS-MC-TRUNCATED = "Y"
               DISPLAY "WARNING: member count table filled at 5000"
           END-IF.

       COUNT-ONE-MEMBERSHIP.
           IF MEMBERSHIP-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MBR-PROJ-ID WS-MBR-USER-ID
           UNSTRING MEMBERSHIP-RECORD DELIMITED BY "|"
               INTO WS-MBR-PROJ-ID WS-MBR-USER-ID
           IF WS-MBR-PROJ-ID = SPACES OR WS-MBR-USER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-MC-FOUND-IDX = 0
               OR WS-MC-PROJ-ID(WS-MC-FOUND-IDX) NOT = WS-MBR-PROJ-ID
               MOVE WS-MBR-PROJ-ID TO WS-LOOK-PROJ-ID
               PERFORM FIND-MEMBER-COUNT
           END-IF
           IF WS-MC-FOUND-IDX = 0
               IF WS-MC-COUNT >= 5000
                   MOVE "Y" TO WS-MC-TRUNCATED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MC-COUNT
               MOVE WS-MC-COUNT TO WS-MC-FOUND-IDX
               MOVE WS-MBR-PROJ-ID TO WS-MC-PROJ-ID(WS-MC-FOUND-IDX)
               MOVE 0 TO WS-MC-MEMBERS(WS-MC-FOUND-IDX)
               MOVE WS-MBR-USER-ID
                   TO WS-MC-FIRST-USER(WS-MC-FOUND-IDX)
           END-IF
           ADD 1 TO WS-MC-MEMBERS(WS-MC-FOUND-IDX).

      *    WS-MC-FOUND-IDX stays 0 when the project has no members
       FIND-MEMBER-COUNT.
           MOVE 0 TO WS-MC-FOUND-IDX
           PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                       UNTIL WS-MC-IDX > WS-MC-COUNT
               IF WS-MC-PROJ-ID(WS-MC-IDX) = WS-LOOK-PROJ-ID
                   MOVE WS-MC-IDX TO WS-MC-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * COLLECT-ONE-PROJECT: Add a project to its owner's list,
      * closing off the previous owner when the owner changes
      ******************************************************************
       COLLECT-ONE-PROJECT.
           IF SYNC-PROJ-OWNER = SPACES
               EXIT PARAGRAPH
           END-IF
           IF SYNC-PROJ-OWNER NOT = WS-CUR-OWNER
               IF WS-CUR-OWNER NOT = SPACES
                   PERFORM FINISH-OWNER
               END-IF
               MOVE SYNC-PROJ-OWNER TO WS-CUR-OWNER
               MOVE 0 TO WS-OP-COUNT WS-OP-OVERFLOW
           END-IF
           IF WS-OP-COUNT >= WS-OP-MAX
               ADD 1 TO WS-OP-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OP-COUNT
           MOVE WS-OP-COUNT TO WS-OP-IDX
           MOVE SYNC-PROJ-ID TO WS-OP-ID(WS-OP-IDX)
           MOVE SYNC-PROJ-NAME-KEY TO WS-OP-NAME(WS-OP-IDX)
           MOVE SYNC-PROJ-STATUS TO WS-OP-STATUS(WS-OP-IDX)
           MOVE SYNC-PROJ-UPDATED TO WS-OP-UPDATED(WS-OP-IDX)
           MOVE "N" TO WS-OP-ALONE(WS-OP-IDX)
           MOVE "N" TO WS-OP-ARCHIVE(WS-OP-IDX)

           MOVE SYNC-PROJ-ID TO WS-LOOK-PROJ-ID
           PERFORM FIND-MEMBER-COUNT
           IF WS-MC-FOUND-IDX = 0
               MOVE 0 TO WS-OP-MEMBERS(WS-OP-IDX)
           ELSE
               MOVE WS-MC-MEMBERS(WS-MC-FOUND-IDX)
                   TO WS-OP-MEMBERS(WS-OP-IDX)
           END-IF
           IF SYNC-PROJ-STATUS NOT = "archived"
               IF WS-MC-FOUND-IDX = 0
                   MOVE "Y" TO WS-OP-ALONE(WS-OP-IDX)
               ELSE
                   IF WS-MC-MEMBERS(WS-MC-FOUND-IDX) = 1
                       AND WS-MC-FIRST-USER(WS-MC-FOUND-IDX)
                           = SYNC-PROJ-OWNER
                       MOVE "Y" TO WS-OP-ALONE(WS-OP-IDX)
                   END-IF
               END-IF
           END-IF

           PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
                       UNTIL WS-ARCH-IDX > WS-ARCH-COUNT
               IF WS-AT-PROJ-ID(WS-ARCH-IDX) = SYNC-PROJ-ID
                   MOVE "Y" TO WS-OP-ARCHIVE(WS-OP-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * FINISH-OWNER: Decide whether the owner gets a statement, and
      * write and queue it if so
      ******************************************************************
       FINISH-OWNER.
           ADD 1 TO WS-OWNER-TOTAL
           MOVE 0 TO WS-OWN-LIVE WS-OWN-VIOLATIONS WS-OWN-ARCHIVE
                     WS-OWN-ALONE
           COMPUTE WS-OWN-PROJECTS = WS-OP-COUNT + WS-OP-OVERFLOW
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                       UNTIL WS-OP-IDX > WS-OP-COUNT
               IF WS-OP-STATUS(WS-OP-IDX) NOT = "archived"
                   ADD 1 TO WS-OWN-LIVE
               END-IF
               IF WS-OP-ARCHIVE(WS-OP-IDX) = "Y"
                   ADD 1 TO WS-OWN-ARCHIVE
               END-IF
               IF WS-OP-ALONE(WS-OP-IDX) = "Y"
                   ADD 1 TO WS-OWN-ALONE
               END-IF
               PERFORM VARYING WS-VIOL-IDX FROM 1 BY 1
                           UNTIL WS-VIOL-IDX > WS-VIOL-COUNT
                   IF WS-VT-PROJ-ID(WS-VIOL-IDX) = WS-OP-ID(WS-OP-IDX)
                       ADD 1 TO WS-OWN-VIOLATIONS
                   END-IF
               END-PERFORM
           END-PERFORM

           IF WS-OWN-LIVE = 0 AND WS-OWN-VIOLATIONS = 0
               AND WS-OWN-ARCHIVE = 0
               ADD 1 TO WS-SKIPPED-TOTAL
               MOVE SPACES TO WS-REPORT-LINE
               STRING "SKIPPED|" DELIMITED BY SIZE
                      WS-CUR-OWNER DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-OWN-PROJECTS DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-CONTROL-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-OWNER-EMAIL
           IF WS-NO-EMAIL-REASON NOT = SPACES
               ADD 1 TO WS-NO-EMAIL-TOTAL
               ADD 1 TO WS-HIST-FAIL
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NO-EMAIL|" DELIMITED BY SIZE
                      WS-CUR-OWNER DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-NO-EMAIL-REASON DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-OWN-PROJECTS DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-CONTROL-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-STATEMENT
           IF WS-STATEMENT-STATUS NOT = "00"
               ADD 1 TO WS-WRITE-FAIL-TOTAL
               ADD 1 TO WS-NO-EMAIL-TOTAL
               ADD 1 TO WS-HIST-FAIL
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NO-EMAIL|" DELIMITED BY SIZE
                      WS-CUR-OWNER DELIMITED BY SPACE
                      "|STATEMENT-NOT-WRITTEN|" DELIMITED BY SIZE
                      WS-OWN-PROJECTS DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-CONTROL-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-MAIL-SPOOL-ENTRY
           ADD 1 TO WS-STATEMENT-TOTAL
           ADD 1 TO WS-HIST-OK
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SENT|" DELIMITED BY SIZE
                  WS-CUR-OWNER DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-OWN-EMAIL DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-STATEMENT-PATH DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-CONTROL-LINE.

      ******************************************************************
      * FIND-OWNER-EMAIL: The owner's address off the user master;
      * WS-NO-EMAIL-REASON says why there is no usable one
      ******************************************************************
       FIND-OWNER-EMAIL.
           MOVE SPACES TO WS-OWN-EMAIL WS-NO-EMAIL-REASON
           MOVE 0 TO WS-USER-FOUND-IDX
           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
                       UNTIL WS-USER-IDX > WS-USER-COUNT
               IF WS-UT-ID(WS-USER-IDX) = WS-CUR-OWNER
                   MOVE WS-USER-IDX TO WS-USER-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-USER-FOUND-IDX = 0
               MOVE "NOT-ON-USER-MASTER" TO WS-NO-EMAIL-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-UT-STATUS(WS-USER-FOUND-IDX) NOT = "active"
               MOVE "ACCOUNT-NOT-ACTIVE" TO WS-NO-EMAIL-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-UT-EMAIL(WS-USER-FOUND-IDX) TO WS-OWN-EMAIL
           IF WS-OWN-EMAIL = SPACES
               MOVE "NO-EMAIL" TO WS-NO-EMAIL-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-AT-COUNT
           INSPECT WS-OWN-EMAIL TALLYING WS-AT-COUNT FOR ALL "@"
           IF WS-AT-COUNT NOT = 1
               OR WS-OWN-EMAIL(1:1) = "@"
               MOVE "INVALID-EMAIL" TO WS-NO-EMAIL-REASON
           END-IF.

      ******************************************************************
      * WRITE-STATEMENT: The owner's statement file
      ******************************************************************
       WRITE-STATEMENT.
           MOVE SPACES TO WS-STATEMENT-PATH
           STRING WS-STATEMENT-DIR DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-CUR-OWNER DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-STATEMENT-PATH
           OPEN OUTPUT STATEMENT-FILE
           IF WS-STATEMENT-STATUS NOT = "00"
               DISPLAY "Cannot write statement " WS-STATEMENT-PATH
                       " (status " WS-STATEMENT-STATUS ")"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "OWNER-STATEMENT|OWNER=" DELIMITED BY SIZE
                  WS-CUR-OWNER DELIMITED BY SPACE
                  "|PERIOD=" DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  "|EMAIL=" DELIMITED BY SIZE
                  WS-OWN-EMAIL DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-STATEMENT-LINE

           PERFORM VARYING WS-DQ-IDX FROM 1 BY 1
                       UNTIL WS-DQ-IDX > WS-DQ-COUNT
               IF WS-DQ-OWNER(WS-DQ-IDX) = WS-CUR-OWNER
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "DQ-SCORE|PERIOD=" DELIMITED BY SIZE
                          WS-DQ-PERIOD DELIMITED BY SIZE
                          "|SCORE=" DELIMITED BY SIZE
                          WS-DQ-SCORE(WS-DQ-IDX) DELIMITED BY SPACE
                          "|PREVIOUS=" DELIMITED BY SIZE
                          WS-DQ-PREVIOUS(WS-DQ-IDX) DELIMITED BY SPACE
                          "|CHANGE=" DELIMITED BY SIZE
                          WS-DQ-CHANGE(WS-DQ-IDX) DELIMITED BY SPACE
                          "|FINDINGS=" DELIMITED BY SIZE
                          WS-DQ-FINDINGS(WS-DQ-IDX) DELIMITED BY SPACE
                          INTO WS-REPORT-LINE
                   PERFORM WRITE-STATEMENT-LINE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                       UNTIL WS-OP-IDX > WS-OP-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "PROJECT|" DELIMITED BY SIZE
                      WS-OP-ID(WS-OP-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-OP-NAME(WS-OP-IDX) DELIMITED BY "  "
                      "|" DELIMITED BY SIZE
                      WS-OP-STATUS(WS-OP-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-OP-UPDATED(WS-OP-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-OP-MEMBERS(WS-OP-IDX) DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-STATEMENT-LINE
           END-PERFORM
           IF WS-OP-OVERFLOW > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NOTE|" DELIMITED BY SIZE
                      WS-OP-OVERFLOW DELIMITED BY SIZE
                      " further projects not listed" DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-STATEMENT-LINE
           END-IF

           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                       UNTIL WS-OP-IDX > WS-OP-COUNT
               PERFORM VARYING WS-VIOL-IDX FROM 1 BY 1
                           UNTIL WS-VIOL-IDX > WS-VIOL-COUNT
                   IF WS-VT-PROJ-ID(WS-VIOL-IDX) = WS-OP-ID(WS-OP-IDX)
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "VIOLATION|" DELIMITED BY SIZE
                              WS-OP-ID(WS-OP-IDX) DELIMITED BY SPACE
                              "|" DELIMITED BY SIZE
                              WS-VT-KEY(WS-VIOL-IDX) DELIMITED BY SPACE
                              "|" DELIMITED BY SIZE
                              WS-VT-REASON(WS-VIOL-IDX)
                                  DELIMITED BY SPACE
                              INTO WS-REPORT-LINE
                       PERFORM WRITE-STATEMENT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                       UNTIL WS-OP-IDX > WS-OP-COUNT
               IF WS-OP-ARCHIVE(WS-OP-IDX) = "Y"
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "ARCHIVE-CANDIDATE|" DELIMITED BY SIZE
                          WS-OP-ID(WS-OP-IDX) DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-OP-NAME(WS-OP-IDX) DELIMITED BY "  "
                          "|" DELIMITED BY SIZE
                          WS-OP-UPDATED(WS-OP-IDX) DELIMITED BY SPACE
                          INTO WS-REPORT-LINE
                   PERFORM WRITE-STATEMENT-LINE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                       UNTIL WS-OP-IDX > WS-OP-COUNT
               IF WS-OP-ALONE(WS-OP-IDX) = "Y"
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "NO-OTHER-MEMBERS|" DELIMITED BY SIZE
                          WS-OP-ID(WS-OP-IDX) DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-OP-NAME(WS-OP-IDX) DELIMITED BY "  "
                          INTO WS-REPORT-LINE
                   PERFORM WRITE-STATEMENT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUMMARY|PROJECTS=" DELIMITED BY SIZE
                  WS-OWN-PROJECTS DELIMITED BY SIZE
                  "|LIVE=" DELIMITED BY SIZE
                  WS-OWN-LIVE DELIMITED BY SIZE
                  "|VIOLATIONS=" DELIMITED BY SIZE
                  WS-OWN-VIOLATIONS DELIMITED BY SIZE
                  "|ARCHIVE=" DELIMITED BY SIZE
                  WS-OWN-ARCHIVE DELIMITED BY SIZE
                  "|NO_OTHER_MEMBERS=" DELIMITED BY SIZE
                  WS-OWN-ALONE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-STATEMENT-LINE
           CLOSE STATEMENT-FILE
           MOVE "00" TO WS-STATEMENT-STATUS.

       WRITE-STATEMENT-LINE.
           MOVE WS-REPORT-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

      ******************************************************************
      * WRITE-MAIL-SPOOL-ENTRY: One entry the mailer daemon drains
      ******************************************************************
       WRITE-MAIL-SPOOL-ENTRY.
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-TS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-OWN-EMAIL DELIMITED BY SPACE
                  "|TXT|" DELIMITED BY SIZE
                  WS-STATEMENT-PATH DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           OPEN EXTEND MAIL-SPOOL-FILE
           IF WS-MAIL-SPOOL-STATUS = "35"
               OPEN OUTPUT MAIL-SPOOL-FILE
           END-IF
           MOVE WS-REPORT-LINE TO MAIL-SPOOL-RECORD
           WRITE MAIL-SPOOL-RECORD
           CLOSE MAIL-SPOOL-FILE.

       WRITE-CONTROL-LINE.
           MOVE WS-REPORT-LINE TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD.

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

       END PROGRAM OWNER-STATEMENTS.
