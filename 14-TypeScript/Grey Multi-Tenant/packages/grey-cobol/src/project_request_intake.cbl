      ******************************************************************
      * project_request_intake.cbl - Grey Project Request Intake
      * New project requests used to arrive by email and be keyed
      * into PROJECT-BULK-LOAD files by hand, with no record of who
      * asked, who approved, or how long it took. Requests now come
      * in through an intake file and this job carries each one
      * from submission to creation, keeping every request in a
      * register with its status:
      *
      *   SUBMITTED  passed validation, waiting for its approver
      *   APPROVED   approved; generated into the bulk-load input
      *   REJECTED   failed validation, or rejected by the approver
      *   CREATED    the bulk load created the project
      *   FAILED     the bulk load could not create it
      *
      * Each run, in order:
      *   1. the last PROJECT-BULK-LOAD report, when it is the load
      *      of a request file this job generated (its CONTROL line
      *      names source PROJECT-REQUEST), settles the requests in
      *      it - CREATED, or FAILED with the loader's reason. A
      *      report line is matched to a request by the line number
      *      the request was generated at and its name, and only
      *      when the report's BUSINESS_DATE is the day the request
      *      was generated, so an older report left on disk cannot
      *      settle a request generated since. Lines the loader's
      *      edit pass turned away never reach the report; they are
      *      read from its reject file ("line|reason|raw-line") and
      *      settle their requests FAILED the same way;
      *   2. requests new to the register are validated the way the
      *      bulk load will judge them - naming rules (NAMING-RULES,
      *      with the owner's department prefix), the template
      *      catalog, the owner on the user master and active, the
      *      cost center open on finance's master (COST-CENTER-
      *      MASTER), and the template metadata with the request's
      *      cost center in it against the metadata rules
      *      (METADATA-RULES) - and become SUBMITTED or REJECTED;
      *   3. approval decisions are applied to SUBMITTED requests.
      *      The approver must be the requester's manager on the
      *      org reference (ORG-REFERENCE) when one is recorded, and
      *      is never the requester; a decision from anyone else is
      *      refused and the request waits. An approval is recorded
      *      in the approval ledger (APPROVAL-LEDGER-WRITE);
      *   4. APPROVED requests not yet generated are written to the
      *      bulk-load input as "name|justification|template|owner|
      *      cost-center" between HDR|PROJECT-REQUEST|date and
      *      TRL|count control lines. The input is not written over
      *      while the last one generated is still waiting on the
      *      load - generated requests are still unsettled and the
      *      file receipt registry has no PROCESSED PROJECT-LOAD
      *      receipt since they were generated. The new approvals
      *      then wait, ungenerated, for a later run;
      *   5. the register is rewritten and the turnaround report is
      *      produced.
      * Reads and writes local files only - it does not talk to
      * Grey; PROJECT-BULK-LOAD does the creating.
      *
      * Intake (GREY_REQUEST_INTAKE_FILE, default
      * /tmp/grey_project_requests.txt), "#" lines are comments:
      *   "request-id|submitted|requester|proposed-name|owner|
      *    template|cost-center|justification"
      * submitted is YYYY-MM-DD or a timestamp, blank for now; the
      * template may be blank. A request ID already on the register
      * is not taken again.
      *
      * Approvals (GREY_REQUEST_APPROVALS_FILE, default
      * /tmp/grey_project_request_approvals.txt):
      *   "request-id|approver|APPROVE-or-REJECT|comment"
      *
      * Register (GREY_REQUEST_REGISTER, default
      * /tmp/grey_project_request_register.txt), one line per
      * request:
      *   "request-id|status|submitted|requester|name|owner|template|
      *    cost-center|approver|decided|generated|closed|detail|
      *    justification|load-line"
      * load-line is the line of the bulk-load input the request was
      * generated at (the HDR is line 1).
      *
      * Bulk-load input written (GREY_REQUEST_LOAD_FILE, default
      * /tmp/grey_project_load_input.txt) only when there is an
      * approved request to generate; the load report read back
      * (GREY_REQUEST_LOAD_REPORT, default
      * /tmp/grey_project_load_report.txt) with the load's reject
      * file (GREY_REQUEST_LOAD_REJECTS, default
      * /tmp/grey_project_load_rejects.txt).
      *
      * Turnaround report: /tmp/grey_project_request_report.txt
      *   "EVENT|request-id|event|detail"       this run's changes
      *   "REQUEST|request-id|status|requester|name|submitted|
      *    closed|business-days|target|verdict"
      *   "SUMMARY|PERIOD=|TARGET=|CREATED=|MET=|MISSED=|MET-PCT=|
      *    AVG-DAYS=|OPEN=|OVERDUE=|REJECTED=|FAILED="
      * Every open request is listed, and every request closed in
      * the period (GREY_REQUEST_PERIOD, YYYY-MM, default this
      * month). Business days run from submission to creation (to
      * now for an open request), counted by DATE-UTILS against the
      * shop calendar; the target is GREY_REQUEST_TARGET_DAYS
      * (default 2). The verdict is MET or MISSED for a created
      * request, OPEN or OVERDUE for one still open, CLOSED for one
      * rejected or failed.
      *
      * RETURN-CODE 0 clean, 4 when a request was rejected in
      * validation, an approval was refused, a load failed or an
      * open request is past the target, 8 when the register cannot
      * be written, 12 when another instance holds the lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT-REQUEST-INTAKE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTAKE-FILE ASSIGN TO WS-INTAKE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-FILE-STATUS.

           SELECT APPROVALS-FILE ASSIGN TO WS-APPROVALS-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVALS-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO WS-REGISTER-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT LOAD-INPUT-FILE ASSIGN TO WS-LOAD-INPUT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-INPUT-FILE-STATUS.

           SELECT LOAD-REPORT-FILE ASSIGN TO WS-LOAD-REPORT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-REPORT-FILE-STATUS.

           SELECT LOAD-REJECT-FILE ASSIGN TO WS-LOAD-REJECT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-REJECT-FILE-STATUS.

           SELECT TEMPLATE-FILE ASSIGN TO WS-TEMPLATE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-FILE-STATUS.

           SELECT USER-SYNC-FILE ASSIGN TO WS-USER-SYNC-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-USER-SYNC-STATUS.

           SELECT REQUEST-REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTAKE-FILE.
       01  INTAKE-RECORD               PIC X(1600).

       FD  APPROVALS-FILE.
       01  APPROVALS-RECORD            PIC X(400).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD             PIC X(1800).

       FD  LOAD-INPUT-FILE.
       01  LOAD-INPUT-RECORD           PIC X(1536).

       FD  LOAD-REPORT-FILE.
       01  LOAD-REPORT-RECORD          PIC X(1536).

       FD  LOAD-REJECT-FILE.
       01  LOAD-REJECT-RECORD          PIC X(1600).

       FD  TEMPLATE-FILE.
       01  TEMPLATE-RECORD             PIC X(3200).

       FD  USER-SYNC-FILE.
       01  USER-SYNC-RECORD            PIC X(600).

       FD  REQUEST-REPORT-FILE.
       01  REQUEST-REPORT-RECORD       PIC X(800).

       WORKING-STORAGE SECTION.
       COPY GREYNAME.

       01  WS-INTAKE-FILE-NAME         PIC X(64)
               VALUE "/tmp/grey_project_requests.txt".
       01  WS-INTAKE-FILE-STATUS       PIC XX     VALUE SPACES.
       01  WS-APPROVALS-FILE-NAME      PIC X(64)
               VALUE "/tmp/grey_project_request_approvals.txt".
       01  WS-APPROVALS-FILE-STATUS    PIC XX     VALUE SPACES.
       01  WS-REGISTER-FILE-NAME       PIC X(64)
               VALUE "/tmp/grey_project_request_register.txt".
       01  WS-REGISTER-FILE-STATUS     PIC XX     VALUE SPACES.
       01  WS-LOAD-INPUT-FILE-NAME     PIC X(64)
               VALUE "/tmp/grey_project_load_input.txt".
       01  WS-LOAD-INPUT-FILE-STATUS   PIC XX     VALUE SPACES.
       01  WS-LOAD-REPORT-FILE-NAME    PIC X(64)
               VALUE "/tmp/grey_project_load_report.txt".
       01  WS-LOAD-REPORT-FILE-STATUS  PIC XX     VALUE SPACES.
       01  WS-LOAD-REJECT-FILE-NAME    PIC X(64)
               VALUE "/tmp/grey_project_load_rejects.txt".
       01  WS-LOAD-REJECT-FILE-STATUS  PIC XX     VALUE SPACES.
       01  WS-TEMPLATE-FILE-NAME       PIC X(64)
               VALUE "/tmp/grey_project_templates.txt".
       01  WS-TEMPLATE-FILE-STATUS     PIC XX     VALUE SPACES.
       01  WS-USER-SYNC-FILE-NAME      PIC X(64)
               VALUE "/tmp/grey_user_sync.txt".
       01  WS-USER-SYNC-STATUS         PIC XX     VALUE SPACES.
       01  WS-REPORT-FILE-NAME         PIC X(64)
               VALUE "/tmp/grey_project_request_report.txt".
       01  WS-REPORT-FILE-STATUS       PIC XX     VALUE SPACES.
       01  WS-FILE-ENV                 PIC X(64)  VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".

      ******************************************************************
      * Run parameters
      ******************************************************************
       01  WS-PERIOD                   PIC X(7)   VALUE SPACES.
       01  WS-TARGET-ENV               PIC X(4)   VALUE SPACES.
       01  WS-TARGET-DAYS              PIC 9(3)   VALUE 2.
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-TS                       PIC X(20)  VALUE SPACES.
       01  WS-TODAY                    PIC 9(8)   VALUE 0.
       01  WS-PR-RC                    PIC 9(2)   VALUE 0.

      ******************************************************************
      * The request register, held whole for the run and written
      * back at the end
      ******************************************************************
       01  WS-REQ-TABLE.
           05  WS-REQ-COUNT             PIC 9(5)  VALUE 0.
           05  WS-REQ-FULL              PIC X     VALUE "N".
           05  WS-REQ-ENTRY OCCURS 2000 TIMES.
               10  WS-RQ-ID             PIC X(32).
               10  WS-RQ-STATUS         PIC X(10).
               10  WS-RQ-SUBMITTED      PIC X(20).
               10  WS-RQ-REQUESTER      PIC X(64).
               10  WS-RQ-NAME           PIC X(256).
               10  WS-RQ-OWNER          PIC X(64).
               10  WS-RQ-TEMPLATE       PIC X(64).
               10  WS-RQ-COST-CENTER    PIC X(16).
               10  WS-RQ-APPROVER       PIC X(64).
               10  WS-RQ-DECIDED        PIC X(20).
               10  WS-RQ-GENERATED      PIC X(20).
               10  WS-RQ-CLOSED         PIC X(20).
               10  WS-RQ-DETAIL         PIC X(80).
               10  WS-RQ-JUSTIFY        PIC X(512).
               10  WS-RQ-LOAD-LINE      PIC X(8).
       01  WS-REQ-IDX                  PIC 9(5)   VALUE 0.
       01  WS-REQ-FOUND-IDX            PIC 9(5)   VALUE 0.
       01  WS-REGISTER-LINE            PIC X(1800) VALUE SPACES.

      ******************************************************************
      * One intake line as keyed
      ******************************************************************
       01  WS-IN-ID                    PIC X(32)  VALUE SPACES.
       01  WS-IN-SUBMITTED             PIC X(32)  VALUE SPACES.
       01  WS-IN-REQUESTER             PIC X(64)  VALUE SPACES.
       01  WS-IN-NAME                  PIC X(256) VALUE SPACES.
       01  WS-IN-OWNER                 PIC X(64)  VALUE SPACES.
       01  WS-IN-TEMPLATE              PIC X(64)  VALUE SPACES.
       01  WS-IN-COST-CENTER           PIC X(16)  VALUE SPACES.
       01  WS-IN-JUSTIFY               PIC X(512) VALUE SPACES.
       01  WS-IN-REASON                PIC X(80)  VALUE SPACES.
       01  WS-UPPER-A                  PIC X(256) VALUE SPACES.
       01  WS-UPPER-B                  PIC X(256) VALUE SPACES.

      ******************************************************************
      * One approval decision
      ******************************************************************
       01  WS-AP-ID                    PIC X(32)  VALUE SPACES.
       01  WS-AP-APPROVER              PIC X(64)  VALUE SPACES.
       01  WS-AP-DECISION              PIC X(16)  VALUE SPACES.
       01  WS-AP-COMMENT               PIC X(80)  VALUE SPACES.
       01  WS-ORG-DEPARTMENT           PIC X(64)  VALUE SPACES.
       01  WS-ORG-COST-CENTER          PIC X(32)  VALUE SPACES.
       01  WS-ORG-MANAGER-ID           PIC X(64)  VALUE SPACES.
       01  WS-ORG-FOUND                PIC X      VALUE "N".
       01  WS-LEDGER-SUBJECT           PIC X(64)  VALUE SPACES.
       01  WS-LEDGER-ACTION            PIC X(16)
               VALUE "PROJECT-REQUEST".
       01  WS-LEDGER-PERFORMER         PIC X(64)  VALUE SPACES.
       01  WS-LEDGER-APPROVER          PIC X(64)  VALUE SPACES.

      ******************************************************************
      * Load report read-back
      ******************************************************************
       01  WS-LR-OURS                  PIC X      VALUE "N".
       01  WS-LR-TAG                   PIC X(24)  VALUE SPACES.
       01  WS-LR-LINE-NO               PIC X(8)   VALUE SPACES.
       01  WS-LR-NAME                  PIC X(256) VALUE SPACES.
       01  WS-LR-DETAIL                PIC X(256) VALUE SPACES.
       01  WS-LR-BIZ-DATE              PIC X(10)  VALUE SPACES.

      ******************************************************************
      * Template catalog - name, metadata skeleton and whether the
      * skeleton is well-formed JSON
      ******************************************************************
       01  WS-TMPL-SET.
           05  WS-TMPL-COUNT            PIC 9(3)  VALUE 0.
           05  WS-TMPL-ENTRY OCCURS 50 TIMES.
               10  WS-TMPL-NAME         PIC X(64).
               10  WS-TMPL-DESC         PIC X(1024).
               10  WS-TMPL-METADATA     PIC X(2048).
               10  WS-TMPL-VALID        PIC X.
       01  WS-TMPL-IDX                 PIC 9(3)   VALUE 0.
       01  WS-TMPL-FOUND-IDX           PIC 9(3)   VALUE 0.
       01  WS-TMPL-META-BUF            PIC X(32000) VALUE SPACES.
       01  WS-TMPL-META-VALID          PIC X      VALUE "N".

      ******************************************************************
      * User master - owner must exist and be active
      ******************************************************************
       01  WS-USER-TABLE.
           05  WS-USER-COUNT            PIC 9(5)  VALUE 0.
           05  WS-USER-ENTRY OCCURS 5000 TIMES.
               10  WS-UT-ID             PIC X(64).
               10  WS-UT-STATUS         PIC X(32).
       01  WS-USER-IDX                 PIC 9(5)   VALUE 0.
       01  WS-USER-FOUND-IDX           PIC 9(5)   VALUE 0.
       01  WS-REC-ID                   PIC X(64)  VALUE SPACES.
       01  WS-REC-USERNAME             PIC X(128) VALUE SPACES.
       01  WS-REC-EMAIL                PIC X(256) VALUE SPACES.
       01  WS-REC-STATUS               PIC X(32)  VALUE SPACES.

      ******************************************************************
      * Metadata and cost-center checks
      ******************************************************************
       01  WS-RULES-FILE-NAME          PIC X(64)
               VALUE "/tmp/grey_metadata_rules.txt".
       01  WS-RULE-COUNT               PIC 9(3)   VALUE 0.
       01  WS-ACTIVE-STATUS            PIC X(16)  VALUE "active".
       01  WS-VIOLATIONS.
           05  WS-VIOLATION-COUNT      PIC 9(2)   VALUE 0.
           05  WS-VIOLATION OCCURS 20 TIMES.
               10  WS-VIOL-KEY         PIC X(64).
               10  WS-VIOL-REASON      PIC X(16).
               10  WS-VIOL-VALUE       PIC X(64).
       01  WS-CC-NAME                  PIC X(64)  VALUE SPACES.
       01  WS-CC-STATE                 PIC X(12)  VALUE SPACES.
       01  WS-REQ-METADATA             PIC X(8192) VALUE SPACES.
       01  WS-CC-KEY-TEXT              PIC X(12)
               VALUE '"costCenter"'.
       01  WS-CC-META-WORK             PIC X(8192) VALUE SPACES.
       01  WS-CC-META-LEN              PIC 9(5)   VALUE 0.
       01  WS-CC-KEY-POS               PIC 9(5)   VALUE 0.
       01  WS-CC-VAL-START             PIC 9(5)   VALUE 0.
       01  WS-CC-VAL-END               PIC 9(5)   VALUE 0.
       01  WS-CC-SCAN                  PIC 9(5)   VALUE 0.
       01  WS-CC-PTR                   PIC 9(5)   VALUE 0.

      ******************************************************************
      * Generated bulk-load input
      ******************************************************************
       01  WS-LOAD-LINE                PIC X(1536) VALUE SPACES.
       01  WS-GEN-TOTAL                PIC 9(5)   VALUE 0.
       01  WS-GEN-LINE-NO              PIC 9(8)   VALUE 0.
       01  WS-GEN-LAST-TS              PIC X(20)  VALUE SPACES.
       01  WS-LOAD-PENDING             PIC X      VALUE "N".
       01  WS-LOAD-FEED                PIC X(32)  VALUE "PROJECT-LOAD".
       01  WS-LOAD-ARRIVED             PIC X(19)  VALUE SPACES.
       01  WS-LOAD-RECEIPT             PIC X(12)  VALUE SPACES.
       01  WS-COUNT-TEXT               PIC Z(7)9.

      ******************************************************************
      * Turnaround report
      ******************************************************************
       01  WS-REPORT-LINE              PIC X(800) VALUE SPACES.
       01  WS-EVENT-ID                 PIC X(32)  VALUE SPACES.
       01  WS-EVENT-KIND               PIC X(24)  VALUE SPACES.
       01  WS-EVENT-DETAIL             PIC X(256) VALUE SPACES.
       01  WS-TS-FROM                  PIC X(32)  VALUE SPACES.
       01  WS-TS-TO                    PIC X(32)  VALUE SPACES.
       01  WS-BDAYS                    PIC S9(8)  VALUE 0.
       01  WS-BDAYS-TEXT               PIC Z(5)9.
       01  WS-TARGET-TEXT              PIC ZZ9.
       01  WS-VERDICT                  PIC X(8)   VALUE SPACES.
       01  WS-LISTED                   PIC X      VALUE "N".
       01  WS-SUM-CREATED              PIC 9(5)   VALUE 0.
       01  WS-SUM-MET                  PIC 9(5)   VALUE 0.
       01  WS-SUM-MISSED               PIC 9(5)   VALUE 0.
       01  WS-SUM-OPEN                 PIC 9(5)   VALUE 0.
       01  WS-SUM-OVERDUE              PIC 9(5)   VALUE 0.
       01  WS-SUM-REJECTED             PIC 9(5)   VALUE 0.
       01  WS-SUM-FAILED               PIC 9(5)   VALUE 0.
       01  WS-SUM-DAYS                 PIC 9(8)   VALUE 0.
       01  WS-MET-PCT                  PIC 9(3)   VALUE 0.
       01  WS-AVG-DAYS                 PIC 9(5)V9 VALUE 0.
       01  WS-AVG-TEXT                 PIC ZZZZ9.9.
       01  WS-SUM-TEXT-1               PIC Z(4)9.
       01  WS-SUM-TEXT-2               PIC Z(4)9.
       01  WS-SUM-TEXT-3               PIC Z(4)9.
       01  WS-SUM-TEXT-4               PIC Z(4)9.
       01  WS-SUM-TEXT-5               PIC Z(4)9.
       01  WS-SUM-TEXT-6               PIC Z(4)9.
       01  WS-SUM-TEXT-7               PIC Z(4)9.
       01  WS-PCT-TEXT                 PIC ZZ9.

      ******************************************************************
      * This run's counts
      ******************************************************************
       01  WS-INTAKE-READ              PIC 9(8)   VALUE 0.
       01  WS-NEW-SUBMITTED            PIC 9(8)   VALUE 0.
       01  WS-NEW-INVALID              PIC 9(8)   VALUE 0.
       01  WS-NEW-APPROVED             PIC 9(8)   VALUE 0.
       01  WS-NEW-DECLINED             PIC 9(8)   VALUE 0.
       01  WS-APPROVAL-REFUSED         PIC 9(8)   VALUE 0.
       01  WS-NEW-GENERATED            PIC 9(8)   VALUE 0.
       01  WS-NEW-CREATED              PIC 9(8)   VALUE 0.
       01  WS-NEW-FAILED               PIC 9(8)   VALUE 0.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "PROJECT-REQUEST-INTAKE".
       01  WS-HIST-RUN-ID              PIC X(24)  VALUE SPACES.
       01  WS-HIST-READ                PIC 9(8)   VALUE 0.
       01  WS-HIST-OK                  PIC 9(8)   VALUE 0.
       01  WS-HIST-FAIL                PIC 9(8)   VALUE 0.
       01  WS-HIST-CID                 PIC X(40)  VALUE SPACES.
       01  WS-LOCK-ACQUIRED            PIC X      VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Project Request Intake ==="
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) "T"
                  WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2)
               DELIMITED BY SIZE INTO WS-TS
           MOVE WS-NOW(1:8) TO WS-TODAY

           CALL "RUN-HISTORY-START" USING WS-HIST-JOB-NAME
                                          WS-HIST-RUN-ID
           CALL "RUN-LOCK-ACQUIRE" USING WS-HIST-JOB-NAME
                                         WS-LOCK-ACQUIRED
           IF WS-LOCK-ACQUIRED NOT = "Y"
               MOVE 12 TO WS-PR-RC
               PERFORM FINISH-RUN
           END-IF

           PERFORM READ-PARAMETERS
           PERFORM LOAD-REGISTER

           OPEN OUTPUT REQUEST-REPORT-FILE

           PERFORM APPLY-LOAD-OUTCOMES

           CALL "NAMING-RULES-LOAD" USING WS-NAMING-RULES-FILE
                                          WS-NAMING-RULE-COUNT
           CALL "META-RULES-LOAD" USING WS-RULES-FILE-NAME
                                        WS-RULE-COUNT
           PERFORM LOAD-TEMPLATE-CATALOG
           PERFORM LOAD-USERS
           PERFORM TAKE-NEW-REQUESTS

           PERFORM APPLY-APPROVALS
           PERFORM GENERATE-LOAD-INPUT

           PERFORM WRITE-REGISTER
           IF WS-PR-RC >= 8
               CLOSE REQUEST-REPORT-FILE
               PERFORM FINISH-RUN
           END-IF

           PERFORM WRITE-TURNAROUND
           CLOSE REQUEST-REPORT-FILE

           IF WS-NEW-INVALID > 0 OR WS-APPROVAL-REFUSED > 0
               OR WS-NEW-FAILED > 0 OR WS-SUM-OVERDUE > 0
               MOVE 4 TO WS-PR-RC
           END-IF

           DISPLAY "Requests taken: " WS-NEW-SUBMITTED
                   " rejected in validation: " WS-NEW-INVALID
           DISPLAY "Approved: " WS-NEW-APPROVED
                   " rejected by approver: " WS-NEW-DECLINED
                   " approvals refused: " WS-APPROVAL-REFUSED
           DISPLAY "Generated for load: " WS-NEW-GENERATED
                   " created: " WS-NEW-CREATED
                   " failed: " WS-NEW-FAILED
           DISPLAY "Turnaround report written: "
                   FUNCTION TRIM(WS-REPORT-FILE-NAME)
           PERFORM FINISH-RUN.

      ******************************************************************
      * FINISH-RUN: Record the run, release the lock and end with the
      * job's return code
      ******************************************************************
       FINISH-RUN.
           MOVE WS-PR-RC TO RETURN-CODE
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           MOVE WS-PR-RC TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * READ-PARAMETERS: File overrides, the report period (default
      * this month) and the turnaround target in business days
      ******************************************************************
       READ-PARAMETERS.
           MOVE SPACES TO WS-FILE-ENV
           ACCEPT WS-FILE-ENV FROM ENVIRONMENT
               "GREY_REQUEST_INTAKE_FILE"
           IF WS-FILE-ENV NOT = SPACES
               MOVE WS-FILE-ENV TO WS-INTAKE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-FILE-ENV
           ACCEPT WS-FILE-ENV FROM ENVIRONMENT
               "GREY_REQUEST_APPROVALS_FILE"
           IF WS-FILE-ENV NOT = SPACES
               MOVE WS-FILE-ENV TO WS-APPROVALS-FILE-NAME
           END-IF
           MOVE SPACES TO WS-FILE-ENV
           ACCEPT WS-FILE-ENV FROM ENVIRONMENT "GREY_REQUEST_REGISTER"
           IF WS-FILE-ENV NOT = SPACES
               MOVE WS-FILE-ENV TO WS-REGISTER-FILE-NAME
           END-IF
           MOVE SPACES TO WS-FILE-ENV
           ACCEPT WS-FILE-ENV FROM ENVIRONMENT "GREY_REQUEST_LOAD_FILE"
           IF WS-FILE-ENV NOT = SPACES
               MOVE WS-FILE-ENV TO WS-LOAD-INPUT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-FILE-ENV
           ACCEPT WS-FILE-ENV FROM ENVIRONMENT
               "GREY_REQUEST_LOAD_REPORT"
           IF WS-FILE-ENV NOT = SPACES
               MOVE WS-FILE-ENV TO WS-LOAD-REPORT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-FILE-ENV
           ACCEPT WS-FILE-ENV FROM ENVIRONMENT
               "GREY_REQUEST_LOAD_REJECTS"
           IF WS-FILE-ENV NOT = SPACES
               MOVE WS-FILE-ENV TO WS-LOAD-REJECT-FILE-NAME
           END-IF

           ACCEPT WS-PERIOD FROM ENVIRONMENT "GREY_REQUEST_PERIOD"
           IF WS-PERIOD(1:4) IS NOT NUMERIC
               OR WS-PERIOD(5:1) NOT = "-"
               OR WS-PERIOD(6:2) IS NOT NUMERIC
               MOVE SPACES TO WS-PERIOD
               STRING WS-NOW(1:4) "-" WS-NOW(5:2)
                   DELIMITED BY SIZE INTO WS-PERIOD
           END-IF

           ACCEPT WS-TARGET-ENV
               FROM ENVIRONMENT "GREY_REQUEST_TARGET_DAYS"
           IF WS-TARGET-ENV(1:1) IS NUMERIC
               COMPUTE WS-TARGET-DAYS =
                   FUNCTION NUMVAL(WS-TARGET-ENV)
           END-IF.

      ******************************************************************
      * LOAD-REGISTER: Every request already known, whatever its
      * status - a missing register is a first run
      ******************************************************************
       LOAD-REGISTER.
           MOVE 0 TO WS-REQ-COUNT
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ REGISTER-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-REGISTER-LINE
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE
           MOVE "N" TO WS-EOF
           DISPLAY "Requests on the register: " WS-REQ-COUNT.

       LOAD-ONE-REGISTER-LINE.
           IF REGISTER-RECORD = SPACES
               OR REGISTER-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-COUNT >= 2000
               MOVE "Y" TO WS-REQ-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REQ-COUNT
           MOVE SPACES TO WS-REQ-ENTRY(WS-REQ-COUNT)
           UNSTRING REGISTER-RECORD DELIMITED BY "|"
               INTO WS-RQ-ID(WS-REQ-COUNT)
                    WS-RQ-STATUS(WS-REQ-COUNT)
                    WS-RQ-SUBMITTED(WS-REQ-COUNT)
                    WS-RQ-REQUESTER(WS-REQ-COUNT)
                    WS-RQ-NAME(WS-REQ-COUNT)
                    WS-RQ-OWNER(WS-REQ-COUNT)
                    WS-RQ-TEMPLATE(WS-REQ-COUNT)
                    WS-RQ-COST-CENTER(WS-REQ-COUNT)
                    WS-RQ-APPROVER(WS-REQ-COUNT)
                    WS-RQ-DECIDED(WS-REQ-COUNT)
                    WS-RQ-GENERATED(WS-REQ-COUNT)
                    WS-RQ-CLOSED(WS-REQ-COUNT)
                    WS-RQ-DETAIL(WS-REQ-COUNT)
                    WS-RQ-JUSTIFY(WS-REQ-COUNT)
                    WS-RQ-LOAD-LINE(WS-REQ-COUNT)
           IF WS-RQ-ID(WS-REQ-COUNT) = SPACES
               SUBTRACT 1 FROM WS-REQ-COUNT
           END-IF.

      ******************************************************************
      * APPLY-LOAD-OUTCOMES: Settle generated requests from the bulk
      * load's report - only a report whose CONTROL line names this
      * job's source is ours to read, and then its reject file is
      * read for the lines the edit pass turned away
      ******************************************************************
       APPLY-LOAD-OUTCOMES.
           OPEN INPUT LOAD-REPORT-FILE
           IF WS-LOAD-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LR-OURS
           MOVE SPACES TO WS-LR-BIZ-DATE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ LOAD-REPORT-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-OUTCOME
               END-READ
           END-PERFORM
           CLOSE LOAD-REPORT-FILE
           MOVE "N" TO WS-EOF
           IF WS-LR-OURS = "Y"
               PERFORM APPLY-LOAD-REJECTS
           END-IF.

       APPLY-ONE-OUTCOME.
           IF LOAD-REPORT-RECORD(1:31) =
               "CONTROL|SOURCE=PROJECT-REQUEST|"
               MOVE "Y" TO WS-LR-OURS
               IF LOAD-REPORT-RECORD(32:14) = "BUSINESS_DATE="
                   MOVE LOAD-REPORT-RECORD(46:10) TO WS-LR-BIZ-DATE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-LR-OURS NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LR-TAG WS-LR-LINE-NO WS-LR-NAME
                          WS-LR-DETAIL
           UNSTRING LOAD-REPORT-RECORD DELIMITED BY "|"
               INTO WS-LR-TAG WS-LR-LINE-NO WS-LR-NAME WS-LR-DETAIL
           IF WS-LR-TAG NOT = "CREATED"
               AND WS-LR-TAG NOT = "FAILED"
               AND WS-LR-TAG NOT = "SKIPPED"
               AND WS-LR-TAG NOT = "SKIPPED-DUPLICATE"
               AND WS-LR-TAG NOT = "LIFECYCLE-REJECTED"
               EXIT PARAGRAPH
           END-IF
           PERFORM SETTLE-LOADED-REQUEST.

      ******************************************************************
      * APPLY-LOAD-REJECTS: Lines of our input the load's edit pass
      * turned away - "line|reason|raw-line", the request's name
      * being the first field of the raw line
      ******************************************************************
       APPLY-LOAD-REJECTS.
           OPEN INPUT LOAD-REJECT-FILE
           IF WS-LOAD-REJECT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ LOAD-REJECT-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-REJECT
               END-READ
           END-PERFORM
           CLOSE LOAD-REJECT-FILE
           MOVE "N" TO WS-EOF.

       APPLY-ONE-REJECT.
           IF LOAD-REJECT-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LR-LINE-NO WS-LR-NAME WS-LR-DETAIL
           MOVE "REJECTED" TO WS-LR-TAG
           UNSTRING LOAD-REJECT-RECORD DELIMITED BY "|"
               INTO WS-LR-LINE-NO WS-LR-DETAIL WS-LR-NAME
           PERFORM SETTLE-LOADED-REQUEST.

      ******************************************************************
      * SETTLE-LOADED-REQUEST: Close the generated request the load
      * outcome in WS-LR-* belongs to - same input line, same name,
      * generated on the business day the load ran for
      ******************************************************************
       SETTLE-LOADED-REQUEST.
           MOVE 0 TO WS-REQ-FOUND-IDX
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                       UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF WS-RQ-STATUS(WS-REQ-IDX) = "APPROVED"
                   AND WS-RQ-GENERATED(WS-REQ-IDX) NOT = SPACES
                   AND WS-RQ-GENERATED(WS-REQ-IDX)(1:10) =
                       WS-LR-BIZ-DATE
                   AND WS-RQ-NAME(WS-REQ-IDX) = WS-LR-NAME
                   AND (WS-RQ-LOAD-LINE(WS-REQ-IDX) = WS-LR-LINE-NO
                        OR WS-RQ-LOAD-LINE(WS-REQ-IDX) = SPACES)
                   MOVE WS-REQ-IDX TO WS-REQ-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-REQ-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REQ-FOUND-IDX TO WS-REQ-IDX
           MOVE WS-TS TO WS-RQ-CLOSED(WS-REQ-IDX)
           MOVE WS-RQ-ID(WS-REQ-IDX) TO WS-EVENT-ID
           IF WS-LR-TAG = "CREATED"
               MOVE "CREATED" TO WS-RQ-STATUS(WS-REQ-IDX)
      *        An owner the load could not set rides in the detail
               MOVE WS-LR-DETAIL TO WS-RQ-DETAIL(WS-REQ-IDX)
               ADD 1 TO WS-NEW-CREATED
               MOVE "CREATED" TO WS-EVENT-KIND
               MOVE WS-LR-DETAIL TO WS-EVENT-DETAIL
           ELSE
               MOVE "FAILED" TO WS-RQ-STATUS(WS-REQ-IDX)
               MOVE SPACES TO WS-RQ-DETAIL(WS-REQ-IDX)
               STRING WS-LR-TAG DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-LR-DETAIL DELIMITED BY "  "
                      INTO WS-RQ-DETAIL(WS-REQ-IDX)
               ADD 1 TO WS-NEW-FAILED
               MOVE "FAILED" TO WS-EVENT-KIND
               MOVE WS-RQ-DETAIL(WS-REQ-IDX) TO WS-EVENT-DETAIL
           END-IF
           PERFORM WRITE-EVENT-LINE.

      ******************************************************************
      * LOAD-TEMPLATE-CATALOG: The same catalog the bulk load uses;
      * a template whose metadata is not well-formed JSON is marked
      * invalid so a request naming it is turned away here
      ******************************************************************
       LOAD-TEMPLATE-CATALOG.
           MOVE 0 TO WS-TMPL-COUNT
           OPEN INPUT TEMPLATE-FILE
           IF WS-TEMPLATE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ TEMPLATE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-TEMPLATE-LINE
               END-READ
           END-PERFORM
           CLOSE TEMPLATE-FILE
           MOVE "N" TO WS-EOF.

       PARSE-TEMPLATE-LINE.
           IF TEMPLATE-RECORD = SPACES OR WS-TMPL-COUNT >= 50
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TMPL-COUNT
           MOVE SPACES TO WS-TMPL-ENTRY(WS-TMPL-COUNT)
           UNSTRING TEMPLATE-RECORD DELIMITED BY "|"
               INTO WS-TMPL-NAME(WS-TMPL-COUNT)
                    WS-TMPL-DESC(WS-TMPL-COUNT)
                    WS-TMPL-METADATA(WS-TMPL-COUNT)
           IF WS-TMPL-NAME(WS-TMPL-COUNT) = SPACES
               SUBTRACT 1 FROM WS-TMPL-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-TMPL-VALID(WS-TMPL-COUNT)
           IF WS-TMPL-METADATA(WS-TMPL-COUNT) NOT = SPACES
               MOVE SPACES TO WS-TMPL-META-BUF
               MOVE WS-TMPL-METADATA(WS-TMPL-COUNT)
                   TO WS-TMPL-META-BUF
               CALL "JSON-VALIDATE" USING WS-TMPL-META-BUF
                                          WS-TMPL-META-VALID
               IF WS-TMPL-META-VALID NOT = "Y"
                   MOVE "N" TO WS-TMPL-VALID(WS-TMPL-COUNT)
               END-IF
           END-IF.

      ******************************************************************
      * LOAD-USERS: The user master USER-SYNC-BATCH writes; when it
      * is not on file owners are not checked
      ******************************************************************
       LOAD-USERS.
           MOVE 0 TO WS-USER-COUNT
           OPEN INPUT USER-SYNC-FILE
           IF WS-USER-SYNC-STATUS NOT = "00"
               DISPLAY "WARNING: no user master - request owners "
                       "are not checked"
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
           MOVE "N" TO WS-EOF.

       LOAD-ONE-USER.
           IF USER-SYNC-RECORD = SPACES
               OR USER-SYNC-RECORD(1:1) = "#"
               OR WS-USER-COUNT >= 5000
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
           MOVE WS-REC-STATUS TO WS-UT-STATUS(WS-USER-COUNT).

      ******************************************************************
      * TAKE-NEW-REQUESTS: Validate every intake line whose request
      * ID the register does not already hold
      ******************************************************************
       TAKE-NEW-REQUESTS.
           OPEN INPUT INTAKE-FILE
           IF WS-INTAKE-FILE-STATUS NOT = "00"
               DISPLAY "No intake file - no new requests"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ INTAKE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-REQUEST
               END-READ
           END-PERFORM
           CLOSE INTAKE-FILE
           MOVE "N" TO WS-EOF
           IF WS-REQ-FULL = "Y"
               DISPLAY "WARNING: request register filled at 2000 - "
                       "later requests were not taken"
               MOVE 4 TO WS-PR-RC
           END-IF.

       TAKE-ONE-REQUEST.
           IF INTAKE-RECORD = SPACES
               OR INTAKE-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INTAKE-READ

           MOVE SPACES TO WS-IN-ID WS-IN-SUBMITTED WS-IN-REQUESTER
                          WS-IN-NAME WS-IN-OWNER WS-IN-TEMPLATE
                          WS-IN-COST-CENTER WS-IN-JUSTIFY
           UNSTRING INTAKE-RECORD DELIMITED BY "|"
               INTO WS-IN-ID WS-IN-SUBMITTED WS-IN-REQUESTER
                    WS-IN-NAME WS-IN-OWNER WS-IN-TEMPLATE
                    WS-IN-COST-CENTER WS-IN-JUSTIFY
           IF WS-IN-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-REQ-FOUND-IDX
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                       UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF WS-RQ-ID(WS-REQ-IDX) = WS-IN-ID
                   MOVE WS-REQ-IDX TO WS-REQ-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-REQ-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-COUNT >= 2000
               MOVE "Y" TO WS-REQ-FULL
               EXIT PARAGRAPH
           END-IF

           PERFORM VALIDATE-REQUEST

           ADD 1 TO WS-REQ-COUNT
           MOVE WS-REQ-COUNT TO WS-REQ-IDX
           MOVE SPACES TO WS-REQ-ENTRY(WS-REQ-IDX)
           MOVE WS-IN-ID TO WS-RQ-ID(WS-REQ-IDX)
           IF WS-IN-SUBMITTED = SPACES
               MOVE WS-TS TO WS-RQ-SUBMITTED(WS-REQ-IDX)
           ELSE
               MOVE WS-IN-SUBMITTED TO WS-RQ-SUBMITTED(WS-REQ-IDX)
           END-IF
           MOVE WS-IN-REQUESTER TO WS-RQ-REQUESTER(WS-REQ-IDX)
           MOVE WS-IN-NAME TO WS-RQ-NAME(WS-REQ-IDX)
           MOVE WS-IN-OWNER TO WS-RQ-OWNER(WS-REQ-IDX)
           MOVE WS-IN-TEMPLATE TO WS-RQ-TEMPLATE(WS-REQ-IDX)
           MOVE WS-IN-COST-CENTER TO WS-RQ-COST-CENTER(WS-REQ-IDX)
           MOVE WS-IN-JUSTIFY TO WS-RQ-JUSTIFY(WS-REQ-IDX)
           MOVE WS-IN-ID TO WS-EVENT-ID

           IF WS-IN-REASON = SPACES
               MOVE "SUBMITTED" TO WS-RQ-STATUS(WS-REQ-IDX)
               ADD 1 TO WS-NEW-SUBMITTED
               MOVE "SUBMITTED" TO WS-EVENT-KIND
               MOVE WS-IN-NAME TO WS-EVENT-DETAIL
           ELSE
               MOVE "REJECTED" TO WS-RQ-STATUS(WS-REQ-IDX)
               MOVE WS-TS TO WS-RQ-DECIDED(WS-REQ-IDX)
               MOVE WS-TS TO WS-RQ-CLOSED(WS-REQ-IDX)
               STRING "VALIDATION " DELIMITED BY SIZE
                      WS-IN-REASON DELIMITED BY "  "
                      INTO WS-RQ-DETAIL(WS-REQ-IDX)
               ADD 1 TO WS-NEW-INVALID
               MOVE "REJECTED" TO WS-EVENT-KIND
               MOVE WS-RQ-DETAIL(WS-REQ-IDX) TO WS-EVENT-DETAIL
           END-IF
           PERFORM WRITE-EVENT-LINE.

      ******************************************************************
      * VALIDATE-REQUEST: The first problem found is the rejection
      * reason; blank means the request may go to its approver
      ******************************************************************
       VALIDATE-REQUEST.
           MOVE SPACES TO WS-IN-REASON
           EVALUATE TRUE
               WHEN WS-IN-REQUESTER = SPACES
                   MOVE "MISSING-REQUESTER" TO WS-IN-REASON
               WHEN WS-IN-NAME = SPACES
                   MOVE "MISSING-NAME" TO WS-IN-REASON
               WHEN WS-IN-OWNER = SPACES
                   MOVE "MISSING-OWNER" TO WS-IN-REASON
               WHEN WS-IN-COST-CENTER = SPACES
                   MOVE "MISSING-COST-CENTER" TO WS-IN-REASON
               WHEN WS-IN-JUSTIFY = SPACES
                   MOVE "MISSING-JUSTIFICATION" TO WS-IN-REASON
           END-EVALUATE
           IF WS-IN-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

      *    Another open request for the same name
           MOVE FUNCTION UPPER-CASE(WS-IN-NAME) TO WS-UPPER-A
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                       UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF WS-RQ-STATUS(WS-REQ-IDX) = "SUBMITTED"
                   OR WS-RQ-STATUS(WS-REQ-IDX) = "APPROVED"
                   MOVE FUNCTION UPPER-CASE(WS-RQ-NAME(WS-REQ-IDX))
                       TO WS-UPPER-B
                   IF WS-UPPER-A = WS-UPPER-B
                       STRING "DUPLICATE-REQUEST " DELIMITED BY SIZE
                              WS-RQ-ID(WS-REQ-IDX) DELIMITED BY SPACE
                              INTO WS-IN-REASON
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-IN-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-NAMING-RULE-COUNT > 0
               PERFORM CHECK-REQUEST-NAMING
               IF WS-IN-REASON NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO WS-REQ-METADATA
           IF WS-IN-TEMPLATE NOT = SPACES
               MOVE 0 TO WS-TMPL-FOUND-IDX
               PERFORM VARYING WS-TMPL-IDX FROM 1 BY 1
                           UNTIL WS-TMPL-IDX > WS-TMPL-COUNT
                   IF WS-TMPL-NAME(WS-TMPL-IDX) = WS-IN-TEMPLATE
                       MOVE WS-TMPL-IDX TO WS-TMPL-FOUND-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-TMPL-FOUND-IDX = 0
                   STRING "TEMPLATE-NOT-FOUND " DELIMITED BY SIZE
                          WS-IN-TEMPLATE DELIMITED BY SPACE
                          INTO WS-IN-REASON
                   EXIT PARAGRAPH
               END-IF
               IF WS-TMPL-VALID(WS-TMPL-FOUND-IDX) NOT = "Y"
                   STRING "TEMPLATE-INVALID " DELIMITED BY SIZE
                          WS-IN-TEMPLATE DELIMITED BY SPACE
                          INTO WS-IN-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TMPL-METADATA(WS-TMPL-FOUND-IDX)
                   TO WS-REQ-METADATA
           END-IF

           IF WS-USER-COUNT > 0
               MOVE 0 TO WS-USER-FOUND-IDX
               PERFORM VARYING WS-USER-IDX FROM 1 BY 1
                           UNTIL WS-USER-IDX > WS-USER-COUNT
                   IF WS-UT-ID(WS-USER-IDX) = WS-IN-OWNER
                       MOVE WS-USER-IDX TO WS-USER-FOUND-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-USER-FOUND-IDX = 0
                   MOVE "OWNER-UNKNOWN" TO WS-IN-REASON
                   EXIT PARAGRAPH
               END-IF
               IF WS-UT-STATUS(WS-USER-FOUND-IDX) NOT = "active"
                   STRING "OWNER-INACTIVE " DELIMITED BY SIZE
                          WS-UT-STATUS(WS-USER-FOUND-IDX)
                              DELIMITED BY SPACE
                          INTO WS-IN-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF

           CALL "COST-CENTER-CHECK" USING WS-IN-COST-CENTER
                                          WS-TODAY
                                          WS-CC-NAME
                                          WS-CC-STATE
           IF WS-CC-STATE NOT = "OPEN"
               AND WS-CC-STATE NOT = "NO-MASTER"
               STRING "COST-CENTER-" DELIMITED BY SIZE
                      WS-CC-STATE DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-IN-COST-CENTER DELIMITED BY SPACE
                      INTO WS-IN-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-REQUEST-COST-CENTER
           IF WS-RULE-COUNT > 0
               CALL "META-RULES-CHECK" USING WS-REQ-METADATA
                                             WS-ACTIVE-STATUS
                                             WS-VIOLATIONS
               IF WS-VIOLATION-COUNT > 0
                   STRING "METADATA-RULES " DELIMITED BY SIZE
                          WS-VIOL-REASON(1) DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          WS-VIOL-KEY(1) DELIMITED BY SPACE
                          INTO WS-IN-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO WS-NAMING-PROJ-ID
           CALL "NAMING-RULES-NOTE" USING WS-NAMING-PROJ-ID
                                          WS-IN-NAME.

      ******************************************************************
      * CHECK-REQUEST-NAMING: The proposed name against the naming
      * rules, with the owner picking the department prefix; the
      * suggested conforming name goes to SYSOUT for the requester
      ******************************************************************
       CHECK-REQUEST-NAMING.
           MOVE SPACES TO WS-NAMING-PROJ-ID
           MOVE WS-IN-OWNER TO WS-NAMING-OWNER-ID
           MOVE 0 TO WS-NAMING-NAME-LEN
           CALL "NAMING-RULES-CHECK" USING WS-NAMING-PROJ-ID
                                           WS-IN-NAME
                                           WS-NAMING-NAME-LEN
                                           WS-NAMING-OWNER-ID
                                           WS-NAMING-RESULT
           IF WS-NAMING-VIOL-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           STRING "NAMING-" DELIMITED BY SIZE
                  WS-NAMING-VIOL-RULE(1) DELIMITED BY SPACE
                  INTO WS-IN-REASON
           DISPLAY "Request " FUNCTION TRIM(WS-IN-ID)
                   " suggested name: "
                   FUNCTION TRIM(WS-NAMING-SUGGESTED).

      ******************************************************************
      * SET-REQUEST-COST-CENTER: Put the request's cost center into
      * the template metadata the way the bulk load will - replacing
      * the value of an existing costCenter key, or adding the key
      ******************************************************************
       SET-REQUEST-COST-CENTER.
           MOVE LENGTH OF WS-REQ-METADATA TO WS-CC-META-LEN
           PERFORM UNTIL WS-CC-META-LEN = 0
                      OR WS-REQ-METADATA(WS-CC-META-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CC-META-LEN
           END-PERFORM

           IF WS-CC-META-LEN = 0
               STRING '{"costCenter":"' DELIMITED BY SIZE
                      WS-IN-COST-CENTER DELIMITED BY SPACE
                      '"}' DELIMITED BY SIZE
                      INTO WS-REQ-METADATA
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CC-KEY-POS
           PERFORM VARYING WS-CC-SCAN FROM 1 BY 1
                       UNTIL WS-CC-SCAN + 11 > WS-CC-META-LEN
               IF WS-REQ-METADATA(WS-CC-SCAN:12) = WS-CC-KEY-TEXT
                   MOVE WS-CC-SCAN TO WS-CC-KEY-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-CC-META-WORK
           MOVE 1 TO WS-CC-PTR

           IF WS-CC-KEY-POS > 0
               MOVE 0 TO WS-CC-VAL-START WS-CC-VAL-END
               COMPUTE WS-CC-SCAN = WS-CC-KEY-POS + 12
               PERFORM UNTIL WS-CC-SCAN > WS-CC-META-LEN
                          OR (WS-REQ-METADATA(WS-CC-SCAN:1)
                                  NOT = SPACE
                              AND WS-REQ-METADATA(WS-CC-SCAN:1)
                                  NOT = ":")
                   ADD 1 TO WS-CC-SCAN
               END-PERFORM
               IF WS-CC-SCAN <= WS-CC-META-LEN
                   AND WS-REQ-METADATA(WS-CC-SCAN:1) = '"'
                   COMPUTE WS-CC-VAL-START = WS-CC-SCAN + 1
                   ADD 1 TO WS-CC-SCAN
               END-IF
               PERFORM UNTIL WS-CC-SCAN > WS-CC-META-LEN
                          OR WS-CC-VAL-END > 0
                   IF WS-REQ-METADATA(WS-CC-SCAN:1) = '"'
                       MOVE WS-CC-SCAN TO WS-CC-VAL-END
                   END-IF
                   ADD 1 TO WS-CC-SCAN
               END-PERFORM
               IF WS-CC-VAL-START > 0 AND WS-CC-VAL-END > 0
                   STRING WS-REQ-METADATA(1:WS-CC-VAL-START - 1)
                              DELIMITED BY SIZE
                          WS-IN-COST-CENTER DELIMITED BY SPACE
                          WS-REQ-METADATA(WS-CC-VAL-END:
                              WS-CC-META-LEN - WS-CC-VAL-END + 1)
                              DELIMITED BY SIZE
                          INTO WS-CC-META-WORK
                          WITH POINTER WS-CC-PTR
                   MOVE WS-CC-META-WORK TO WS-REQ-METADATA
               END-IF
               EXIT PARAGRAPH
           END-IF

           SUBTRACT 1 FROM WS-CC-META-LEN
           MOVE WS-CC-META-LEN TO WS-CC-SCAN
           PERFORM UNTIL WS-CC-SCAN = 0
                      OR WS-REQ-METADATA(WS-CC-SCAN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CC-SCAN
           END-PERFORM
           IF WS-CC-SCAN = 0
               EXIT PARAGRAPH
           END-IF
           STRING WS-REQ-METADATA(1:WS-CC-META-LEN) DELIMITED BY SIZE
                  INTO WS-CC-META-WORK WITH POINTER WS-CC-PTR
           IF WS-REQ-METADATA(WS-CC-SCAN:1) NOT = "{"
               STRING "," DELIMITED BY SIZE
                      INTO WS-CC-META-WORK WITH POINTER WS-CC-PTR
           END-IF
           STRING '"costCenter":"' DELIMITED BY SIZE
                  WS-IN-COST-CENTER DELIMITED BY SPACE
                  '"}' DELIMITED BY SIZE
                  INTO WS-CC-META-WORK WITH POINTER WS-CC-PTR
           MOVE WS-CC-META-WORK TO WS-REQ-METADATA.

      ******************************************************************
      * APPLY-APPROVALS: Decisions for SUBMITTED requests; lines for
      * requests in any other status are ignored
      ******************************************************************
       APPLY-APPROVALS.
           OPEN INPUT APPROVALS-FILE
           IF WS-APPROVALS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ APPROVALS-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-APPROVAL
               END-READ
           END-PERFORM
           CLOSE APPROVALS-FILE
           MOVE "N" TO WS-EOF.

       APPLY-ONE-APPROVAL.
           IF APPROVALS-RECORD = SPACES
               OR APPROVALS-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AP-ID WS-AP-APPROVER WS-AP-DECISION
                          WS-AP-COMMENT
           UNSTRING APPROVALS-RECORD DELIMITED BY "|"
               INTO WS-AP-ID WS-AP-APPROVER WS-AP-DECISION
                    WS-AP-COMMENT
           MOVE FUNCTION UPPER-CASE(WS-AP-DECISION) TO WS-AP-DECISION

           MOVE 0 TO WS-REQ-FOUND-IDX
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                       UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF WS-RQ-ID(WS-REQ-IDX) = WS-AP-ID
                   MOVE WS-REQ-IDX TO WS-REQ-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-REQ-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REQ-FOUND-IDX TO WS-REQ-IDX
           IF WS-RQ-STATUS(WS-REQ-IDX) NOT = "SUBMITTED"
               EXIT PARAGRAPH
           END-IF
           IF WS-AP-DECISION NOT = "APPROVE"
               AND WS-AP-DECISION NOT = "REJECT"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AP-ID TO WS-EVENT-ID

      *    Nobody signs off their own request, and where the org
      *    reference names the requester's manager only the manager
      *    may decide
           MOVE SPACES TO WS-EVENT-DETAIL
           IF WS-AP-APPROVER = SPACES
               MOVE "no approver named" TO WS-EVENT-DETAIL
           ELSE
               IF FUNCTION UPPER-CASE(WS-AP-APPROVER) =
                   FUNCTION UPPER-CASE(WS-RQ-REQUESTER(WS-REQ-IDX))
                   MOVE "approver is the requester" TO WS-EVENT-DETAIL
               ELSE
                   CALL "ORG-REFERENCE-GET" USING
                                   WS-RQ-REQUESTER(WS-REQ-IDX)
                                   WS-ORG-DEPARTMENT
                                   WS-ORG-COST-CENTER
                                   WS-ORG-MANAGER-ID
                                   WS-ORG-FOUND
                   IF WS-ORG-FOUND = "Y"
                       AND WS-ORG-MANAGER-ID NOT = SPACES
                       AND FUNCTION UPPER-CASE(WS-AP-APPROVER) NOT =
                           FUNCTION UPPER-CASE(WS-ORG-MANAGER-ID)
                       STRING "approver is not the requester's "
                                  DELIMITED BY SIZE
                              "manager " DELIMITED BY SIZE
                              WS-ORG-MANAGER-ID DELIMITED BY SPACE
                              INTO WS-EVENT-DETAIL
                   END-IF
               END-IF
           END-IF
           IF WS-EVENT-DETAIL NOT = SPACES
               ADD 1 TO WS-APPROVAL-REFUSED
               MOVE "APPROVAL-REFUSED" TO WS-EVENT-KIND
               PERFORM WRITE-EVENT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-AP-APPROVER TO WS-RQ-APPROVER(WS-REQ-IDX)
           MOVE WS-TS TO WS-RQ-DECIDED(WS-REQ-IDX)
           MOVE WS-AP-COMMENT TO WS-RQ-DETAIL(WS-REQ-IDX)
           MOVE WS-AP-COMMENT TO WS-EVENT-DETAIL
           IF WS-AP-DECISION = "APPROVE"
               MOVE "APPROVED" TO WS-RQ-STATUS(WS-REQ-IDX)
               ADD 1 TO WS-NEW-APPROVED
               MOVE "APPROVED" TO WS-EVENT-KIND
               MOVE WS-RQ-ID(WS-REQ-IDX) TO WS-LEDGER-SUBJECT
               MOVE WS-RQ-REQUESTER(WS-REQ-IDX) TO WS-LEDGER-PERFORMER
               MOVE WS-AP-APPROVER TO WS-LEDGER-APPROVER
               CALL "APPROVAL-LEDGER-WRITE" USING WS-HIST-JOB-NAME
                                                  WS-LEDGER-SUBJECT
                                                  WS-LEDGER-ACTION
                                                  WS-LEDGER-PERFORMER
                                                  WS-LEDGER-APPROVER
           ELSE
               MOVE "REJECTED" TO WS-RQ-STATUS(WS-REQ-IDX)
               MOVE WS-TS TO WS-RQ-CLOSED(WS-REQ-IDX)
               ADD 1 TO WS-NEW-DECLINED
               MOVE "REJECTED" TO WS-EVENT-KIND
           END-IF
           PERFORM WRITE-EVENT-LINE.

      ******************************************************************
      * GENERATE-LOAD-INPUT: Approved requests not yet generated go
      * to the bulk-load input under a PROJECT-REQUEST control
      * header and trailer; the file is left alone when there are
      * none, or when the last input generated has not been loaded
      ******************************************************************
       GENERATE-LOAD-INPUT.
           MOVE 0 TO WS-GEN-TOTAL
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                       UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF WS-RQ-STATUS(WS-REQ-IDX) = "APPROVED"
                   AND WS-RQ-GENERATED(WS-REQ-IDX) = SPACES
                   ADD 1 TO WS-GEN-TOTAL
               END-IF
           END-PERFORM
           IF WS-GEN-TOTAL = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-LOAD-PENDING
           IF WS-LOAD-PENDING = "Y"
               DISPLAY "Bulk-load input "
                       FUNCTION TRIM(WS-LOAD-INPUT-FILE-NAME)
                       " generated " WS-GEN-LAST-TS
                       " not yet loaded - " WS-GEN-TOTAL
                       " approved requests wait for the next run"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT LOAD-INPUT-FILE
           IF WS-LOAD-INPUT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot write bulk-load input "
                       FUNCTION TRIM(WS-LOAD-INPUT-FILE-NAME)
                       " - approved requests stay waiting"
               MOVE 4 TO WS-PR-RC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LOAD-LINE
           STRING "HDR|PROJECT-REQUEST|" DELIMITED BY SIZE
                  WS-TS(1:10) DELIMITED BY SIZE
                  INTO WS-LOAD-LINE
           MOVE WS-LOAD-LINE TO LOAD-INPUT-RECORD
           WRITE LOAD-INPUT-RECORD
           MOVE 1 TO WS-GEN-LINE-NO

           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                       UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF WS-RQ-STATUS(WS-REQ-IDX) = "APPROVED"
                   AND WS-RQ-GENERATED(WS-REQ-IDX) = SPACES
                   PERFORM WRITE-LOAD-LINE
               END-IF
           END-PERFORM

           MOVE WS-GEN-TOTAL TO WS-COUNT-TEXT
           MOVE SPACES TO WS-LOAD-LINE
           STRING "TRL|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  INTO WS-LOAD-LINE
           MOVE WS-LOAD-LINE TO LOAD-INPUT-RECORD
           WRITE LOAD-INPUT-RECORD
           CLOSE LOAD-INPUT-FILE
           DISPLAY "Bulk-load input written: "
                   FUNCTION TRIM(WS-LOAD-INPUT-FILE-NAME).

      ******************************************************************
      * CHECK-LOAD-PENDING: The last input generated is still waiting
      * on the load when requests generated into it are unsettled,
      * the file is still there, and no PROJECT-LOAD receipt has been
      * marked PROCESSED since it was generated
      ******************************************************************
       CHECK-LOAD-PENDING.
           MOVE "N" TO WS-LOAD-PENDING
           MOVE SPACES TO WS-GEN-LAST-TS
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                       UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF WS-RQ-STATUS(WS-REQ-IDX) = "APPROVED"
                   AND WS-RQ-GENERATED(WS-REQ-IDX) > WS-GEN-LAST-TS
                   MOVE WS-RQ-GENERATED(WS-REQ-IDX) TO WS-GEN-LAST-TS
               END-IF
           END-PERFORM
           IF WS-GEN-LAST-TS = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT LOAD-INPUT-FILE
           IF WS-LOAD-INPUT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           CLOSE LOAD-INPUT-FILE

           CALL "FILE-RECEIPT-LAST" USING WS-LOAD-FEED
                                          WS-LOAD-ARRIVED
                                          WS-LOAD-RECEIPT
           IF WS-LOAD-RECEIPT = "PROCESSED"
               AND WS-LOAD-ARRIVED >= WS-GEN-LAST-TS(1:19)
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-LOAD-PENDING.

       WRITE-LOAD-LINE.
           MOVE SPACES TO WS-LOAD-LINE
           STRING WS-RQ-NAME(WS-REQ-IDX) DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-RQ-JUSTIFY(WS-REQ-IDX) DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-RQ-TEMPLATE(WS-REQ-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-RQ-OWNER(WS-REQ-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-RQ-COST-CENTER(WS-REQ-IDX) DELIMITED BY SPACE
                  INTO WS-LOAD-LINE
           MOVE WS-LOAD-LINE TO LOAD-INPUT-RECORD
           WRITE LOAD-INPUT-RECORD
           ADD 1 TO WS-GEN-LINE-NO
           MOVE WS-TS TO WS-RQ-GENERATED(WS-REQ-IDX)
           MOVE WS-GEN-LINE-NO TO WS-RQ-LOAD-LINE(WS-REQ-IDX)
           ADD 1 TO WS-NEW-GENERATED
           MOVE WS-RQ-ID(WS-REQ-IDX) TO WS-EVENT-ID
           MOVE "GENERATED" TO WS-EVENT-KIND
           MOVE WS-LOAD-INPUT-FILE-NAME TO WS-EVENT-DETAIL
           PERFORM WRITE-EVENT-LINE.

      ******************************************************************
      * WRITE-REGISTER: Every request back to the register with its
      * status as this run left it
      ******************************************************************
       WRITE-REGISTER.
           OPEN OUTPUT REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "Cannot write request register "
                       FUNCTION TRIM(WS-REGISTER-FILE-NAME)
                       " (status " WS-REGISTER-FILE-STATUS ")"
               MOVE 8 TO WS-PR-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                       UNTIL WS-REQ-IDX > WS-REQ-COUNT
               MOVE SPACES TO WS-REGISTER-LINE
               STRING WS-RQ-ID(WS-REQ-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RQ-STATUS(WS-REQ-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RQ-SUBMITTED(WS-REQ-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RQ-REQUESTER(WS-REQ-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RQ-NAME(WS-REQ-IDX) DELIMITED BY "  "
                      "|" DELIMITED BY SIZE
                      WS-RQ-OWNER(WS-REQ-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RQ-TEMPLATE(WS-REQ-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RQ-COST-CENTER(WS-REQ-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RQ-APPROVER(WS-REQ-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RQ-DECIDED(WS-REQ-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RQ-GENERATED(WS-REQ-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RQ-CLOSED(WS-REQ-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RQ-DETAIL(WS-REQ-IDX) DELIMITED BY "  "
                      "|" DELIMITED BY SIZE
                      WS-RQ-JUSTIFY(WS-REQ-IDX) DELIMITED BY "  "
                      "|" DELIMITED BY SIZE
                      WS-RQ-LOAD-LINE(WS-REQ-IDX) DELIMITED BY SPACE
                      INTO WS-REGISTER-LINE
               MOVE WS-REGISTER-LINE TO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-PERFORM
           CLOSE REGISTER-FILE.

      ******************************************************************
      * WRITE-TURNAROUND: One line per open request and per request
      * closed in the period, then the period's summary
      ******************************************************************
       WRITE-TURNAROUND.
           MOVE WS-TARGET-DAYS TO WS-TARGET-TEXT
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                       UNTIL WS-REQ-IDX > WS-REQ-COUNT
               PERFORM REPORT-ONE-REQUEST
           END-PERFORM

           IF WS-SUM-CREATED > 0
               COMPUTE WS-MET-PCT ROUNDED =
                   (WS-SUM-MET * 100) / WS-SUM-CREATED
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-SUM-DAYS / WS-SUM-CREATED
           END-IF
           MOVE WS-SUM-CREATED TO WS-SUM-TEXT-1
           MOVE WS-SUM-MET TO WS-SUM-TEXT-2
           MOVE WS-SUM-MISSED TO WS-SUM-TEXT-3
           MOVE WS-SUM-OPEN TO WS-SUM-TEXT-4
           MOVE WS-SUM-OVERDUE TO WS-SUM-TEXT-5
           MOVE WS-SUM-REJECTED TO WS-SUM-TEXT-6
           MOVE WS-SUM-FAILED TO WS-SUM-TEXT-7
           MOVE WS-MET-PCT TO WS-PCT-TEXT
           MOVE WS-AVG-DAYS TO WS-AVG-TEXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUMMARY|PERIOD=" DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  "|TARGET=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TARGET-TEXT) DELIMITED BY SIZE
                  "|CREATED=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUM-TEXT-1) DELIMITED BY SIZE
                  "|MET=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUM-TEXT-2) DELIMITED BY SIZE
                  "|MISSED=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUM-TEXT-3) DELIMITED BY SIZE
                  "|MET-PCT=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PCT-TEXT) DELIMITED BY SIZE
                  "|AVG-DAYS=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AVG-TEXT) DELIMITED BY SIZE
                  "|OPEN=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUM-TEXT-4) DELIMITED BY SIZE
                  "|OVERDUE=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUM-TEXT-5) DELIMITED BY SIZE
                  "|REJECTED=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUM-TEXT-6) DELIMITED BY SIZE
                  "|FAILED=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUM-TEXT-7) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       REPORT-ONE-REQUEST.
           MOVE "N" TO WS-LISTED
           MOVE SPACES TO WS-VERDICT
           MOVE WS-RQ-SUBMITTED(WS-REQ-IDX) TO WS-TS-FROM
           MOVE WS-TS TO WS-TS-TO

           EVALUATE WS-RQ-STATUS(WS-REQ-IDX)
               WHEN "SUBMITTED"
               WHEN "APPROVED"
                   MOVE "Y" TO WS-LISTED
               WHEN OTHER
                   IF WS-RQ-CLOSED(WS-REQ-IDX)(1:7) = WS-PERIOD
                       MOVE "Y" TO WS-LISTED
                       MOVE WS-RQ-CLOSED(WS-REQ-IDX) TO WS-TS-TO
                   END-IF
           END-EVALUATE
           IF WS-LISTED NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           CALL "DATE-BUSINESS-DAYS-BETWEEN" USING WS-TS-TO
                                                   WS-TS-FROM
                                                   WS-BDAYS
           IF WS-BDAYS < 0
               MOVE 0 TO WS-BDAYS
           END-IF

           EVALUATE WS-RQ-STATUS(WS-REQ-IDX)
               WHEN "SUBMITTED"
               WHEN "APPROVED"
                   ADD 1 TO WS-SUM-OPEN
                   IF WS-BDAYS > WS-TARGET-DAYS
                       MOVE "OVERDUE" TO WS-VERDICT
                       ADD 1 TO WS-SUM-OVERDUE
                   ELSE
                       MOVE "OPEN" TO WS-VERDICT
                   END-IF
               WHEN "CREATED"
                   ADD 1 TO WS-SUM-CREATED
                   ADD WS-BDAYS TO WS-SUM-DAYS
                   IF WS-BDAYS > WS-TARGET-DAYS
                       MOVE "MISSED" TO WS-VERDICT
                       ADD 1 TO WS-SUM-MISSED
                   ELSE
                       MOVE "MET" TO WS-VERDICT
                       ADD 1 TO WS-SUM-MET
                   END-IF
               WHEN "REJECTED"
                   MOVE "CLOSED" TO WS-VERDICT
                   ADD 1 TO WS-SUM-REJECTED
               WHEN OTHER
                   MOVE "CLOSED" TO WS-VERDICT
                   ADD 1 TO WS-SUM-FAILED
           END-EVALUATE

           MOVE WS-BDAYS TO WS-BDAYS-TEXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REQUEST|" DELIMITED BY SIZE
                  WS-RQ-ID(WS-REQ-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-RQ-STATUS(WS-REQ-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-RQ-REQUESTER(WS-REQ-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-RQ-NAME(WS-REQ-IDX) DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-RQ-SUBMITTED(WS-REQ-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-RQ-CLOSED(WS-REQ-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BDAYS-TEXT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TARGET-TEXT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-VERDICT DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * WRITE-EVENT-LINE: One status change made by this run
      ******************************************************************
       WRITE-EVENT-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EVENT|" DELIMITED BY SIZE
                  WS-EVENT-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-EVENT-KIND DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-EVENT-DETAIL DELIMITED BY "  "
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REQUEST-REPORT-RECORD
           WRITE REQUEST-REPORT-RECORD.

       RECORD-RUN-HISTORY.
           MOVE WS-INTAKE-READ TO WS-HIST-READ
           MOVE WS-NEW-SUBMITTED TO WS-HIST-OK
           COMPUTE WS-HIST-FAIL = WS-NEW-INVALID + WS-APPROVAL-REFUSED
                                  + WS-NEW-FAILED
           CALL "RUN-HISTORY-END" USING WS-HIST-JOB-NAME
                                        WS-HIST-READ
                                        WS-HIST-OK
                                        WS-HIST-FAIL
                                        RETURN-CODE
                                        WS-HIST-CID.

       END PROGRAM PROJECT-REQUEST-INTAKE.
