      ******************************************************************
      * seat_trueup_report.cbl - Grey Licensed-Seat True-Up Report
      * The Grey contract is priced on active seats per tenant, and
      * each quarter finance asks how many seats we pay for against
      * how many are really used. This job answers from the
      * per-tenant user masters TENANT-FANOUT pulls
      * (/tmp/grey_user_sync_<tenant>.txt, one per enabled tenant on
      * /tmp/grey_tenant_roster.txt): it counts each tenant's active,
      * pending, suspended and inactive accounts and sets the actives
      * against the contracted seat count.
      *
      * Contract file (/tmp/grey_seat_contract.txt), "#" lines
      * comments:
      *   "tenant-id|contracted-seats"
      * A tenant with no contract line is reported NO-CONTRACT.
      *
      * Reclaim candidates are active accounts that own no project in
      * the tenant's fan-out snapshot (/tmp/grey_project_sync_
      * <tenant>.txt), hold no membership on the membership file
      * MEMBERSHIP-SYNC keeps (/tmp/grey_membership.txt), and have
      * not been updated for GREY_TRUEUP_IDLE_DAYS days (default 90).
      *
      * Parameters (environment):
      *   GREY_TRUEUP_QUARTER    YYYY-Qn (default the current quarter)
      *   GREY_TRUEUP_IDLE_DAYS  days without an update before an
      *                          unused active account is a reclaim
      *                          candidate (default 90)
      *
      * History (/tmp/grey_seat_trueup_history.txt), appended each
      * run, a rerun's lines superseding the quarter's earlier ones:
      *   "YYYY-Qn|tenant|contracted|active|pending|suspended|
      *    inactive|reclaim"                ("-" when no contract)
      * The quarter-over-quarter change is taken against the latest
      * earlier quarter on the history.
      *
      * Report (/tmp/grey_seat_trueup_report.txt):
      *   "SEAT-TRUEUP|QUARTER=YYYY-Qn|RUN=timestamp|IDLE_DAYS=n"
      *   "TENANT|tenant-id"
      *   "  RECLAIM|user-id|username|email|updated_at"
      *   "  SEATS|CONTRACTED=n|ACTIVE=n|PENDING=n|SUSPENDED=n|
      *    INACTIVE=n|OTHER=n|VARIANCE=+n|POSITION=pos|RECLAIM=n"
      *       variance is actives less contracted seats; position is
      *       OVER, UNDER, AT or NO-CONTRACT
      *   "  CHANGE|PREVIOUS=YYYY-Qn|CONTRACTED=+n|ACTIVE=+n|
      *    RECLAIM=+n"                      (PREVIOUS=- when none)
      *   "  NO-SNAPSHOT|file"               no user master to count
      *   "TOTAL|TENANTS=n|CONTRACTED=n|ACTIVE=n|VARIANCE=+n|
      *    RECLAIM=n|OVER=n|NO_CONTRACT=n|NO_SNAPSHOT=n"
      *
      * CSV companion for procurement (/tmp/grey_seat_trueup.csv),
      * one row per counted tenant:
      *   quarter,tenant,contracted,active,pending,suspended,inactive,
      *   other,seat_variance,position,reclaim_candidates,
      *   previous_quarter,previous_active,active_change
      *
      * RETURN-CODE 0 every tenant within contract, 4 a tenant is
      * over its contract, has no contract line or no user master,
      * 8 bad parameters or no tenant roster, 12 another instance
      * holds the run lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEAT-TRUEUP-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TENANT-ROSTER-FILE ASSIGN TO WS-TENANT-ROSTER-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TENANT-ROSTER-STATUS.

           SELECT CONTRACT-FILE ASSIGN TO WS-CONTRACT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-FILE-STATUS.

           SELECT MEMBERSHIP-FILE ASSIGN TO WS-MEMBERSHIP-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBERSHIP-STATUS.

           SELECT TENANT-SYNC-FILE ASSIGN TO WS-TENANT-SYNC-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TENANT-SYNC-STATUS.

           SELECT TENANT-USER-FILE ASSIGN TO WS-TENANT-USER-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TENANT-USER-STATUS.

           SELECT TRUEUP-HISTORY-FILE ASSIGN TO WS-TRUEUP-HISTORY-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRUEUP-HISTORY-STATUS.

           SELECT TRUEUP-REPORT-FILE ASSIGN TO WS-TRUEUP-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT TRUEUP-CSV-FILE ASSIGN TO WS-TRUEUP-CSV-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TENANT-ROSTER-FILE.
       01  TENANT-ROSTER-RECORD        PIC X(200).

       FD  CONTRACT-FILE.
       01  CONTRACT-RECORD             PIC X(200).

       FD  MEMBERSHIP-FILE.
       01  MEMBERSHIP-RECORD           PIC X(200).

       FD  TENANT-SYNC-FILE.
       01  TENANT-SYNC-RECORD          PIC X(2000).

       FD  TENANT-USER-FILE.
       01  TENANT-USER-RECORD          PIC X(700).

       FD  TRUEUP-HISTORY-FILE.
       01  TRUEUP-HISTORY-RECORD       PIC X(200).

       FD  TRUEUP-REPORT-FILE.
       01  TRUEUP-REPORT-RECORD        PIC X(400).

       FD  TRUEUP-CSV-FILE.
       01  TRUEUP-CSV-RECORD           PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-TENANT-ROSTER-NAME       PIC X(64)
               VALUE "/tmp/grey_tenant_roster.txt".
       01  WS-TENANT-ROSTER-STATUS     PIC XX     VALUE SPACES.
       01  WS-CONTRACT-FILE-NAME       PIC X(64)
               VALUE "/tmp/grey_seat_contract.txt".
       01  WS-CONTRACT-FILE-STATUS     PIC XX     VALUE SPACES.
       01  WS-MEMBERSHIP-FILE-NAME     PIC X(64)
               VALUE "/tmp/grey_membership.txt".
       01  WS-MEMBERSHIP-STATUS        PIC XX     VALUE SPACES.
       01  WS-TENANT-SYNC-NAME         PIC X(64)  VALUE SPACES.
       01  WS-TENANT-SYNC-STATUS       PIC XX     VALUE SPACES.
       01  WS-TENANT-USER-NAME         PIC X(64)  VALUE SPACES.
       01  WS-TENANT-USER-STATUS       PIC XX     VALUE SPACES.
       01  WS-TRUEUP-HISTORY-NAME      PIC X(64)
               VALUE "/tmp/grey_seat_trueup_history.txt".
       01  WS-TRUEUP-HISTORY-STATUS    PIC XX     VALUE SPACES.
       01  WS-TRUEUP-REPORT-NAME       PIC X(64)
               VALUE "/tmp/grey_seat_trueup_report.txt".
       01  WS-TRUEUP-CSV-NAME          PIC X(64)
               VALUE "/tmp/grey_seat_trueup.csv".
       01  WS-REPORT-LINE              PIC X(400) VALUE SPACES.
       01  WS-CSV-LINE                 PIC X(300) VALUE SPACES.
       01  WS-CSV-PTR                  PIC 9(5)   VALUE 0.
       01  WS-CSV-VALUE                PIC X(64)  VALUE SPACES.
       01  WS-CSV-VALUE-LEN            PIC 9(3)   VALUE 0.
       01  WS-CSV-VALUE-IDX            PIC 9(3)   VALUE 0.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-TU-RC                    PIC 9(2)   VALUE 0.
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-TS                       PIC X(19)  VALUE SPACES.

      ******************************************************************
      * Parameters
      ******************************************************************
       01  WS-QUARTER                  PIC X(7)   VALUE SPACES.
       01  WS-QTR-MONTH                PIC 99     VALUE 0.
       01  WS-QTR-NUM                  PIC 9      VALUE 0.
       01  WS-IDLE-DAYS-ENV            PIC X(8)   VALUE SPACES.
       01  WS-IDLE-DAYS                PIC 9(5)   VALUE 90.
       01  WS-IDLE-CUTOFF              PIC X(32)  VALUE SPACES.
       01  WS-PARAM-ERROR              PIC X      VALUE "N".
       01  WS-PARAM-MSG                PIC X(64)  VALUE SPACES.

      ******************************************************************
      * Enabled tenants - contract, this quarter's counts and the
      * latest earlier quarter from the history
      ******************************************************************
       01  WS-TNT-TABLE.
           05  WS-TNT-COUNT             PIC 9(3)  VALUE 0.
           05  WS-TNT-ENTRY OCCURS 200 TIMES.
               10  WS-TNT-ID            PIC X(64).
               10  WS-TNT-HAS-CONTRACT  PIC X.
               10  WS-TNT-CONTRACTED    PIC 9(7).
               10  WS-TNT-COUNTED       PIC X.
               10  WS-TNT-ACTIVE        PIC 9(7).
               10  WS-TNT-PENDING       PIC 9(7).
               10  WS-TNT-SUSPENDED     PIC 9(7).
               10  WS-TNT-INACTIVE      PIC 9(7).
               10  WS-TNT-OTHER         PIC 9(7).
               10  WS-TNT-RECLAIM       PIC 9(7).
               10  WS-TNT-PREV-QTR      PIC X(7).
               10  WS-TNT-PREV-CONTRACT PIC 9(7).
               10  WS-TNT-PREV-ACTIVE   PIC 9(7).
               10  WS-TNT-PREV-RECLAIM  PIC 9(7).
       01  WS-TNT-IDX                  PIC 9(3)   VALUE 0.
       01  WS-TNT-FOUND                PIC 9(3)   VALUE 0.
       01  WS-TNT-TRUNCATED            PIC X      VALUE "N".
       01  WS-TEN-ID                   PIC X(64)  VALUE SPACES.
       01  WS-TEN-CRED-REF             PIC X(32)  VALUE SPACES.
       01  WS-TEN-ENABLED              PIC X(8)   VALUE SPACES.

      ******************************************************************
      * Users holding any membership, and the owners in the tenant
      * being counted
      ******************************************************************
       01  WS-MBR-TABLE.
           05  WS-MBR-COUNT             PIC 9(5)  VALUE 0.
           05  WS-MBR-USER OCCURS 5000 TIMES PIC X(64).
       01  WS-MBR-IDX                  PIC 9(5)   VALUE 0.
       01  WS-MBR-TRUNCATED            PIC X      VALUE "N".
       01  WS-MBR-LAST-USER            PIC X(64)  VALUE SPACES.
       01  WS-OWN-TABLE.
           05  WS-OWN-COUNT             PIC 9(5)  VALUE 0.
           05  WS-OWN-USER OCCURS 5000 TIMES PIC X(64).
       01  WS-OWN-IDX                  PIC 9(5)   VALUE 0.
       01  WS-OWN-TRUNCATED            PIC X      VALUE "N".
       01  WS-LOOK-USER-ID             PIC X(64)  VALUE SPACES.
       01  WS-LOOK-FOUND               PIC X      VALUE "N".

      ******************************************************************
      * One record of each input
      ******************************************************************
       01  WS-FLD-1                    PIC X(64)  VALUE SPACES.
       01  WS-FLD-2                    PIC X(64)  VALUE SPACES.
       01  WS-FLD-3                    PIC X(64)  VALUE SPACES.
       01  WS-FLD-4                    PIC X(64)  VALUE SPACES.
       01  WS-FLD-5                    PIC X(64)  VALUE SPACES.
       01  WS-FLD-6                    PIC X(64)  VALUE SPACES.
       01  WS-FLD-7                    PIC X(64)  VALUE SPACES.
       01  WS-FLD-8                    PIC X(64)  VALUE SPACES.
       01  WS-SNAP-DESC                PIC X(1024) VALUE SPACES.
       01  WS-USR-ID                   PIC X(64)  VALUE SPACES.
       01  WS-USR-USERNAME             PIC X(256) VALUE SPACES.
       01  WS-USR-EMAIL                PIC X(256) VALUE SPACES.
       01  WS-USR-STATUS               PIC X(32)  VALUE SPACES.
       01  WS-USR-CREATED              PIC X(32)  VALUE SPACES.
       01  WS-USR-UPDATED              PIC X(32)  VALUE SPACES.
       01  WS-CMP-RESULT               PIC X      VALUE SPACES.

      ******************************************************************
      * Report figures
      ******************************************************************
       01  WS-VARIANCE                 PIC S9(7)  VALUE 0.
       01  WS-CHANGE                   PIC S9(7)  VALUE 0.
       01  WS-POSITION                 PIC X(12)  VALUE SPACES.
       01  WS-CONTRACT-TEXT            PIC X(8)   VALUE SPACES.
       01  WS-COUNT-EDIT               PIC Z(6)9.
       01  WS-SIGNED-EDIT              PIC +(7)9.
       01  WS-ACTIVE-STR               PIC Z(6)9.
       01  WS-PENDING-STR              PIC Z(6)9.
       01  WS-SUSPENDED-STR            PIC Z(6)9.
       01  WS-INACTIVE-STR             PIC Z(6)9.
       01  WS-OTHER-STR                PIC Z(6)9.
       01  WS-RECLAIM-STR              PIC Z(6)9.
       01  WS-VARIANCE-STR             PIC +(7)9.
       01  WS-PREV-ACTIVE-TEXT         PIC X(8)   VALUE SPACES.
       01  WS-ACTIVE-CHANGE-TEXT       PIC X(8)   VALUE SPACES.

       01  WS-TOT-TENANTS              PIC 9(5)   VALUE 0.
       01  WS-TOT-CONTRACTED           PIC 9(8)   VALUE 0.
       01  WS-TOT-ACTIVE               PIC 9(8)   VALUE 0.
       01  WS-TOT-VARIANCE             PIC S9(8)  VALUE 0.
       01  WS-TOT-RECLAIM              PIC 9(8)   VALUE 0.
       01  WS-TOT-OVER                 PIC 9(5)   VALUE 0.
       01  WS-TOT-NO-CONTRACT          PIC 9(5)   VALUE 0.
       01  WS-TOT-NO-SNAPSHOT          PIC 9(5)   VALUE 0.
       01  WS-TOT-VARIANCE-EDIT        PIC +(8)9.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "SEAT-TRUEUP-REPORT".
       01  WS-HIST-RUN-ID              PIC X(24)  VALUE SPACES.
       01  WS-HIST-READ                PIC 9(8)   VALUE 0.
       01  WS-HIST-OK                  PIC 9(8)   VALUE 0.
       01  WS-HIST-FAIL                PIC 9(8)   VALUE 0.
       01  WS-HIST-CID                 PIC X(40)  VALUE SPACES.
       01  WS-LOCK-ACQUIRED            PIC X      VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Licensed-Seat True-Up ==="
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
               MOVE 12 TO WS-TU-RC
               PERFORM FINISH-RUN
           END-IF

           PERFORM READ-PARAMETERS
           IF WS-PARAM-ERROR = "Y"
               DISPLAY "ERROR: " WS-PARAM-MSG
               MOVE 8 TO WS-TU-RC
               PERFORM FINISH-RUN
           END-IF

           OPEN INPUT TENANT-ROSTER-FILE
           IF WS-TENANT-ROSTER-STATUS NOT = "00"
               DISPLAY "Cannot open tenant roster: "
                       WS-TENANT-ROSTER-NAME
               MOVE 8 TO WS-TU-RC
               PERFORM FINISH-RUN
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ TENANT-ROSTER-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-TENANT
               END-READ
           END-PERFORM
           CLOSE TENANT-ROSTER-FILE
           IF WS-TNT-TRUNCATED = "Y"
               DISPLAY "WARNING: tenant table filled at 200 - later "
                       "tenants are not counted"
           END-IF

           PERFORM LOAD-CONTRACTS
           PERFORM LOAD-TRUEUP-HISTORY
           PERFORM LOAD-MEMBERS

           OPEN OUTPUT TRUEUP-REPORT-FILE
           MOVE WS-IDLE-DAYS TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SEAT-TRUEUP|QUARTER=" DELIMITED BY SIZE
                  WS-QUARTER DELIMITED BY SIZE
                  "|RUN=" DELIMITED BY SIZE
                  WS-TS DELIMITED BY SIZE
                  "|IDLE_DAYS=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           OPEN OUTPUT TRUEUP-CSV-FILE
           MOVE SPACES TO WS-CSV-LINE
           STRING "quarter,tenant,contracted,active,pending,"
                      DELIMITED BY SIZE
                  "suspended,inactive,other,seat_variance,position,"
                      DELIMITED BY SIZE
                  "reclaim_candidates,previous_quarter,"
                      DELIMITED BY SIZE
                  "previous_active,active_change" DELIMITED BY SIZE
                  INTO WS-CSV-LINE
           MOVE WS-CSV-LINE TO TRUEUP-CSV-RECORD
           WRITE TRUEUP-CSV-RECORD

           PERFORM VARYING WS-TNT-IDX FROM 1 BY 1
                   UNTIL WS-TNT-IDX > WS-TNT-COUNT
               PERFORM COUNT-ONE-TENANT
           END-PERFORM

           MOVE WS-TOT-VARIANCE TO WS-TOT-VARIANCE-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL|TENANTS=" DELIMITED BY SIZE
                  WS-TOT-TENANTS DELIMITED BY SIZE
                  "|CONTRACTED=" DELIMITED BY SIZE
                  WS-TOT-CONTRACTED DELIMITED BY SIZE
                  "|ACTIVE=" DELIMITED BY SIZE
                  WS-TOT-ACTIVE DELIMITED BY SIZE
                  "|VARIANCE=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TOT-VARIANCE-EDIT)
                      DELIMITED BY SIZE
                  "|RECLAIM=" DELIMITED BY SIZE
                  WS-TOT-RECLAIM DELIMITED BY SIZE
                  "|OVER=" DELIMITED BY SIZE
                  WS-TOT-OVER DELIMITED BY SIZE
                  "|NO_CONTRACT=" DELIMITED BY SIZE
                  WS-TOT-NO-CONTRACT DELIMITED BY SIZE
                  "|NO_SNAPSHOT=" DELIMITED BY SIZE
                  WS-TOT-NO-SNAPSHOT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE TRUEUP-REPORT-FILE
           CLOSE TRUEUP-CSV-FILE

           PERFORM APPEND-TRUEUP-HISTORY

           IF WS-TOT-OVER > 0 OR WS-TOT-NO-CONTRACT > 0
               OR WS-TOT-NO-SNAPSHOT > 0
               MOVE 4 TO WS-TU-RC
           END-IF
           DISPLAY "Quarter " WS-QUARTER ": tenants " WS-TOT-TENANTS
                   ", contracted " WS-TOT-CONTRACTED
                   ", active " WS-TOT-ACTIVE
                   ", reclaim candidates " WS-TOT-RECLAIM
           DISPLAY "True-up written: "
                   FUNCTION TRIM(WS-TRUEUP-REPORT-NAME) ", "
                   FUNCTION TRIM(WS-TRUEUP-CSV-NAME)
           PERFORM FINISH-RUN.

      ******************************************************************
      * FINISH-RUN: Record the run, release the lock and end with the
      * job's return code
      ******************************************************************
       FINISH-RUN.
           MOVE WS-TU-RC TO RETURN-CODE
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           MOVE WS-TU-RC TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * READ-PARAMETERS: True-up quarter (default the current one)
      * and the idle threshold for reclaim candidates
      ******************************************************************
       READ-PARAMETERS.
           ACCEPT WS-QUARTER FROM ENVIRONMENT "GREY_TRUEUP_QUARTER"
           IF WS-QUARTER = SPACES
               MOVE WS-NOW(5:2) TO WS-QTR-MONTH
               COMPUTE WS-QTR-NUM = (WS-QTR-MONTH - 1) / 3 + 1
               STRING WS-NOW(1:4) "-Q" WS-QTR-NUM
                   DELIMITED BY SIZE INTO WS-QUARTER
           END-IF
           IF WS-QUARTER(1:4) IS NOT NUMERIC
               OR WS-QUARTER(5:2) NOT = "-Q"
               OR WS-QUARTER(7:1) < "1"
               OR WS-QUARTER(7:1) > "4"
               MOVE "GREY_TRUEUP_QUARTER must be YYYY-Qn"
                   TO WS-PARAM-MSG
               MOVE "Y" TO WS-PARAM-ERROR
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-IDLE-DAYS-ENV
               FROM ENVIRONMENT "GREY_TRUEUP_IDLE_DAYS"
           IF WS-IDLE-DAYS-ENV NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-IDLE-DAYS-ENV) NOT = 0
                   MOVE "GREY_TRUEUP_IDLE_DAYS must be a number"
                       TO WS-PARAM-MSG
                   MOVE "Y" TO WS-PARAM-ERROR
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-IDLE-DAYS = FUNCTION NUMVAL(WS-IDLE-DAYS-ENV)
           END-IF
           CALL "DATE-CUTOFF-TS" USING WS-IDLE-DAYS WS-IDLE-CUTOFF.

      ******************************************************************
      * LOAD-ONE-TENANT: An enabled roster tenant into the table
      ******************************************************************
       LOAD-ONE-TENANT.
           IF TENANT-ROSTER-RECORD = SPACES
               OR TENANT-ROSTER-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TEN-ID WS-TEN-CRED-REF WS-TEN-ENABLED
           UNSTRING TENANT-ROSTER-RECORD DELIMITED BY "|"
               INTO WS-TEN-ID WS-TEN-CRED-REF WS-TEN-ENABLED
           IF WS-TEN-ID = SPACES
               OR WS-TEN-ENABLED(1:1) = "N"
               EXIT PARAGRAPH
           END-IF
           IF WS-TNT-COUNT >= 200
               MOVE "Y" TO WS-TNT-TRUNCATED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TNT-COUNT
           MOVE WS-TEN-ID TO WS-TNT-ID(WS-TNT-COUNT)
           MOVE "N" TO WS-TNT-HAS-CONTRACT(WS-TNT-COUNT)
                       WS-TNT-COUNTED(WS-TNT-COUNT)
           MOVE 0 TO WS-TNT-CONTRACTED(WS-TNT-COUNT)
                     WS-TNT-ACTIVE(WS-TNT-COUNT)
                     WS-TNT-PENDING(WS-TNT-COUNT)
                     WS-TNT-SUSPENDED(WS-TNT-COUNT)
                     WS-TNT-INACTIVE(WS-TNT-COUNT)
                     WS-TNT-OTHER(WS-TNT-COUNT)
                     WS-TNT-RECLAIM(WS-TNT-COUNT)
                     WS-TNT-PREV-CONTRACT(WS-TNT-COUNT)
                     WS-TNT-PREV-ACTIVE(WS-TNT-COUNT)
                     WS-TNT-PREV-RECLAIM(WS-TNT-COUNT)
           MOVE SPACES TO WS-TNT-PREV-QTR(WS-TNT-COUNT).

      *    WS-TNT-FOUND stays 0 when WS-TEN-ID is not an enabled
      *    roster tenant
       FIND-TENANT.
           MOVE 0 TO WS-TNT-FOUND
           PERFORM VARYING WS-TNT-IDX FROM 1 BY 1
                       UNTIL WS-TNT-IDX > WS-TNT-COUNT
               IF WS-TNT-ID(WS-TNT-IDX) = WS-TEN-ID
                   MOVE WS-TNT-IDX TO WS-TNT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * LOAD-CONTRACTS: "tenant-id|contracted-seats"
      ******************************************************************
       LOAD-CONTRACTS.
           OPEN INPUT CONTRACT-FILE
           IF WS-CONTRACT-FILE-STATUS NOT = "00"
               DISPLAY "No contract file "
                       FUNCTION TRIM(WS-CONTRACT-FILE-NAME)
                       " - every tenant is NO-CONTRACT"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ CONTRACT-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-CONTRACT
               END-READ
           END-PERFORM
           CLOSE CONTRACT-FILE.

       LOAD-ONE-CONTRACT.
           IF CONTRACT-RECORD = SPACES
               OR CONTRACT-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TEN-ID WS-FLD-2
           UNSTRING CONTRACT-RECORD DELIMITED BY "|"
               INTO WS-TEN-ID WS-FLD-2
           IF FUNCTION TEST-NUMVAL(WS-FLD-2) NOT = 0
               DISPLAY "Contract line ignored, seats not a number: "
                       FUNCTION TRIM(CONTRACT-RECORD)
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-TENANT
           IF WS-TNT-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-TNT-HAS-CONTRACT(WS-TNT-FOUND)
           COMPUTE WS-TNT-CONTRACTED(WS-TNT-FOUND) =
               FUNCTION NUMVAL(WS-FLD-2).

      ******************************************************************
      * LOAD-TRUEUP-HISTORY: The latest earlier quarter of every
      * tenant
      ******************************************************************
       LOAD-TRUEUP-HISTORY.
           OPEN INPUT TRUEUP-HISTORY-FILE
           IF WS-TRUEUP-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ TRUEUP-HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-TRUEUP-HISTORY
               END-READ
           END-PERFORM
           CLOSE TRUEUP-HISTORY-FILE.

       LOAD-ONE-TRUEUP-HISTORY.
           MOVE SPACES TO WS-FLD-1 WS-TEN-ID WS-FLD-3 WS-FLD-4
                          WS-FLD-5 WS-FLD-6 WS-FLD-7 WS-FLD-8
           UNSTRING TRUEUP-HISTORY-RECORD DELIMITED BY "|"
               INTO WS-FLD-1 WS-TEN-ID WS-FLD-3 WS-FLD-4
                    WS-FLD-5 WS-FLD-6 WS-FLD-7 WS-FLD-8
           IF WS-FLD-1(1:4) IS NOT NUMERIC
               OR WS-FLD-1(5:2) NOT = "-Q"
               OR WS-FLD-4(1:1) IS NOT NUMERIC
               OR WS-FLD-1(1:7) >= WS-QUARTER
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-TENANT
           IF WS-TNT-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-FLD-1(1:7) < WS-TNT-PREV-QTR(WS-TNT-FOUND)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FLD-1(1:7) TO WS-TNT-PREV-QTR(WS-TNT-FOUND)
           IF WS-FLD-3(1:1) IS NUMERIC
               COMPUTE WS-TNT-PREV-CONTRACT(WS-TNT-FOUND) =
                   FUNCTION NUMVAL(WS-FLD-3)
           ELSE
               MOVE 0 TO WS-TNT-PREV-CONTRACT(WS-TNT-FOUND)
           END-IF
           COMPUTE WS-TNT-PREV-ACTIVE(WS-TNT-FOUND) =
               FUNCTION NUMVAL(WS-FLD-4)
           IF WS-FLD-8(1:1) IS NUMERIC
               COMPUTE WS-TNT-PREV-RECLAIM(WS-TNT-FOUND) =
                   FUNCTION NUMVAL(WS-FLD-8)
           ELSE
               MOVE 0 TO WS-TNT-PREV-RECLAIM(WS-TNT-FOUND)
           END-IF.

      ******************************************************************
      * LOAD-MEMBERS: Every user holding a membership,
      * "project-id|user-id|role|added_at". A user's memberships tend
      * to sit apart, so each new user is looked up before adding.
      ******************************************************************
       LOAD-MEMBERS.
           OPEN INPUT MEMBERSHIP-FILE
           IF WS-MEMBERSHIP-STATUS NOT = "00"
               DISPLAY "No membership file ("
                       FUNCTION TRIM(WS-MEMBERSHIP-FILE-NAME)
                       ") - no account counts as a member"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ MEMBERSHIP-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-MEMBER
               END-READ
           END-PERFORM
           CLOSE MEMBERSHIP-FILE
           IF WS-MBR-TRUNCATED = "Y"
               DISPLAY "WARNING: member table filled at 5000 - later "
                       "members may show as reclaim candidates"
           END-IF.

       LOAD-ONE-MEMBER.
           IF MEMBERSHIP-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLD-1 WS-LOOK-USER-ID
           UNSTRING MEMBERSHIP-RECORD DELIMITED BY "|"
               INTO WS-FLD-1 WS-LOOK-USER-ID
           IF WS-LOOK-USER-ID = SPACES
               OR WS-LOOK-USER-ID = WS-MBR-LAST-USER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOK-USER-ID TO WS-MBR-LAST-USER
           PERFORM FIND-MEMBER
           IF WS-LOOK-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-MBR-COUNT >= 5000
               MOVE "Y" TO WS-MBR-TRUNCATED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MBR-COUNT
           MOVE WS-LOOK-USER-ID TO WS-MBR-USER(WS-MBR-COUNT).

       FIND-MEMBER.
           MOVE "N" TO WS-LOOK-FOUND
           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                       UNTIL WS-MBR-IDX > WS-MBR-COUNT
               IF WS-MBR-USER(WS-MBR-IDX) = WS-LOOK-USER-ID
                   MOVE "Y" TO WS-LOOK-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * COUNT-ONE-TENANT: The tenant's owners off its project
      * snapshot, then its user master counted by status with the
      * reclaim candidates listed, then its seat line, change line
      * and CSV row
      ******************************************************************
       COUNT-ONE-TENANT.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TENANT|" DELIMITED BY SIZE
                  WS-TNT-ID(WS-TNT-IDX) DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-TENANT-USER-NAME
           STRING "/tmp/grey_user_sync_" DELIMITED BY SIZE
                  WS-TNT-ID(WS-TNT-IDX) DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-TENANT-USER-NAME
           OPEN INPUT TENANT-USER-FILE
           IF WS-TENANT-USER-STATUS NOT = "00"
               ADD 1 TO WS-TOT-NO-SNAPSHOT
               ADD 1 TO WS-HIST-FAIL
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  NO-SNAPSHOT|" DELIMITED BY SIZE
                      WS-TENANT-USER-NAME DELIMITED BY SPACE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-TENANT-OWNERS

           MOVE "Y" TO WS-TNT-COUNTED(WS-TNT-IDX)
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ TENANT-USER-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       PERFORM COUNT-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE TENANT-USER-FILE
           ADD 1 TO WS-HIST-OK
           ADD 1 TO WS-TOT-TENANTS
           ADD WS-TNT-ACTIVE(WS-TNT-IDX) TO WS-TOT-ACTIVE
           ADD WS-TNT-RECLAIM(WS-TNT-IDX) TO WS-TOT-RECLAIM

      *    Variance is actives less contracted seats - positive is a
      *    true-up owed, negative is seats paid for and unused
           IF WS-TNT-HAS-CONTRACT(WS-TNT-IDX) = "Y"
               ADD WS-TNT-CONTRACTED(WS-TNT-IDX) TO WS-TOT-CONTRACTED
               COMPUTE WS-VARIANCE = WS-TNT-ACTIVE(WS-TNT-IDX)
                                   - WS-TNT-CONTRACTED(WS-TNT-IDX)
               ADD WS-VARIANCE TO WS-TOT-VARIANCE
               EVALUATE TRUE
                   WHEN WS-VARIANCE > 0
                       MOVE "OVER" TO WS-POSITION
                       ADD 1 TO WS-TOT-OVER
                   WHEN WS-VARIANCE < 0
                       MOVE "UNDER" TO WS-POSITION
                   WHEN OTHER
                       MOVE "AT" TO WS-POSITION
               END-EVALUATE
               MOVE WS-TNT-CONTRACTED(WS-TNT-IDX) TO WS-COUNT-EDIT
               MOVE FUNCTION TRIM(WS-COUNT-EDIT) TO WS-CONTRACT-TEXT
               MOVE WS-VARIANCE TO WS-VARIANCE-STR
           ELSE
               MOVE 0 TO WS-VARIANCE
               MOVE "NO-CONTRACT" TO WS-POSITION
               ADD 1 TO WS-TOT-NO-CONTRACT
               MOVE "-" TO WS-CONTRACT-TEXT
               MOVE WS-TNT-ACTIVE(WS-TNT-IDX) TO WS-VARIANCE-STR
           END-IF

           MOVE WS-TNT-ACTIVE(WS-TNT-IDX) TO WS-ACTIVE-STR
           MOVE WS-TNT-PENDING(WS-TNT-IDX) TO WS-PENDING-STR
           MOVE WS-TNT-SUSPENDED(WS-TNT-IDX) TO WS-SUSPENDED-STR
           MOVE WS-TNT-INACTIVE(WS-TNT-IDX) TO WS-INACTIVE-STR
           MOVE WS-TNT-OTHER(WS-TNT-IDX) TO WS-OTHER-STR
           MOVE WS-TNT-RECLAIM(WS-TNT-IDX) TO WS-RECLAIM-STR
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  SEATS|CONTRACTED=" DELIMITED BY SIZE
                  WS-CONTRACT-TEXT DELIMITED BY SPACE
                  "|ACTIVE=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACTIVE-STR) DELIMITED BY SIZE
                  "|PENDING=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PENDING-STR) DELIMITED BY SIZE
                  "|SUSPENDED=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUSPENDED-STR) DELIMITED BY SIZE
                  "|INACTIVE=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INACTIVE-STR) DELIMITED BY SIZE
                  "|OTHER=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OTHER-STR) DELIMITED BY SIZE
                  "|VARIANCE=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VARIANCE-STR) DELIMITED BY SIZE
                  "|POSITION=" DELIMITED BY SIZE
                  WS-POSITION DELIMITED BY SPACE
                  "|RECLAIM=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RECLAIM-STR) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-TNT-PREV-QTR(WS-TNT-IDX) = SPACES
               MOVE "  CHANGE|PREVIOUS=-" TO WS-REPORT-LINE
               MOVE "-" TO WS-PREV-ACTIVE-TEXT WS-ACTIVE-CHANGE-TEXT
           ELSE
               MOVE WS-TNT-PREV-ACTIVE(WS-TNT-IDX) TO WS-COUNT-EDIT
               MOVE FUNCTION TRIM(WS-COUNT-EDIT)
                   TO WS-PREV-ACTIVE-TEXT
               COMPUTE WS-CHANGE = WS-TNT-ACTIVE(WS-TNT-IDX)
                                 - WS-TNT-PREV-ACTIVE(WS-TNT-IDX)
               MOVE WS-CHANGE TO WS-SIGNED-EDIT
               MOVE FUNCTION TRIM(WS-SIGNED-EDIT)
                   TO WS-ACTIVE-CHANGE-TEXT
               MOVE 1 TO WS-CSV-PTR
               COMPUTE WS-CHANGE = WS-TNT-CONTRACTED(WS-TNT-IDX)
                                 - WS-TNT-PREV-CONTRACT(WS-TNT-IDX)
               MOVE WS-CHANGE TO WS-SIGNED-EDIT
               STRING "  CHANGE|PREVIOUS=" DELIMITED BY SIZE
                      WS-TNT-PREV-QTR(WS-TNT-IDX) DELIMITED BY SIZE
                      "|CONTRACTED=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SIGNED-EDIT) DELIMITED BY SIZE
                      "|ACTIVE=" DELIMITED BY SIZE
                      WS-ACTIVE-CHANGE-TEXT DELIMITED BY SPACE
                      "|RECLAIM=" DELIMITED BY SIZE
                      INTO WS-REPORT-LINE WITH POINTER WS-CSV-PTR
               COMPUTE WS-CHANGE = WS-TNT-RECLAIM(WS-TNT-IDX)
                                 - WS-TNT-PREV-RECLAIM(WS-TNT-IDX)
               MOVE WS-CHANGE TO WS-SIGNED-EDIT
               STRING FUNCTION TRIM(WS-SIGNED-EDIT) DELIMITED BY SIZE
                      INTO WS-REPORT-LINE WITH POINTER WS-CSV-PTR
           END-IF
           PERFORM WRITE-REPORT-LINE

           PERFORM WRITE-TRUEUP-CSV-ROW.

      ******************************************************************
      * LOAD-TENANT-OWNERS: Every owner in the tenant's project
      * snapshot, "id|name|description|created|updated|owner|status|
      * etag"
      ******************************************************************
       LOAD-TENANT-OWNERS.
           MOVE 0 TO WS-OWN-COUNT
           MOVE "N" TO WS-OWN-TRUNCATED
           MOVE SPACES TO WS-TENANT-SYNC-NAME
           STRING "/tmp/grey_project_sync_" DELIMITED BY SIZE
                  WS-TNT-ID(WS-TNT-IDX) DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-TENANT-SYNC-NAME
           OPEN INPUT TENANT-SYNC-FILE
           IF WS-TENANT-SYNC-STATUS NOT = "00"
               DISPLAY "No project snapshot "
                       FUNCTION TRIM(WS-TENANT-SYNC-NAME)
                       " - no account in the tenant counts as an "
                       "owner"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ TENANT-SYNC-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-OWNER
               END-READ
           END-PERFORM
           CLOSE TENANT-SYNC-FILE
           IF WS-OWN-TRUNCATED = "Y"
               DISPLAY "WARNING: owner table filled at 5000 for "
                       FUNCTION TRIM(WS-TNT-ID(WS-TNT-IDX))
           END-IF.

       LOAD-ONE-OWNER.
           IF TENANT-SYNC-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLD-1 WS-FLD-2 WS-SNAP-DESC WS-FLD-4
                          WS-FLD-5 WS-LOOK-USER-ID
           UNSTRING TENANT-SYNC-RECORD DELIMITED BY "|"
               INTO WS-FLD-1 WS-FLD-2 WS-SNAP-DESC WS-FLD-4
                    WS-FLD-5 WS-LOOK-USER-ID
           IF WS-LOOK-USER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OWNER
           IF WS-LOOK-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-OWN-COUNT >= 5000
               MOVE "Y" TO WS-OWN-TRUNCATED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OWN-COUNT
           MOVE WS-LOOK-USER-ID TO WS-OWN-USER(WS-OWN-COUNT).

       FIND-OWNER.
           MOVE "N" TO WS-LOOK-FOUND
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                       UNTIL WS-OWN-IDX > WS-OWN-COUNT
               IF WS-OWN-USER(WS-OWN-IDX) = WS-LOOK-USER-ID
                   MOVE "Y" TO WS-LOOK-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * COUNT-ONE-ACCOUNT: One user master row,
      * "id|username|email|status|created_at|updated_at", counted by
      * status; an unused, idle active account is a reclaim candidate
      ******************************************************************
       COUNT-ONE-ACCOUNT.
           IF TENANT-USER-RECORD = SPACES
               OR TENANT-USER-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-USR-ID WS-USR-USERNAME WS-USR-EMAIL
                          WS-USR-STATUS WS-USR-CREATED WS-USR-UPDATED
           UNSTRING TENANT-USER-RECORD DELIMITED BY "|"
               INTO WS-USR-ID WS-USR-USERNAME WS-USR-EMAIL
                    WS-USR-STATUS WS-USR-CREATED WS-USR-UPDATED
           IF WS-USR-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LOWER-CASE(WS-USR-STATUS) TO WS-USR-STATUS
           EVALUATE WS-USR-STATUS
               WHEN "active"
                   ADD 1 TO WS-TNT-ACTIVE(WS-TNT-IDX)
               WHEN "pending"
                   ADD 1 TO WS-TNT-PENDING(WS-TNT-IDX)
                   EXIT PARAGRAPH
               WHEN "suspended"
                   ADD 1 TO WS-TNT-SUSPENDED(WS-TNT-IDX)
                   EXIT PARAGRAPH
               WHEN "inactive"
                   ADD 1 TO WS-TNT-INACTIVE(WS-TNT-IDX)
                   EXIT PARAGRAPH
               WHEN OTHER
                   ADD 1 TO WS-TNT-OTHER(WS-TNT-IDX)
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE WS-USR-ID TO WS-LOOK-USER-ID
           PERFORM FIND-OWNER
           IF WS-LOOK-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-MEMBER
           IF WS-LOOK-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-USR-UPDATED NOT = SPACES
               CALL "DATE-TS-COMPARE" USING WS-USR-UPDATED
                                            WS-IDLE-CUTOFF
                                            WS-CMP-RESULT
               IF WS-CMP-RESULT NOT = "<"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-TNT-RECLAIM(WS-TNT-IDX)
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  RECLAIM|" DELIMITED BY SIZE
                  WS-USR-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-USR-USERNAME DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-USR-EMAIL DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-USR-UPDATED DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * WRITE-TRUEUP-CSV-ROW: The tenant's row for procurement
      ******************************************************************
       WRITE-TRUEUP-CSV-ROW.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           STRING WS-QUARTER DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           MOVE WS-TNT-ID(WS-TNT-IDX) TO WS-CSV-VALUE
           PERFORM APPEND-CSV-VALUE
           IF WS-CONTRACT-TEXT = "-"
               MOVE SPACES TO WS-CONTRACT-TEXT
           END-IF
           STRING "," DELIMITED BY SIZE
                  WS-CONTRACT-TEXT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACTIVE-STR) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PENDING-STR) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUSPENDED-STR) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INACTIVE-STR) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OTHER-STR) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           IF WS-POSITION NOT = "NO-CONTRACT"
               STRING FUNCTION TRIM(WS-VARIANCE-STR) DELIMITED BY SIZE
                      INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-IF
           STRING "," DELIMITED BY SIZE
                  WS-POSITION DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RECLAIM-STR) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           IF WS-TNT-PREV-QTR(WS-TNT-IDX) NOT = SPACES
               STRING WS-TNT-PREV-QTR(WS-TNT-IDX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-PREV-ACTIVE-TEXT DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-ACTIVE-CHANGE-TEXT DELIMITED BY SPACE
                      INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           ELSE
               STRING ",," DELIMITED BY SIZE
                      INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-IF
           MOVE WS-CSV-LINE TO TRUEUP-CSV-RECORD
           WRITE TRUEUP-CSV-RECORD.

      ******************************************************************
      * APPEND-CSV-VALUE: Append WS-CSV-VALUE to the CSV line quoted,
      * doubling embedded quote characters
      ******************************************************************
       APPEND-CSV-VALUE.
           MOVE LENGTH OF WS-CSV-VALUE TO WS-CSV-VALUE-LEN
           PERFORM UNTIL WS-CSV-VALUE-LEN = 0
                      OR WS-CSV-VALUE(WS-CSV-VALUE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CSV-VALUE-LEN
           END-PERFORM
           STRING '"' DELIMITED BY SIZE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           PERFORM VARYING WS-CSV-VALUE-IDX FROM 1 BY 1
                       UNTIL WS-CSV-VALUE-IDX > WS-CSV-VALUE-LEN
               IF WS-CSV-VALUE(WS-CSV-VALUE-IDX:1) = '"'
                   STRING '""' DELIMITED BY SIZE
                          INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               ELSE
                   STRING WS-CSV-VALUE(WS-CSV-VALUE-IDX:1)
                              DELIMITED BY SIZE
                          INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               END-IF
           END-PERFORM
           STRING '"' DELIMITED BY SIZE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.

      ******************************************************************
      * APPEND-TRUEUP-HISTORY: This quarter's counts onto the history
      ******************************************************************
       APPEND-TRUEUP-HISTORY.
           OPEN EXTEND TRUEUP-HISTORY-FILE
           IF WS-TRUEUP-HISTORY-STATUS = "35"
               OPEN OUTPUT TRUEUP-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-TNT-IDX FROM 1 BY 1
                   UNTIL WS-TNT-IDX > WS-TNT-COUNT
               IF WS-TNT-COUNTED(WS-TNT-IDX) = "Y"
                   IF WS-TNT-HAS-CONTRACT(WS-TNT-IDX) = "Y"
                       MOVE WS-TNT-CONTRACTED(WS-TNT-IDX)
                           TO WS-COUNT-EDIT
                       MOVE FUNCTION TRIM(WS-COUNT-EDIT)
                           TO WS-CONTRACT-TEXT
                   ELSE
                       MOVE "-" TO WS-CONTRACT-TEXT
                   END-IF
                   MOVE WS-TNT-ACTIVE(WS-TNT-IDX) TO WS-ACTIVE-STR
                   MOVE WS-TNT-PENDING(WS-TNT-IDX) TO WS-PENDING-STR
                   MOVE WS-TNT-SUSPENDED(WS-TNT-IDX)
                       TO WS-SUSPENDED-STR
                   MOVE WS-TNT-INACTIVE(WS-TNT-IDX)
                       TO WS-INACTIVE-STR
                   MOVE WS-TNT-RECLAIM(WS-TNT-IDX) TO WS-RECLAIM-STR
                   MOVE SPACES TO TRUEUP-HISTORY-RECORD
                   STRING WS-QUARTER DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          WS-TNT-ID(WS-TNT-IDX) DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-CONTRACT-TEXT DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ACTIVE-STR)
                              DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-PENDING-STR)
                              DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SUSPENDED-STR)
                              DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-INACTIVE-STR)
                              DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RECLAIM-STR)
                              DELIMITED BY SIZE
                          INTO TRUEUP-HISTORY-RECORD
                   WRITE TRUEUP-HISTORY-RECORD
               END-IF
           END-PERFORM
           CLOSE TRUEUP-HISTORY-FILE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO TRUEUP-REPORT-RECORD
           WRITE TRUEUP-REPORT-RECORD.

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

       END PROGRAM SEAT-TRUEUP-REPORT.
