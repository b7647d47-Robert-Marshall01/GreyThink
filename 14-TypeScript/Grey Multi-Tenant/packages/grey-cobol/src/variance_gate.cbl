      *       the hold lifts, the new totals become the baseline
      *   GREY_VARIANCE_SUPPRESS="who|why"  bad data confirmed - the
      *       hold stands, the baseline is left alone
      * The hold marker also carries the totals that were held
      * ("TOTALS|projects|active|archived|owners"), so an operator can
      * release the hold from the console's batch operations panel
      * without a rerun - the console records the decision the same
      * way and makes those totals the baseline.
      *
      * Files:
      *   /tmp/grey_variance_baseline.txt   the prior run's totals
      *   /tmp/grey_variance_baseline_<tenant>.txt
      *       a tenant's own baseline (TENANT-ONBOARDING seeds it from
      *       the tenant's first sync); used instead of the shared one
      *       when GREY_TENANT_ID names a tenant that has one
      *   /tmp/grey_report_holds.txt        the hold marker
      *   /tmp/grey_variance_decisions.txt  who released or
      *       suppressed, and why
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SYNC-PROJ-ID
               ALTERNATE RECORD KEY SYNC-PROJ-NAME-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY SYNC-PROJ-OWNER WITH DUPLICATES
               FILE STATUS IS WS-SYNC-FILE-STATUS.

           SELECT BASELINE-FILE ASSIGN TO WS-BASELINE-NAME
       01  WS-SYNC-FILE-NAME           PIC X(64)
               VALUE "/tmp/grey_project_master.dat".
       01  WS-SYNC-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-BASELINE-NAME            PIC X(128)
               VALUE "/tmp/grey_variance_baseline.txt".
       01  WS-SHARED-BASELINE-NAME     PIC X(128) VALUE SPACES.
       01  WS-TENANT-ENV               PIC X(64)  VALUE SPACES.
       01  WS-BASELINE-STATUS          PIC XX     VALUE SPACES.
       01  WS-HOLD-FILE-NAME           PIC X(64)
               VALUE "/tmp/grey_report_holds.txt".
               FROM ENVIRONMENT "GREY_VARIANCE_RELEASE"
           ACCEPT WS-SUPPRESS-ENV
               FROM ENVIRONMENT "GREY_VARIANCE_SUPPRESS"
           PERFORM CHOOSE-BASELINE

      *    An operator decision on a held run is handled before any
      *    new measurement. A release lifts the hold and promotes
           END-IF
           STOP RUN.

      ******************************************************************
      * CHOOSE-BASELINE: The tenant's own baseline when the run is for
      * a tenant that has one, the shared baseline otherwise
      ******************************************************************
       CHOOSE-BASELINE.
           ACCEPT WS-TENANT-ENV FROM ENVIRONMENT "GREY_TENANT_ID"
           IF WS-TENANT-ENV = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BASELINE-NAME TO WS-SHARED-BASELINE-NAME
           MOVE SPACES TO WS-BASELINE-NAME
           STRING "/tmp/grey_variance_baseline_" DELIMITED BY SIZE
                  WS-TENANT-ENV DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-BASELINE-NAME
           OPEN INPUT BASELINE-FILE
           IF WS-BASELINE-STATUS = "00"
               CLOSE BASELINE-FILE
               DISPLAY "Baseline for tenant "
                       FUNCTION TRIM(WS-TENANT-ENV) ": "
                       FUNCTION TRIM(WS-BASELINE-NAME)
           ELSE
               MOVE WS-SHARED-BASELINE-NAME TO WS-BASELINE-NAME
           END-IF.

      ******************************************************************
      * MEASURE-TOTALS: Tonight's key totals off the master
      ******************************************************************
                      DELIMITED BY SIZE
                  INTO HOLD-RECORD
           WRITE HOLD-RECORD
           MOVE SPACES TO HOLD-RECORD
           STRING "TOTALS|" DELIMITED BY SIZE
                  WS-NOW-PROJECTS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-NOW-ACTIVE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-NOW-ARCHIVED DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-NOW-OWNERS DELIMITED BY SIZE
                  INTO HOLD-RECORD
           WRITE HOLD-RECORD
           CLOSE HOLD-FILE.

      ******************************************************************
