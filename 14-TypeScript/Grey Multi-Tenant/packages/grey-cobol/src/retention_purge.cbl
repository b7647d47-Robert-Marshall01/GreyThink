      * GREY_PURGE_APPROVAL_DAYS (default 7) is voided, not applied -
      * a stale sign-off does not authorize a purge.
      *
      * GREY_RETENTION_DAY_BASIS=BUSINESS counts both the retention
      * horizon and the approval window in business days (weekends
      * and the holiday calendar left out), so neither runs down over
      * a holiday shutdown; the default, CALENDAR, counts every day.
      *
      * Manifest shape: "MANIFEST|created-date-YYYYMMDD" header, then
      * one "id|name|updated_at|owner-id" line per project (a manifest
      * written before the owner was carried simply has no owner).
      *
      * Each entry is checked against the legal hold registry
      * (HOLD-CHECK) on the project and its owner immediately before
      * the delete - a hold placed after the manifest was approved
      * still wins. A held entry is not deleted; it is recorded as
      * HELD on the destruction report with the matter number.
      *
      * The reviewer signs the approval by adding their ID to the
      * manifest header ("MANIFEST|date|approver") when renaming it.
      * Every project actually deleted is written to the approval
      * ledger (APPROVAL-LEDGER-WRITE) with that approver and the
      * operator running the apply (GREY_OPERATOR_ID), for the
      * segregation-of-duties report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENTION-PURGE.
       01  WS-MODE-ENV                 PIC X(8)   VALUE SPACES.
       01  WS-DAYS-ENV                 PIC X(5)   VALUE SPACES.
       01  WS-APPR-DAYS-ENV            PIC X(5)   VALUE SPACES.
       01  WS-BASIS-ENV                PIC X(8)   VALUE SPACES.

       01  WS-RETENTION-DAYS           PIC 9(5)   VALUE 2555.
       01  WS-APPROVAL-DAYS            PIC 9(3)   VALUE 7.
       01  WS-DAY-BASIS                PIC X(8)   VALUE "CALENDAR".
           88  WS-BUSINESS-DAY-BASIS              VALUE "BUSINESS".

      ******************************************************************
      * Date working fields - the retention cutoff for selection and
       01  WS-MANIFEST-DATE-NUM        PIC 9(8)   VALUE 0.
       01  WS-MANIFEST-INT             PIC 9(8)   VALUE 0.
       01  WS-MANIFEST-AGE             PIC S9(8)  VALUE 0.
       01  WS-MANIFEST-TS              PIC X(32)  VALUE SPACES.
       01  WS-TODAY-TS                 PIC X(32)  VALUE SPACES.
       01  WS-CTL-TAG                  PIC X(16)  VALUE SPACES.
       01  WS-PURGE-APPROVER           PIC X(64)  VALUE SPACES.
       01  WS-OPERATOR-ID              PIC X(64)  VALUE SPACES.

      ******************************************************************
      * Fields for one manifest entry
       01  WS-MAN-ID                   PIC X(64)  VALUE SPACES.
       01  WS-MAN-NAME                 PIC X(256) VALUE SPACES.
       01  WS-MAN-UPDATED              PIC X(32)  VALUE SPACES.
       01  WS-MAN-OWNER                PIC X(64)  VALUE SPACES.

      ******************************************************************
      * Legal hold check of the current manifest entry
      ******************************************************************
       01  WS-JOB-NAME                 PIC X(32)
               VALUE "RETENTION-PURGE".
       01  WS-HOLD-ACTION              PIC X(16)  VALUE "PURGE".
       01  WS-HOLD-FLAG                PIC X      VALUE "N".
       01  WS-HOLD-MATTER              PIC X(32)  VALUE SPACES.

       01  WS-PURGE-LIVE-NAME          PIC X(64)
               VALUE "/tmp/grey_purge_live.txt".
       01  WS-SELECTED-COUNT           PIC 9(5)   VALUE 0.
       01  WS-DELETED-COUNT            PIC 9(5)   VALUE 0.
       01  WS-FAIL-COUNT               PIC 9(5)   VALUE 0.
       01  WS-HELD-COUNT               PIC 9(5)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DAYS-ENV FROM ENVIRONMENT "GREY_RETENTION_DAYS"
           ACCEPT WS-APPR-DAYS-ENV
               FROM ENVIRONMENT "GREY_PURGE_APPROVAL_DAYS"
           ACCEPT WS-BASIS-ENV
               FROM ENVIRONMENT "GREY_RETENTION_DAY_BASIS"

      *    A named configuration profile, when requested, supplies
      *    host/port/TLS/timeouts/proxy/headers in one place; the env
                   FUNCTION NUMVAL(WS-APPR-DAYS-ENV)
           END-IF

           IF FUNCTION UPPER-CASE(WS-BASIS-ENV) = "BUSINESS"
               MOVE "BUSINESS" TO WS-DAY-BASIS
           END-IF

           IF WS-PROFILE-LOADED NOT = "Y"
               CALL "SDK-INIT-PRODUCTION" USING WS-HOST-ENV
                                                WS-PORT-NUM
           END-IF.

      ******************************************************************
      * COMPUTE-CUTOFF: Build the ISO-8601 retention cutoff, in
      * calendar or business days per the job's day basis
      ******************************************************************
       COMPUTE-CUTOFF.
           IF WS-BUSINESS-DAY-BASIS
               CALL "DATE-BUSINESS-CUTOFF-TS" USING WS-RETENTION-DAYS
                                                    WS-CUTOFF-TS
           ELSE
               CALL "DATE-CUTOFF-TS" USING WS-RETENTION-DAYS
                                           WS-CUTOFF-TS
           END-IF.

      ******************************************************************
      * RUN-SELECT-PASS: Select long-archived projects and write the
       RUN-SELECT-PASS.
           PERFORM COMPUTE-CUTOFF
           DISPLAY "Retention cutoff: " WS-CUTOFF-TS
                   " (" WS-RETENTION-DAYS " "
                   FUNCTION LOWER-CASE(FUNCTION TRIM(WS-DAY-BASIS))
                   " days)"

           MOVE 1 TO WS-PROJ-PAGE
           MOVE 100 TO WS-PROJ-PER-PAGE
                  WS-ROW-NAME DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-ROW-UPDATED DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-ROW-OWNER DELIMITED BY SPACE
                  INTO WS-MANIFEST-LINE
           MOVE WS-MANIFEST-LINE TO MANIFEST-RECORD
           WRITE MANIFEST-RECORD.

           MOVE SPACES TO WS-CTL-TAG
           MOVE SPACES TO WS-MANIFEST-DATE
           MOVE SPACES TO WS-PURGE-APPROVER
           UNSTRING APPROVAL-RECORD DELIMITED BY "|"
               INTO WS-CTL-TAG WS-MANIFEST-DATE WS-PURGE-APPROVER
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "GREY_OPERATOR_ID"

           IF WS-CTL-TAG NOT = "MANIFEST"
               OR WS-MANIFEST-DATE(1:8) IS NOT NUMERIC
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
           COMPUTE WS-MANIFEST-AGE = WS-TODAY-INT - WS-MANIFEST-INT
           IF WS-BUSINESS-DAY-BASIS
               MOVE SPACES TO WS-MANIFEST-TS WS-TODAY-TS
               STRING WS-MANIFEST-DATE(1:4) "-" WS-MANIFEST-DATE(5:2)
                      "-" WS-MANIFEST-DATE(7:2) "T00:00:00"
                      DELIMITED BY SIZE INTO WS-MANIFEST-TS
               STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2)
                      "T00:00:00"
                      DELIMITED BY SIZE INTO WS-TODAY-TS
               CALL "DATE-BUSINESS-DAYS-BETWEEN" USING WS-TODAY-TS
                                                       WS-MANIFEST-TS
                                                       WS-MANIFEST-AGE
           END-IF

           IF WS-MANIFEST-AGE > WS-APPROVAL-DAYS
               DISPLAY "Approved manifest is " WS-MANIFEST-AGE " "
                       FUNCTION LOWER-CASE(FUNCTION TRIM(WS-DAY-BASIS))
                       " days old - older than the "
                       WS-APPROVAL-DAYS
                       "-day approval window. Voiding; reselect and "
                  WS-MANIFEST-DATE DELIMITED BY SPACE
                  "|RUN_DATE=" DELIMITED BY SIZE
                  WS-NOW(1:8) DELIMITED BY SIZE
                  "|APPROVER=" DELIMITED BY SIZE
                  WS-PURGE-APPROVER DELIMITED BY SPACE
                  INTO WS-DESTRUCTION-LINE
           MOVE WS-DESTRUCTION-LINE TO DESTRUCTION-RECORD
           WRITE DESTRUCTION-RECORD
           MOVE SPACES TO WS-DESTRUCTION-LINE
           STRING "SUMMARY|DELETED=" DELIMITED BY SIZE
                  WS-DELETED-COUNT DELIMITED BY SIZE
                  "|HELD=" DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
                  "|FAILED=" DELIMITED BY SIZE
                  WS-FAIL-COUNT DELIMITED BY SIZE
                  INTO WS-DESTRUCTION-LINE
           END-IF

           DISPLAY "Purge complete. Deleted: " WS-DELETED-COUNT
                   " Held: " WS-HELD-COUNT
                   " Failed: " WS-FAIL-COUNT.

      ******************************************************************
           END-IF

           MOVE SPACES TO WS-MAN-ID WS-MAN-NAME WS-MAN-UPDATED
                          WS-MAN-OWNER
           UNSTRING APPROVAL-RECORD DELIMITED BY "|"
               INTO WS-MAN-ID WS-MAN-NAME WS-MAN-UPDATED WS-MAN-OWNER

           IF WS-MAN-ID = SPACES
               EXIT PARAGRAPH
           END-IF

      *    Legal hold on the project or its owner - never deleted
           CALL "HOLD-CHECK" USING WS-JOB-NAME WS-HOLD-ACTION
                                   WS-MAN-ID WS-MAN-OWNER
                                   WS-HOLD-FLAG WS-HOLD-MATTER
                                   WS-RESULT-ERROR
           IF WS-HOLD-FLAG = "Y"
               ADD 1 TO WS-HELD-COUNT
               MOVE SPACES TO WS-DESTRUCTION-LINE
               STRING "HELD|" DELIMITED BY SIZE
                      WS-MAN-ID DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-MAN-NAME DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RES-ERR-CODE DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-HOLD-MATTER DELIMITED BY SPACE
                      INTO WS-DESTRUCTION-LINE
               MOVE WS-DESTRUCTION-LINE TO DESTRUCTION-RECORD
               WRITE DESTRUCTION-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PROJECT-REQUEST
           MOVE WS-MAN-ID TO WS-PROJ-ID-REQ

           MOVE SPACES TO WS-DESTRUCTION-LINE
           IF WS-RESULT-OK = "Y"
               ADD 1 TO WS-DELETED-COUNT
               CALL "APPROVAL-LEDGER-WRITE" USING WS-JOB-NAME
                                                  WS-MAN-ID
                                                  WS-HOLD-ACTION
                                                  WS-OPERATOR-ID
                                                  WS-PURGE-APPROVER
               STRING "DELETED|" DELIMITED BY SIZE
                      WS-MAN-ID DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
