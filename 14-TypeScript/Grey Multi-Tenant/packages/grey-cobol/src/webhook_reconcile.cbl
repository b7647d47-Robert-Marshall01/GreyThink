      *
      * The report shows the before picture, each action taken, and
      * the after picture, so the run is its own audit trail.
      *
      * When GREY_TENANT_ID is set and the tenant has its own
      * desired-state file (/tmp/grey_webhook_desired_<tenant>.txt,
      * written by TENANT-ONBOARDING), that file is the desired state
      * for the run; otherwise the shared file is used.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEBHOOK-RECONCILE.
       COPY GREYERR.
       COPY GREYRES.
       COPY GREYAUTH.
       COPY GREYCRED.
       COPY GREYWHK.

       01  WS-DESIRED-FILE-NAME        PIC X(64)
               VALUE "/tmp/grey_webhook_desired.txt".
       01  WS-DESIRED-FILE-STATUS      PIC XX     VALUE SPACES.
       01  WS-SHARED-DESIRED-NAME      PIC X(64)  VALUE SPACES.
       01  WS-RECONCILE-REPORT-NAME    PIC X(64)
               VALUE "/tmp/grey_webhook_reconcile_report.txt".
       01  WS-RECONCILE-LINE           PIC X(1200).
      * and save the resulting session for the steps that follow
      ******************************************************************
       AUTHENTICATE.
      * The credential store is consulted first: a PASSWORD entry
      * replaces the job-deck credentials, an APIKEY entry skips the
      * login entirely; an OAUTH2 entry relies on the session the
      * driver that ran this job saved; with no store entry the
      * environment credentials are used as before
           CALL "CRED-RESOLVE" USING WS-TENANT-ENV WS-CREDENTIAL
           IF WS-CRED-IS-FOUND
               IF WS-CRED-APIKEY
                   CALL "SDK-SET-API-KEY" USING WS-GREY-CONFIG
                                                WS-CRED-SECRET
                   MOVE "Y" TO WS-RESULT-OK
                   EXIT PARAGRAPH
               END-IF
               IF WS-CRED-PASSWORD
                   MOVE WS-CRED-USERNAME TO WS-USER-ENV
                   MOVE WS-CRED-SECRET TO WS-PASS-ENV
               END-IF
           END-IF

           CALL "SDK-LOAD-SESSION" USING WS-GREY-CONFIG WS-GREY-RESULT
           IF WS-RESULT-OK = "Y"
               DISPLAY "Reusing session from a prior job step"
           MOVE 0 TO WS-DESIRED-COUNT
           MOVE "N" TO WS-EOF

           IF WS-TENANT-ENV NOT = SPACES
               MOVE WS-DESIRED-FILE-NAME TO WS-SHARED-DESIRED-NAME
               MOVE SPACES TO WS-DESIRED-FILE-NAME
               STRING "/tmp/grey_webhook_desired_" DELIMITED BY SIZE
                      WS-TENANT-ENV DELIMITED BY SPACE
                      ".txt" DELIMITED BY SIZE
                      INTO WS-DESIRED-FILE-NAME
               OPEN INPUT DESIRED-STATE-FILE
               IF WS-DESIRED-FILE-STATUS = "00"
                   CLOSE DESIRED-STATE-FILE
                   DISPLAY "Desired state for tenant "
                           FUNCTION TRIM(WS-TENANT-ENV) ": "
                           WS-DESIRED-FILE-NAME
               ELSE
                   MOVE WS-SHARED-DESIRED-NAME TO WS-DESIRED-FILE-NAME
               END-IF
           END-IF

           OPEN INPUT DESIRED-STATE-FILE
           IF WS-DESIRED-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
