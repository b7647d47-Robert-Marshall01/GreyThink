       COPY GREYERR.
       COPY GREYRES.
       COPY GREYAUTH.
       COPY GREYCRED.
       COPY GREYUSER.

       01  WS-USER-SYNC-FILE-NAME      PIC X(64)
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
           MOVE "job failed - see job log and report"
               TO WS-NOTIFY-SUMMARY
           MOVE WS-RES-ERR-MSG TO WS-NOTIFY-DETAIL
           CALL "NOTIFY-SPOOL-WRITE-ERROR" USING
               WS-NOTIFY-SEVERITY
               WS-HIST-JOB-NAME
               WS-NOTIFY-SUMMARY
               WS-NOTIFY-DETAIL
               WS-RESULT-CORRELATION-ID
               WS-RES-ERR-CODE.

       END PROGRAM USER-SYNC-BATCH.
