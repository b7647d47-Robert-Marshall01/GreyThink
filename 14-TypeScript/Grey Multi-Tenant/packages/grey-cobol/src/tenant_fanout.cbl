      *
      * Per-tenant snapshot: /tmp/grey_project_sync_<tenant>.txt with
      * the same full-fidelity row shape the partition files use.
      *
      * Each tenant's users are pulled the same way, into
      * /tmp/grey_user_sync_<tenant>.txt in the user master's row
      * shape ("id|username|email|status|created_at|updated_at"), for
      * USER-OVERLAP-REPORT to join across tenants. A user pull that
      * fails part-way leaves no file, so a partial population is
      * never taken for the tenant's whole one. GREY_FANOUT_USERS=N
      * skips the user pull.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TENANT-FANOUT.
           SELECT TENANT-SYNC-FILE ASSIGN TO WS-TENANT-SYNC-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT TENANT-USER-FILE ASSIGN TO WS-TENANT-USER-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT FANOUT-SUMMARY-FILE ASSIGN TO WS-FANOUT-SUMMARY-NAME
               ORGANIZATION LINE SEQUENTIAL.

       FD  TENANT-SYNC-FILE.
       01  TENANT-SYNC-RECORD          PIC X(2000).

       FD  TENANT-USER-FILE.
       01  TENANT-USER-RECORD          PIC X(700).

       FD  FANOUT-SUMMARY-FILE.
       01  FANOUT-SUMMARY-RECORD       PIC X(200).

       COPY GREYAUTH.
       COPY GREYCRED.
       COPY GREYPROJ.
       COPY GREYUSER.

       01  WS-TENANT-ROSTER-NAME       PIC X(64)
               VALUE "/tmp/grey_tenant_roster.txt".
               VALUE "/tmp/grey_tenant_fanout_summary.txt".
       01  WS-SUMMARY-LINE             PIC X(200) VALUE SPACES.
       01  WS-SYNC-LINE                PIC X(2000) VALUE SPACES.
       01  WS-TENANT-USER-NAME         PIC X(64)  VALUE SPACES.
       01  WS-USER-LINE                PIC X(700) VALUE SPACES.
       01  WS-FANOUT-USERS-ENV         PIC X(1)   VALUE SPACES.
       01  WS-PULL-USERS               PIC X      VALUE "Y".
       01  WS-USER-PULL-OK             PIC X      VALUE "Y".
       01  WS-COMMAND                  PIC X(256) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".

       01  WS-HOST-ENV                 PIC X(256) VALUE SPACES.
      * Per-tenant counters and the elapsed clock
      ******************************************************************
       01  WS-TEN-PROJECT-COUNT        PIC 9(8)   VALUE 0.
       01  WS-TEN-USER-COUNT           PIC 9(8)   VALUE 0.
       01  WS-TEN-FAIL-COUNT           PIC 9(5)   VALUE 0.
       01  WS-TEN-RESULT               PIC X(8)   VALUE SPACES.
       01  WS-TIME-SOURCE              PIC X(21)  VALUE SPACES.
           END-IF

           PERFORM INITIALIZE-CONFIG
           ACCEPT WS-FANOUT-USERS-ENV FROM ENVIRONMENT
               "GREY_FANOUT_USERS"
           IF WS-FANOUT-USERS-ENV = "N" OR WS-FANOUT-USERS-ENV = "n"
               MOVE "N" TO WS-PULL-USERS
           END-IF

           OPEN INPUT TENANT-ROSTER-FILE
           IF WS-TENANT-ROSTER-STATUS NOT = "00"
           END-IF

           OPEN OUTPUT FANOUT-SUMMARY-FILE
           MOVE "TENANT|RESULT|PROJECTS|FAILURES|ELAPSED_MS|USERS"
               TO WS-SUMMARY-LINE
           MOVE WS-SUMMARY-LINE TO FANOUT-SUMMARY-RECORD
           WRITE FANOUT-SUMMARY-RECORD
               ADD 1 TO WS-TENANT-SKIPPED-COUNT
               MOVE "SKIPPED" TO WS-TEN-RESULT
               MOVE 0 TO WS-TEN-PROJECT-COUNT
               MOVE 0 TO WS-TEN-USER-COUNT
               MOVE 0 TO WS-TEN-FAIL-COUNT
               MOVE 0 TO WS-TEN-ELAPSED-MS
               PERFORM WRITE-TENANT-SUMMARY
           DISPLAY "Tenant " WS-TEN-ID ": starting sync"
           PERFORM MARK-TENANT-START
           MOVE 0 TO WS-TEN-PROJECT-COUNT
           MOVE 0 TO WS-TEN-USER-COUNT
           MOVE 0 TO WS-TEN-FAIL-COUNT
           MOVE "OK" TO WS-TEN-RESULT


      ******************************************************************
      * OPEN-TENANT-SYNC: Open the per-tenant snapshot file and walk
      * the tenant's project list into it, then pull its users
      ******************************************************************
       OPEN-TENANT-SYNC.
           MOVE SPACES TO WS-TENANT-SYNC-NAME
               PERFORM SYNC-TENANT-PAGE
           END-PERFORM

           CLOSE TENANT-SYNC-FILE

           IF WS-PULL-USERS = "Y"
               PERFORM PULL-TENANT-USERS
           END-IF.

      ******************************************************************
      * PULL-TENANT-USERS: Walk the tenant's user list into its user
      * snapshot file; a failed page removes the file rather than
      * leave part of the population behind
      ******************************************************************
       PULL-TENANT-USERS.
           MOVE SPACES TO WS-TENANT-USER-NAME
           STRING "/tmp/grey_user_sync_" DELIMITED BY SIZE
                  WS-TEN-ID DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-TENANT-USER-NAME

           OPEN OUTPUT TENANT-USER-FILE
           MOVE "Y" TO WS-USER-PULL-OK
           MOVE 1 TO WS-PAGE-IDX
           MOVE "Y" TO WS-MORE-PAGES
           PERFORM UNTIL WS-MORE-PAGES = "N"
               PERFORM SYNC-TENANT-USER-PAGE
           END-PERFORM
           CLOSE TENANT-USER-FILE

           IF WS-USER-PULL-OK NOT = "Y"
               MOVE SPACES TO WS-COMMAND
               STRING "rm -f " DELIMITED BY SIZE
                      WS-TENANT-USER-NAME DELIMITED BY SPACE
                      INTO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
               MOVE 0 TO RETURN-CODE
               MOVE 0 TO WS-TEN-USER-COUNT
           END-IF.

       SYNC-TENANT-USER-PAGE.
           MOVE WS-PAGE-IDX TO WS-USER-PAGE
           MOVE 100 TO WS-USER-PER-PAGE

           CALL "USER-LIST" USING WS-GREY-CONFIG
                                  WS-USER-LIST-REQUEST
                                  WS-USER-LIST-RESPONSE
                                  WS-GREY-RESULT

           IF WS-RESULT-OK NOT = "Y"
               DISPLAY "Tenant " WS-TEN-ID ": user page " WS-PAGE-IDX
                       " failed: " WS-RES-ERR-MSG
               ADD 1 TO WS-TEN-FAIL-COUNT
               MOVE "FAILED" TO WS-TEN-RESULT
               MOVE "N" TO WS-USER-PULL-OK
               MOVE "N" TO WS-MORE-PAGES
           ELSE
               PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                           UNTIL WS-ITEM-IDX > WS-USER-COUNT
                   PERFORM WRITE-TENANT-USER-LINE
                   ADD 1 TO WS-TEN-USER-COUNT
               END-PERFORM

               IF WS-USER-COUNT = 0
                   OR WS-PAGE-IDX >= WS-USER-PAGE-COUNT
                   MOVE "N" TO WS-MORE-PAGES
               ELSE
                   ADD 1 TO WS-PAGE-IDX
               END-IF
           END-IF.

      ******************************************************************
      * WRITE-TENANT-USER-LINE: One user master row
      ******************************************************************
       WRITE-TENANT-USER-LINE.
           MOVE SPACES TO WS-USER-LINE
           STRING WS-USER-ITEM-ID(WS-ITEM-IDX)     DELIMITED BY SPACE
                  "|"                              DELIMITED BY SIZE
                  WS-USER-ITEM-USERNAME(WS-ITEM-IDX)
                                                   DELIMITED BY SPACE
                  "|"                              DELIMITED BY SIZE
                  WS-USER-ITEM-EMAIL(WS-ITEM-IDX)  DELIMITED BY SPACE
                  "|"                              DELIMITED BY SIZE
                  WS-USER-ITEM-STATUS(WS-ITEM-IDX) DELIMITED BY SPACE
                  "|"                              DELIMITED BY SIZE
                  WS-USER-ITEM-CREATED(WS-ITEM-IDX)
                                                   DELIMITED BY SPACE
                  "|"                              DELIMITED BY SIZE
                  WS-USER-ITEM-UPDATED(WS-ITEM-IDX)
                                                   DELIMITED BY SPACE
                  INTO WS-USER-LINE
           MOVE WS-USER-LINE TO TENANT-USER-RECORD
           WRITE TENANT-USER-RECORD.

      ******************************************************************
      * RESOLVE-TENANT-CREDENTIALS: The cred-ref column names the
                  WS-TEN-FAIL-COUNT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-TEN-ELAPSED-MS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-TEN-USER-COUNT DELIMITED BY SIZE
                  INTO WS-SUMMARY-LINE
           MOVE WS-SUMMARY-LINE TO FANOUT-SUMMARY-RECORD
           WRITE FANOUT-SUMMARY-RECORD.
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

       END PROGRAM TENANT-FANOUT.
