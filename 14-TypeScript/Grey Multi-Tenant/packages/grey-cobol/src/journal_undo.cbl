      ******************************************************************
      * journal_undo.cbl - Grey Run-Level Undo From the Change Journal
      * When a bulk update or a migration run goes wrong, the prior
      * values used to be rebuilt by hand from JOURNAL-REPORT one
      * project at a time. The master change journal already holds
      * every before/after image, so this job reads it once and
      * writes the whole reversal as a change file PROJECT-BULK-UPDATE
      * applies directly ("project-id|field|new-value", fields name,
      * owner and status).
      *
      * Which changes to reverse:
      *   GREY_UNDO_JOB     the job named on the journal records
      *   GREY_UNDO_FROM    window start, journal ISO form
      *   GREY_UNDO_TO      window end (a bare YYYY-MM-DD means the
      *                     whole of that day)
      * or
      *   GREY_UNDO_RUN_ID  a run ID from the run history - its job
      *                     and start/end times become the job and
      *                     window (GREY_UNDO_JOB, GREY_UNDO_FROM and
      *                     GREY_UNDO_TO still override, e.g. to name
      *                     the sync job that carried a bulk update
      *                     onto the master, or to widen the window)
      *
      * Per project the earliest before image in the window is the
      * state to go back to and the latest after image is what the
      * run left. A project changed again after the bad run - by any
      * job - is never reversed: it is reported CONFLICT with the
      * later change so a human decides. A project the run created
      * (no prior image) cannot be reversed by an update and is
      * reported for hand archiving. A project the run deleted has
      * nothing left to update, so its master record is re-created
      * here from the journal's before image, through
      * MASTER-UPDATE-BROKER like any other master write (journaled
      * under JOURNAL-UNDO). The journal carries the name, owner,
      * status and updated-at; the description, created-at and ETag
      * stay blank and the blank ETag makes the next sync fetch the
      * project whole. A key already back on the master is left
      * alone and reported for hand recovery.
      *
      * Reversal file: /tmp/grey_undo_changes.txt (GREY_UNDO_OUTPUT),
      *   HDR/TRL control records around the change lines - the bulk
      *   update driver passes over both
      * Report: /tmp/grey_undo_report.txt
      *   "REVERSE|id|field|run-value>restored-value"
      *   "CONFLICT|id|later-ts|later-job"
      *   "RESTORED|id|name"
      *   "CREATED|id|name" / "DELETED|id|name"
      *   "SUMMARY|PROJECTS=n|REVERSALS=n|RESTORED=n|CONFLICTS=n|
      *    MANUAL=n"
      * RETURN-CODE 0 reversal written, 4 conflicts or hand-recovery
      * items (or more projects than the table holds), 8 setup
      * failure.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURNAL-UNDO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT UNDO-CHANGE-FILE ASSIGN TO WS-UNDO-CHANGE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT UNDO-REPORT-FILE ASSIGN TO WS-UNDO-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT LOCAL-MASTER-FILE ASSIGN TO WS-MASTER-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SYNC-PROJ-ID
               ALTERNATE RECORD KEY SYNC-PROJ-NAME-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY SYNC-PROJ-OWNER WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD              PIC X(900).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD              PIC X(250).

       FD  UNDO-CHANGE-FILE.
       01  UNDO-CHANGE-RECORD          PIC X(400).

       FD  UNDO-REPORT-FILE.
       01  UNDO-REPORT-RECORD          PIC X(700).

       FD  LOCAL-MASTER-FILE.
       COPY GREYSYNC.

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-FILE-NAME        PIC X(64)
               VALUE "/tmp/grey_master_journal.txt".
       01  WS-JOURNAL-FILE-ENV         PIC X(64)  VALUE SPACES.
       01  WS-JOURNAL-FILE-STATUS      PIC XX     VALUE SPACES.
       01  WS-HISTORY-FILE-NAME        PIC X(64)
               VALUE "/tmp/grey_run_history.txt".
       01  WS-HISTORY-FILE-STATUS      PIC XX     VALUE SPACES.
       01  WS-UNDO-CHANGE-NAME         PIC X(64)
               VALUE "/tmp/grey_undo_changes.txt".
       01  WS-UNDO-OUTPUT-ENV          PIC X(64)  VALUE SPACES.
       01  WS-UNDO-REPORT-NAME         PIC X(64)
               VALUE "/tmp/grey_undo_report.txt".
       01  WS-MASTER-FILE-NAME         PIC X(64)
               VALUE "/tmp/grey_project_master.dat".
       01  WS-MASTER-FILE-STATUS       PIC XX     VALUE SPACES.
       01  WS-MASTER-OPEN              PIC X      VALUE "N".
       01  WS-CHANGE-LINE              PIC X(400) VALUE SPACES.
       01  WS-REPORT-LINE              PIC X(700) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".

      ******************************************************************
      * What to reverse - the job and window, given directly or taken
      * from a run history record
      ******************************************************************
       01  WS-UNDO-JOB-ENV             PIC X(32)  VALUE SPACES.
       01  WS-UNDO-FROM-ENV            PIC X(32)  VALUE SPACES.
       01  WS-UNDO-TO-ENV              PIC X(32)  VALUE SPACES.
       01  WS-UNDO-RUN-ID-ENV          PIC X(24)  VALUE SPACES.
       01  WS-UNDO-JOB                 PIC X(32)  VALUE SPACES.
       01  WS-UNDO-FROM                PIC X(32)  VALUE SPACES.
       01  WS-UNDO-TO                  PIC X(32)  VALUE SPACES.
       01  WS-RUN-FOUND                PIC X      VALUE "N".

      ******************************************************************
      * Fields of one run history record
      ******************************************************************
       01  WS-HIST-JOB                 PIC X(32)  VALUE SPACES.
       01  WS-HIST-RUN-ID              PIC X(24)  VALUE SPACES.
       01  WS-HIST-START               PIC X(19)  VALUE SPACES.
       01  WS-HIST-END                 PIC X(19)  VALUE SPACES.

      ******************************************************************
      * Fields of one journal record
      ******************************************************************
       01  WS-JRNL-TS                  PIC X(19)  VALUE SPACES.
       01  WS-JRNL-JOB                 PIC X(32)  VALUE SPACES.
       01  WS-JRNL-ACTION              PIC X      VALUE SPACE.
       01  WS-JRNL-PROJ-ID             PIC X(64)  VALUE SPACES.
       01  WS-JRNL-B-NAME              PIC X(256) VALUE SPACES.
       01  WS-JRNL-B-STATUS            PIC X(16)  VALUE SPACES.
       01  WS-JRNL-B-OWNER             PIC X(64)  VALUE SPACES.
       01  WS-JRNL-B-UPDATED           PIC X(32)  VALUE SPACES.
       01  WS-JRNL-A-NAME              PIC X(256) VALUE SPACES.
       01  WS-JRNL-A-STATUS            PIC X(16)  VALUE SPACES.
       01  WS-JRNL-A-OWNER             PIC X(64)  VALUE SPACES.
       01  WS-JRNL-A-UPDATED           PIC X(32)  VALUE SPACES.

      ******************************************************************
      * One entry per project the run touched - the state before its
      * first change in the window, the state after its last, and the
      * first later change by anyone
      ******************************************************************
       01  WS-UNDO-TABLE.
           05  WS-UE-COUNT              PIC 9(4)  VALUE 0.
           05  WS-UE-ENTRY OCCURS 1000 TIMES.
               10  WS-UE-PROJ-ID        PIC X(64).
               10  WS-UE-FIRST-ACTION   PIC X.
               10  WS-UE-LAST-ACTION    PIC X.
               10  WS-UE-B-NAME         PIC X(256).
               10  WS-UE-B-STATUS       PIC X(16).
               10  WS-UE-B-OWNER        PIC X(64).
               10  WS-UE-B-UPDATED      PIC X(32).
               10  WS-UE-A-NAME         PIC X(256).
               10  WS-UE-A-STATUS       PIC X(16).
               10  WS-UE-A-OWNER        PIC X(64).
               10  WS-UE-LATER          PIC X.
               10  WS-UE-LATER-TS       PIC X(19).
               10  WS-UE-LATER-JOB      PIC X(32).
       01  WS-UE-IDX                   PIC 9(4)   VALUE 0.
       01  WS-UE-FOUND-IDX             PIC 9(4)   VALUE 0.
       01  WS-TABLE-FULL               PIC X      VALUE "N".

       01  WS-REV-FIELD                PIC X(16)  VALUE SPACES.
       01  WS-REV-RUN-VALUE            PIC X(256) VALUE SPACES.
       01  WS-REV-OLD-VALUE            PIC X(256) VALUE SPACES.

      ******************************************************************
      * Master update broker - re-creating a deleted record
      ******************************************************************
       01  WS-UNDO-JOB-NAME            PIC X(32)  VALUE "JOURNAL-UNDO".
       01  WS-JRNL-BEFORE              PIC X(1648) VALUE SPACES.
       01  WS-JRNL-AFTER               PIC X(1648) VALUE SPACES.
       01  WS-GUARD-VERDICT            PIC X       VALUE SPACE.
       01  WS-MANUAL-REASON            PIC X(80)   VALUE SPACES.

       01  WS-MATCH-COUNT              PIC 9(8)   VALUE 0.
       01  WS-REVERSAL-COUNT           PIC 9(8)   VALUE 0.
       01  WS-RESTORED-COUNT           PIC 9(8)   VALUE 0.
       01  WS-CONFLICT-COUNT           PIC 9(5)   VALUE 0.
       01  WS-MANUAL-COUNT             PIC 9(5)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Run-Level Undo From the Change Journal ==="
           MOVE 0 TO RETURN-CODE

           ACCEPT WS-UNDO-JOB-ENV FROM ENVIRONMENT "GREY_UNDO_JOB"
           ACCEPT WS-UNDO-FROM-ENV FROM ENVIRONMENT "GREY_UNDO_FROM"
           ACCEPT WS-UNDO-TO-ENV FROM ENVIRONMENT "GREY_UNDO_TO"
           ACCEPT WS-UNDO-RUN-ID-ENV
               FROM ENVIRONMENT "GREY_UNDO_RUN_ID"
           ACCEPT WS-UNDO-OUTPUT-ENV
               FROM ENVIRONMENT "GREY_UNDO_OUTPUT"
           IF WS-UNDO-OUTPUT-ENV NOT = SPACES
               MOVE WS-UNDO-OUTPUT-ENV TO WS-UNDO-CHANGE-NAME
           END-IF
           ACCEPT WS-JOURNAL-FILE-ENV
               FROM ENVIRONMENT "GREY_JOURNAL_FILE"
           IF WS-JOURNAL-FILE-ENV NOT = SPACES
               MOVE WS-JOURNAL-FILE-ENV TO WS-JOURNAL-FILE-NAME
           END-IF

           IF WS-UNDO-RUN-ID-ENV NOT = SPACES
               PERFORM LOOK-UP-RUN
               IF WS-RUN-FOUND NOT = "Y"
                   DISPLAY "Run " WS-UNDO-RUN-ID-ENV
                           " is not on the run history"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-UNDO-JOB-ENV NOT = SPACES
               MOVE WS-UNDO-JOB-ENV TO WS-UNDO-JOB
           END-IF
           IF WS-UNDO-FROM-ENV NOT = SPACES
               MOVE WS-UNDO-FROM-ENV TO WS-UNDO-FROM
           END-IF
           IF WS-UNDO-TO-ENV NOT = SPACES
               MOVE WS-UNDO-TO-ENV TO WS-UNDO-TO
           END-IF

           IF WS-UNDO-JOB = SPACES OR WS-UNDO-FROM = SPACES
               OR WS-UNDO-TO = SPACES
               DISPLAY "Set GREY_UNDO_JOB, GREY_UNDO_FROM and "
                       "GREY_UNDO_TO, or GREY_UNDO_RUN_ID"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    A bare date as the window end means the end of that day
           IF WS-UNDO-TO(11:1) = SPACE
               MOVE "T23:59:59" TO WS-UNDO-TO(11:9)
           END-IF

           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open journal " WS-JOURNAL-FILE-NAME
                       " (status " WS-JOURNAL-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "Reversing " WS-UNDO-JOB " from " WS-UNDO-FROM
                   " to " WS-UNDO-TO

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ JOURNAL-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PROCESS-JOURNAL-RECORD
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE

           OPEN OUTPUT UNDO-CHANGE-FILE
           OPEN OUTPUT UNDO-REPORT-FILE
           PERFORM WRITE-HEADERS

           PERFORM VARYING WS-UE-IDX FROM 1 BY 1
                       UNTIL WS-UE-IDX > WS-UE-COUNT
               PERFORM RESOLVE-ONE-PROJECT
           END-PERFORM

           PERFORM WRITE-TRAILERS
           CLOSE UNDO-CHANGE-FILE
           CLOSE UNDO-REPORT-FILE
           IF WS-MASTER-OPEN = "Y"
               CLOSE LOCAL-MASTER-FILE
           END-IF

           IF WS-CONFLICT-COUNT > 0 OR WS-MANUAL-COUNT > 0
               OR WS-TABLE-FULL = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "Undo complete. Projects: " WS-UE-COUNT
                   " Reversal lines: " WS-REVERSAL-COUNT
                   " Restored: " WS-RESTORED-COUNT
                   " Conflicts: " WS-CONFLICT-COUNT
                   " Hand recovery: " WS-MANUAL-COUNT
           IF WS-TABLE-FULL = "Y"
               DISPLAY "More projects than the undo table holds - "
                       "narrow the window and run again for the rest"
           END-IF
           DISPLAY "Reversal file " WS-UNDO-CHANGE-NAME
                   " - review, then run PROJECT-BULK-UPDATE on it"
           STOP RUN.

      ******************************************************************
      * LOOK-UP-RUN: Take the job and window from the run history
      * record carrying the requested run ID
      ******************************************************************
       LOOK-UP-RUN.
           MOVE "N" TO WS-RUN-FOUND
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y" OR WS-RUN-FOUND = "Y"
               READ HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-RUN
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       CHECK-ONE-RUN.
           MOVE SPACES TO WS-HIST-JOB WS-HIST-RUN-ID WS-HIST-START
                          WS-HIST-END
           UNSTRING HISTORY-RECORD DELIMITED BY "|"
               INTO WS-HIST-JOB WS-HIST-RUN-ID WS-HIST-START
                    WS-HIST-END
           IF WS-HIST-RUN-ID NOT = WS-UNDO-RUN-ID-ENV
               EXIT PARAGRAPH
           END-IF
      *    Run IDs are stamped to the second, so two jobs started
      *    together share one - a named job picks between them
           IF WS-UNDO-JOB-ENV NOT = SPACES
               AND WS-HIST-JOB NOT = WS-UNDO-JOB-ENV
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RUN-FOUND
           MOVE WS-HIST-JOB TO WS-UNDO-JOB
           MOVE WS-HIST-START TO WS-UNDO-FROM
           MOVE WS-HIST-END TO WS-UNDO-TO.

      ******************************************************************
      * PROCESS-JOURNAL-RECORD: A change by the job inside the window
      * is folded into its project's entry; any other change to a
      * project already in the table came after the run's first
      * change to it, so it marks the project changed since
      ******************************************************************
       PROCESS-JOURNAL-RECORD.
           IF JOURNAL-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-JRNL-TS WS-JRNL-JOB WS-JRNL-PROJ-ID
                          WS-JRNL-B-NAME WS-JRNL-B-STATUS
                          WS-JRNL-B-OWNER WS-JRNL-B-UPDATED
                          WS-JRNL-A-NAME WS-JRNL-A-STATUS
                          WS-JRNL-A-OWNER WS-JRNL-A-UPDATED
           MOVE SPACE TO WS-JRNL-ACTION
           UNSTRING JOURNAL-RECORD DELIMITED BY "|"
               INTO WS-JRNL-TS WS-JRNL-JOB WS-JRNL-ACTION
                    WS-JRNL-PROJ-ID
                    WS-JRNL-B-NAME WS-JRNL-B-STATUS
                    WS-JRNL-B-OWNER WS-JRNL-B-UPDATED
                    WS-JRNL-A-NAME WS-JRNL-A-STATUS
                    WS-JRNL-A-OWNER WS-JRNL-A-UPDATED
           IF WS-JRNL-PROJ-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-UNDO-ENTRY

           IF WS-JRNL-JOB = WS-UNDO-JOB
               AND WS-JRNL-TS >= WS-UNDO-FROM
               AND WS-JRNL-TS <= WS-UNDO-TO
               PERFORM FOLD-RUN-CHANGE
           ELSE
               IF WS-UE-FOUND-IDX > 0
                   AND WS-UE-LATER(WS-UE-FOUND-IDX) NOT = "Y"
                   MOVE "Y" TO WS-UE-LATER(WS-UE-FOUND-IDX)
                   MOVE WS-JRNL-TS TO WS-UE-LATER-TS(WS-UE-FOUND-IDX)
                   MOVE WS-JRNL-JOB
                       TO WS-UE-LATER-JOB(WS-UE-FOUND-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * FIND-UNDO-ENTRY: WS-UE-FOUND-IDX for the record's project, or
      * zero when the run has not touched it (yet)
      ******************************************************************
       FIND-UNDO-ENTRY.
           MOVE 0 TO WS-UE-FOUND-IDX
           PERFORM VARYING WS-UE-IDX FROM 1 BY 1
                       UNTIL WS-UE-IDX > WS-UE-COUNT
               IF WS-UE-PROJ-ID(WS-UE-IDX) = WS-JRNL-PROJ-ID
                   MOVE WS-UE-IDX TO WS-UE-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * FOLD-RUN-CHANGE: The first change keeps its before image; the
      * latest change's after image is what the run left behind
      ******************************************************************
       FOLD-RUN-CHANGE.
           ADD 1 TO WS-MATCH-COUNT
           IF WS-UE-FOUND-IDX = 0
               IF WS-UE-COUNT >= 1000
                   MOVE "Y" TO WS-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-UE-COUNT
               MOVE WS-UE-COUNT TO WS-UE-FOUND-IDX
               MOVE WS-JRNL-PROJ-ID TO WS-UE-PROJ-ID(WS-UE-FOUND-IDX)
               MOVE WS-JRNL-ACTION
                   TO WS-UE-FIRST-ACTION(WS-UE-FOUND-IDX)
               MOVE WS-JRNL-B-NAME TO WS-UE-B-NAME(WS-UE-FOUND-IDX)
               MOVE WS-JRNL-B-STATUS
                   TO WS-UE-B-STATUS(WS-UE-FOUND-IDX)
               MOVE WS-JRNL-B-OWNER TO WS-UE-B-OWNER(WS-UE-FOUND-IDX)
               MOVE WS-JRNL-B-UPDATED
                   TO WS-UE-B-UPDATED(WS-UE-FOUND-IDX)
               MOVE "N" TO WS-UE-LATER(WS-UE-FOUND-IDX)
               MOVE SPACES TO WS-UE-LATER-TS(WS-UE-FOUND-IDX)
                              WS-UE-LATER-JOB(WS-UE-FOUND-IDX)
           END-IF

           MOVE WS-JRNL-ACTION TO WS-UE-LAST-ACTION(WS-UE-FOUND-IDX)
           MOVE WS-JRNL-A-NAME TO WS-UE-A-NAME(WS-UE-FOUND-IDX)
           MOVE WS-JRNL-A-STATUS TO WS-UE-A-STATUS(WS-UE-FOUND-IDX)
           MOVE WS-JRNL-A-OWNER TO WS-UE-A-OWNER(WS-UE-FOUND-IDX).

      ******************************************************************
      * RESOLVE-ONE-PROJECT: Conflict, hand recovery, or one reversal
      * line per field the run changed
      ******************************************************************
       RESOLVE-ONE-PROJECT.
           IF WS-UE-LATER(WS-UE-IDX) = "Y"
               ADD 1 TO WS-CONFLICT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "CONFLICT|" DELIMITED BY SIZE
                      WS-UE-PROJ-ID(WS-UE-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-UE-LATER-TS(WS-UE-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-UE-LATER-JOB(WS-UE-IDX) DELIMITED BY SPACE
                      "|changed again since the run - not reversed"
                          DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-UE-FIRST-ACTION(WS-UE-IDX) = "W"
               ADD 1 TO WS-MANUAL-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "CREATED|" DELIMITED BY SIZE
                      WS-UE-PROJ-ID(WS-UE-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-UE-A-NAME(WS-UE-IDX) DELIMITED BY "  "
                      "|did not exist before the run - archive by hand"
                          DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-UE-LAST-ACTION(WS-UE-IDX) = "D"
               PERFORM RESTORE-DELETED-PROJECT
               EXIT PARAGRAPH
           END-IF

           IF WS-UE-A-NAME(WS-UE-IDX) NOT = WS-UE-B-NAME(WS-UE-IDX)
               MOVE "name" TO WS-REV-FIELD
               MOVE WS-UE-A-NAME(WS-UE-IDX) TO WS-REV-RUN-VALUE
               MOVE WS-UE-B-NAME(WS-UE-IDX) TO WS-REV-OLD-VALUE
               PERFORM WRITE-REVERSAL
           END-IF
           IF WS-UE-A-OWNER(WS-UE-IDX) NOT = WS-UE-B-OWNER(WS-UE-IDX)
               MOVE "owner" TO WS-REV-FIELD
               MOVE WS-UE-A-OWNER(WS-UE-IDX) TO WS-REV-RUN-VALUE
               MOVE WS-UE-B-OWNER(WS-UE-IDX) TO WS-REV-OLD-VALUE
               PERFORM WRITE-REVERSAL
           END-IF
           IF WS-UE-A-STATUS(WS-UE-IDX)
                   NOT = WS-UE-B-STATUS(WS-UE-IDX)
               MOVE "status" TO WS-REV-FIELD
               MOVE WS-UE-A-STATUS(WS-UE-IDX) TO WS-REV-RUN-VALUE
               MOVE WS-UE-B-STATUS(WS-UE-IDX) TO WS-REV-OLD-VALUE
               PERFORM WRITE-REVERSAL
           END-IF.

      ******************************************************************
      * RESTORE-DELETED-PROJECT: Re-create the master record the run
      * deleted from the state before its first change, written
      * through the broker with no before image as a new key
      ******************************************************************
       RESTORE-DELETED-PROJECT.
           PERFORM OPEN-LOCAL-MASTER
           IF WS-MASTER-OPEN NOT = "Y"
               MOVE "no project master - use SNAPSHOT-RESTORE"
                   TO WS-MANUAL-REASON
               PERFORM WRITE-DELETED-MANUAL
               EXIT PARAGRAPH
           END-IF

           MOVE WS-UE-PROJ-ID(WS-UE-IDX) TO SYNC-PROJ-ID
           READ LOCAL-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "back on the master since - not restored"
                       TO WS-MANUAL-REASON
                   PERFORM WRITE-DELETED-MANUAL
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO SYNC-MASTER-RECORD
           MOVE WS-UE-PROJ-ID(WS-UE-IDX) TO SYNC-PROJ-ID
           MOVE WS-UE-B-NAME(WS-UE-IDX) TO SYNC-PROJ-NAME
           MOVE WS-UE-B-UPDATED(WS-UE-IDX) TO SYNC-PROJ-UPDATED
           MOVE WS-UE-B-OWNER(WS-UE-IDX) TO SYNC-PROJ-OWNER
           MOVE WS-UE-B-STATUS(WS-UE-IDX) TO SYNC-PROJ-STATUS

           MOVE SPACES TO WS-JRNL-BEFORE
           MOVE SYNC-MASTER-RECORD TO WS-JRNL-AFTER
           CALL "MASTER-GUARD-UPSERT" USING WS-UNDO-JOB-NAME
                                            WS-JRNL-BEFORE
                                            WS-JRNL-AFTER
                                            WS-GUARD-VERDICT
           IF WS-GUARD-VERDICT = "S"
               MOVE "refused as stale by the broker - not restored"
                   TO WS-MANUAL-REASON
               PERFORM WRITE-DELETED-MANUAL
               EXIT PARAGRAPH
           END-IF
           WRITE SYNC-MASTER-RECORD
               INVALID KEY
                   MOVE "master write failed - use SNAPSHOT-RESTORE"
                       TO WS-MANUAL-REASON
                   PERFORM WRITE-DELETED-MANUAL
                   EXIT PARAGRAPH
           END-WRITE

           ADD 1 TO WS-RESTORED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RESTORED|" DELIMITED BY SIZE
                  WS-UE-PROJ-ID(WS-UE-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-UE-B-NAME(WS-UE-IDX) DELIMITED BY "  "
                  "|re-created on the master from the journal"
                      DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-DELETED-MANUAL.
           ADD 1 TO WS-MANUAL-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DELETED|" DELIMITED BY SIZE
                  WS-UE-PROJ-ID(WS-UE-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-UE-B-NAME(WS-UE-IDX) DELIMITED BY "  "
                  "|deleted by the run - " DELIMITED BY SIZE
                  WS-MANUAL-REASON DELIMITED BY "  "
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * OPEN-LOCAL-MASTER: Opened I-O the first time a deleted
      * project needs re-creating; a run with none never touches it
      ******************************************************************
       OPEN-LOCAL-MASTER.
           IF WS-MASTER-OPEN NOT = "N"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O LOCAL-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           ELSE
               MOVE "X" TO WS-MASTER-OPEN
               DISPLAY "Cannot open project master "
                       WS-MASTER-FILE-NAME
                       " (status " WS-MASTER-FILE-STATUS ")"
           END-IF.

      ******************************************************************
      * WRITE-REVERSAL: One change line for the bulk update driver
      * and its matching report line
      ******************************************************************
       WRITE-REVERSAL.
           ADD 1 TO WS-REVERSAL-COUNT
           MOVE SPACES TO WS-CHANGE-LINE
           STRING WS-UE-PROJ-ID(WS-UE-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-REV-FIELD DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-REV-OLD-VALUE DELIMITED BY "  "
                  INTO WS-CHANGE-LINE
           MOVE WS-CHANGE-LINE TO UNDO-CHANGE-RECORD
           WRITE UNDO-CHANGE-RECORD

           MOVE SPACES TO WS-REPORT-LINE
           STRING "REVERSE|" DELIMITED BY SIZE
                  WS-UE-PROJ-ID(WS-UE-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-REV-FIELD DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-REV-RUN-VALUE DELIMITED BY "  "
                  ">" DELIMITED BY SIZE
                  WS-REV-OLD-VALUE DELIMITED BY "  "
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO UNDO-REPORT-RECORD
           WRITE UNDO-REPORT-RECORD.

      ******************************************************************
      * WRITE-HEADERS / WRITE-TRAILERS: Control records naming the
      * run being reversed, and the totals
      ******************************************************************
       WRITE-HEADERS.
           MOVE SPACES TO WS-CHANGE-LINE
           STRING "HDR|JOURNAL-UNDO|" DELIMITED BY SIZE
                  WS-UNDO-JOB DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-UNDO-FROM DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-UNDO-TO DELIMITED BY SPACE
                  INTO WS-CHANGE-LINE
           MOVE WS-CHANGE-LINE TO UNDO-CHANGE-RECORD
           WRITE UNDO-CHANGE-RECORD

           MOVE SPACES TO WS-REPORT-LINE
           STRING "UNDO|JOB=" DELIMITED BY SIZE
                  WS-UNDO-JOB DELIMITED BY SPACE
                  "|FROM=" DELIMITED BY SIZE
                  WS-UNDO-FROM DELIMITED BY SPACE
                  "|TO=" DELIMITED BY SIZE
                  WS-UNDO-TO DELIMITED BY SPACE
                  "|RUN_ID=" DELIMITED BY SIZE
                  WS-UNDO-RUN-ID-ENV DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-TRAILERS.
           MOVE SPACES TO WS-CHANGE-LINE
           STRING "TRL|" DELIMITED BY SIZE
                  WS-REVERSAL-COUNT DELIMITED BY SIZE
                  INTO WS-CHANGE-LINE
           MOVE WS-CHANGE-LINE TO UNDO-CHANGE-RECORD
           WRITE UNDO-CHANGE-RECORD

           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUMMARY|CHANGES=" DELIMITED BY SIZE
                  WS-MATCH-COUNT DELIMITED BY SIZE
                  "|PROJECTS=" DELIMITED BY SIZE
                  WS-UE-COUNT DELIMITED BY SIZE
                  "|REVERSALS=" DELIMITED BY SIZE
                  WS-REVERSAL-COUNT DELIMITED BY SIZE
                  "|RESTORED=" DELIMITED BY SIZE
                  WS-RESTORED-COUNT DELIMITED BY SIZE
                  "|CONFLICTS=" DELIMITED BY SIZE
                  WS-CONFLICT-COUNT DELIMITED BY SIZE
                  "|MANUAL=" DELIMITED BY SIZE
                  WS-MANUAL-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       END PROGRAM JOURNAL-UNDO.
