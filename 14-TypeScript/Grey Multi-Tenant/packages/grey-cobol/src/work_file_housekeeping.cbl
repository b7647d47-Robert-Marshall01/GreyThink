      ******************************************************************
      * work_file_housekeeping.cbl - Grey Work File Housekeeping
      * AUDIT-RETENTION looks after the rolled audit logs, but
      * everything else the suite leaves under /tmp - dated sync
      * generations, response spill files, cassettes, schema
      * snapshots, wire traces, support bundles, masked copies, old
      * reports - grew until the volume filled, twice. This job ages
      * all of it against one policy file.
      *
      * Policy (GREY_HOUSEKEEPING_POLICY, default
      * /tmp/grey_housekeeping_policy.txt), "#" lines are comments:
      *   "path-pattern|keep|action|protected"
      *   path-pattern  a shell pattern, e.g.
      *                 /tmp/grey_project_sync_gen_*
      *   keep          "30D" (or "30") keep files up to 30 days old;
      *                 "14G" keep the newest 14 files the pattern
      *                 matches (by modification time)
      *   action        COMPRESS (gzip in place) or DELETE
      *   protected     Y - files the pattern matches are never
      *                 touched by any policy line (keep and action
      *                 are ignored); N - an ordinary line
      *
      * Nothing is compressed or deleted that:
      *   - a protected policy line matches
      *   - the snapshot catalog (/tmp/grey_project_sync_gens.txt)
      *     or the delta night catalog (/tmp/grey_delta_nights.txt)
      *     lists
      *   - the DR manifest (manifest.txt in GREY_DR_DIR, default
      *     /tmp/grey_dr) names as an unload file or a restore path
      *   - names, or contains, the subject of a legal hold in force
      *     (HOLD-LIST-IN-FORCE; the refusal is logged through
      *     HOLD-CHECK for the hold register)
      *   - is a rolled audit log (AUDIT-RETENTION's files)
      *   - is in the report archive or is its index (the archive's
      *     own retention purges them, copy and index together)
      * The policy file and the catalogs themselves are always
      * protected.
      *
      * GREY_HOUSEKEEPING_DRYRUN=Y reports what would be done
      * without touching a file.
      *
      * Manifest (/tmp/grey_housekeeping_manifest.txt):
      *   "action|file|age-days|bytes|bytes-reclaimed|reason-or-
      *    policy"
      * action COMPRESSED, DELETED, SKIPPED (guarded - the reason
      * says by what), FAILED, or WOULD-COMPRESS / WOULD-DELETE on
      * a dry run; a TOTAL line carries the space reclaimed.
      *
      * RETURN-CODE 0 clean, 4 a policy line was unusable or an
      * action failed, 8 no policy file, 12 another instance holds
      * the run lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORK-FILE-HOUSEKEEPING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE ASSIGN TO WS-POLICY-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-FILE-STATUS.

           SELECT CANDIDATE-LIST-FILE ASSIGN TO WS-CANDIDATE-LIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CANDIDATE-LIST-STATUS.

           SELECT REF-FILE ASSIGN TO WS-REF-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REF-FILE-STATUS.

           SELECT SUBJECT-FILE ASSIGN TO WS-SUBJECT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUBJECT-FILE-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
       01  POLICY-RECORD               PIC X(200).

       FD  CANDIDATE-LIST-FILE.
       01  CANDIDATE-LIST-RECORD       PIC X(200).

       FD  REF-FILE.
       01  REF-RECORD                  PIC X(300).

       FD  SUBJECT-FILE.
       01  SUBJECT-RECORD              PIC X(64).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD             PIC X(300).

       WORKING-STORAGE SECTION.
       COPY GREYRES.

       01  WS-POLICY-FILE-NAME         PIC X(64)
               VALUE "/tmp/grey_housekeeping_policy.txt".
       01  WS-POLICY-FILE-STATUS       PIC XX     VALUE SPACES.
       01  WS-CANDIDATE-LIST-NAME      PIC X(64)
               VALUE "/tmp/grey_housekeeping_candidates.lst".
       01  WS-CANDIDATE-LIST-STATUS    PIC XX     VALUE SPACES.
       01  WS-REF-FILE-NAME            PIC X(128) VALUE SPACES.
       01  WS-REF-FILE-STATUS          PIC XX     VALUE SPACES.
       01  WS-SUBJECT-FILE-NAME        PIC X(64)
               VALUE "/tmp/grey_housekeeping_holds.lst".
       01  WS-SUBJECT-FILE-STATUS      PIC XX     VALUE SPACES.
       01  WS-HIT-FILE-NAME            PIC X(64)
               VALUE "/tmp/grey_housekeeping_hit.lst".
       01  WS-MANIFEST-NAME            PIC X(64)
               VALUE "/tmp/grey_housekeeping_manifest.txt".
       01  WS-MANIFEST-LINE            PIC X(300) VALUE SPACES.
       01  WS-SNAPSHOT-CATALOG-NAME    PIC X(64)
               VALUE "/tmp/grey_project_sync_gens.txt".
       01  WS-NIGHT-CATALOG-NAME       PIC X(64)
               VALUE "/tmp/grey_delta_nights.txt".
       01  WS-DR-DIR                   PIC X(64)  VALUE "/tmp/grey_dr".
       01  WS-DR-MANIFEST-NAME         PIC X(128) VALUE SPACES.
       01  WS-FILE-ENV                 PIC X(64)  VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-LIST-EOF                 PIC X      VALUE "N".
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-TODAY-TS                 PIC X(10)  VALUE SPACES.

       01  WS-DRYRUN-ENV               PIC X      VALUE SPACES.
       01  WS-DRY-RUN-PASS             PIC X      VALUE "N".
           88  WS-IS-DRY-RUN                      VALUE "Y".

      ******************************************************************
      * The policy lines
      ******************************************************************
       01  WS-POLICY-TABLE.
           05  WS-PL-COUNT              PIC 9(3)  VALUE 0.
           05  WS-PL-ENTRY OCCURS 100 TIMES.
               10  WS-PL-PATTERN        PIC X(128).
               10  WS-PL-KEEP           PIC 9(5).
               10  WS-PL-KEEP-KIND      PIC X.
                   88  WS-PL-KEEP-DAYS            VALUE "D".
                   88  WS-PL-KEEP-GENS            VALUE "G".
               10  WS-PL-ACTION         PIC X(8).
               10  WS-PL-PROTECTED      PIC X.
       01  WS-PL-IDX                   PIC 9(3)   VALUE 0.
       01  WS-REC-PATTERN              PIC X(128) VALUE SPACES.
       01  WS-REC-KEEP                 PIC X(8)   VALUE SPACES.
       01  WS-REC-ACTION               PIC X(16)  VALUE SPACES.
       01  WS-REC-PROTECTED            PIC X(4)   VALUE SPACES.
       01  WS-KEEP-LEN                 PIC 9(2)   VALUE 0.
       01  WS-BAD-POLICY-COUNT         PIC 9(3)   VALUE 0.

      ******************************************************************
      * Guarded files - protected by policy or referenced by a
      * catalog or the DR manifest - with the reason each is kept
      ******************************************************************
       01  WS-GUARD-TABLE.
           05  WS-GD-COUNT              PIC 9(4)  VALUE 0.
           05  WS-GD-ENTRY OCCURS 3000 TIMES.
               10  WS-GD-PATH           PIC X(128).
               10  WS-GD-REASON         PIC X(24).
       01  WS-GD-IDX                   PIC 9(4)   VALUE 0.
       01  WS-GD-NEW-PATH              PIC X(128) VALUE SPACES.
       01  WS-GD-NEW-REASON            PIC X(24)  VALUE SPACES.
       01  WS-REF-F1                   PIC X(128) VALUE SPACES.
       01  WS-REF-F2                   PIC X(128) VALUE SPACES.
       01  WS-REF-F3                   PIC X(128) VALUE SPACES.

      ******************************************************************
      * Legal holds in force
      ******************************************************************
       01  WS-HOLD-LIST.
           05  WS-HL-COUNT              PIC 9(4)  VALUE 0.
           05  WS-HL-ENTRY OCCURS 500 TIMES.
               10  WS-HL-SUBJECT        PIC X(64).
               10  WS-HL-MATTER         PIC X(32).
       01  WS-HL-IDX                   PIC 9(4)   VALUE 0.
       01  WS-SUBJECT-LEN              PIC 9(3)   VALUE 0.
       01  WS-NAME-TALLY               PIC 9(3)   VALUE 0.
       01  WS-HELD-SUBJECT             PIC X(64)  VALUE SPACES.
       01  WS-JOB-NAME                 PIC X(32)
               VALUE "WORK-FILE-HOUSEKEEPING".
       01  WS-HOLD-ACTION              PIC X(16)  VALUE "HOUSEKEEP".
       01  WS-HOLD-OWNER               PIC X(64)  VALUE SPACES.
       01  WS-HOLD-FLAG                PIC X      VALUE "N".
       01  WS-HOLD-MATTER              PIC X(32)  VALUE SPACES.

      ******************************************************************
      * One candidate file ("age-days|bytes|path", newest first)
      ******************************************************************
       01  WS-CAND-AGE-TEXT            PIC X(10)  VALUE SPACES.
       01  WS-CAND-SIZE-TEXT           PIC X(15)  VALUE SPACES.
       01  WS-CAND-NAME                PIC X(128) VALUE SPACES.
       01  WS-CAND-AGE                 PIC 9(6)   VALUE 0.
       01  WS-CAND-SIZE                PIC 9(15)  VALUE 0.
       01  WS-CAND-GEN                 PIC 9(5)   VALUE 0.
       01  WS-CAND-LEN                 PIC 9(3)   VALUE 0.
       01  WS-CAND-DUE                 PIC X      VALUE "N".
       01  WS-NEW-SIZE                 PIC 9(15)  VALUE 0.
       01  WS-RECLAIMED                PIC 9(15)  VALUE 0.
       01  WS-LINE-ACTION              PIC X(16)  VALUE SPACES.
       01  WS-LINE-REASON              PIC X(128) VALUE SPACES.

       01  WS-COMMAND                  PIC X(600) VALUE SPACES.
       01  WS-SHELL-RC                 PIC S9(8)  VALUE 0.

       01  WS-COMPRESSED-COUNT         PIC 9(6)   VALUE 0.
       01  WS-DELETED-COUNT            PIC 9(6)   VALUE 0.
       01  WS-SKIPPED-COUNT            PIC 9(6)   VALUE 0.
       01  WS-FAILED-COUNT             PIC 9(6)   VALUE 0.
       01  WS-KEPT-COUNT               PIC 9(6)   VALUE 0.
       01  WS-EXAMINED-COUNT           PIC 9(6)   VALUE 0.
       01  WS-TOTAL-RECLAIMED          PIC 9(15)  VALUE 0.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "WORK-FILE-HOUSEKEEPING".
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
           DISPLAY "=== Grey Work File Housekeeping ==="
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE SPACES TO WS-TODAY-TS
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-TS

           ACCEPT WS-FILE-ENV
               FROM ENVIRONMENT "GREY_HOUSEKEEPING_POLICY"
           IF WS-FILE-ENV NOT = SPACES
               MOVE WS-FILE-ENV TO WS-POLICY-FILE-NAME
           END-IF
           MOVE SPACES TO WS-FILE-ENV
           ACCEPT WS-FILE-ENV FROM ENVIRONMENT "GREY_DR_DIR"
           IF WS-FILE-ENV NOT = SPACES
               MOVE WS-FILE-ENV TO WS-DR-DIR
           END-IF
           ACCEPT WS-DRYRUN-ENV
               FROM ENVIRONMENT "GREY_HOUSEKEEPING_DRYRUN"
           IF WS-DRYRUN-ENV = "Y"
               MOVE "Y" TO WS-DRY-RUN-PASS
               DISPLAY "Dry run - nothing is compressed or deleted"
           END-IF

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

           PERFORM LOAD-POLICY
           IF WS-POLICY-FILE-STATUS NOT = "00"
               DISPLAY "No housekeeping policy " WS-POLICY-FILE-NAME
               MOVE "work file housekeeping has no policy file"
                   TO WS-RES-ERR-MSG
               PERFORM NOTIFY-ABEND
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF

           PERFORM LOAD-GUARDS
           PERFORM LOAD-HOLD-SUBJECTS

           OPEN OUTPUT MANIFEST-FILE
           MOVE SPACES TO WS-MANIFEST-LINE
           STRING "WORK-FILE-HOUSEKEEPING|RUN_DATE=" DELIMITED BY SIZE
                  WS-TODAY-TS DELIMITED BY SIZE
                  "|DRY_RUN=" DELIMITED BY SIZE
                  WS-DRY-RUN-PASS DELIMITED BY SIZE
                  INTO WS-MANIFEST-LINE
           PERFORM WRITE-MANIFEST-LINE
           MOVE "ACTION|FILE|AGE_DAYS|BYTES|RECLAIMED|REASON"
               TO WS-MANIFEST-LINE
           PERFORM WRITE-MANIFEST-LINE

           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                       UNTIL WS-PL-IDX > WS-PL-COUNT
               IF WS-PL-PROTECTED(WS-PL-IDX) NOT = "Y"
                   PERFORM SWEEP-ONE-POLICY
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-MANIFEST-LINE
           STRING "TOTAL|COMPRESSED=" DELIMITED BY SIZE
                  WS-COMPRESSED-COUNT DELIMITED BY SIZE
                  "|DELETED=" DELIMITED BY SIZE
                  WS-DELETED-COUNT DELIMITED BY SIZE
                  "|SKIPPED=" DELIMITED BY SIZE
                  WS-SKIPPED-COUNT DELIMITED BY SIZE
                  "|FAILED=" DELIMITED BY SIZE
                  WS-FAILED-COUNT DELIMITED BY SIZE
                  "|KEPT=" DELIMITED BY SIZE
                  WS-KEPT-COUNT DELIMITED BY SIZE
                  "|RECLAIMED_BYTES=" DELIMITED BY SIZE
                  WS-TOTAL-RECLAIMED DELIMITED BY SIZE
                  INTO WS-MANIFEST-LINE
           PERFORM WRITE-MANIFEST-LINE
           CLOSE MANIFEST-FILE

           DISPLAY "Housekeeping complete. Compressed: "
                   WS-COMPRESSED-COUNT
                   " Deleted: " WS-DELETED-COUNT
                   " Skipped: " WS-SKIPPED-COUNT
                   " Failed: " WS-FAILED-COUNT
                   " Kept: " WS-KEPT-COUNT
           DISPLAY "Space reclaimed (bytes): " WS-TOTAL-RECLAIMED

           IF WS-FAILED-COUNT > 0
               MOVE "WARNING" TO WS-NOTIFY-SEVERITY
               MOVE "work file housekeeping actions failed"
                   TO WS-NOTIFY-SUMMARY
               MOVE SPACES TO WS-NOTIFY-DETAIL
               STRING "failed: " DELIMITED BY SIZE
                      WS-FAILED-COUNT DELIMITED BY SIZE
                      " - see " DELIMITED BY SIZE
                      WS-MANIFEST-NAME DELIMITED BY SPACE
                      INTO WS-NOTIFY-DETAIL
               CALL "NOTIFY-SPOOL-WRITE" USING WS-NOTIFY-SEVERITY
                                               WS-HIST-JOB-NAME
                                               WS-NOTIFY-SUMMARY
                                               WS-NOTIFY-DETAIL
                                               WS-HIST-CID
           END-IF

           MOVE WS-EXAMINED-COUNT TO WS-HIST-READ
           COMPUTE WS-HIST-OK = WS-COMPRESSED-COUNT + WS-DELETED-COUNT
           MOVE WS-FAILED-COUNT TO WS-HIST-FAIL
           MOVE 0 TO RETURN-CODE
           IF WS-FAILED-COUNT > 0 OR WS-BAD-POLICY-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           STOP RUN.

      ******************************************************************
      * LOAD-POLICY: Read the policy lines; an unusable line is
      * reported and left out
      ******************************************************************
       LOAD-POLICY.
           MOVE 0 TO WS-PL-COUNT
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ POLICY-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF POLICY-RECORD NOT = SPACES
                           AND POLICY-RECORD(1:1) NOT = "#"
                           PERFORM LOAD-ONE-POLICY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POLICY-FILE
           MOVE "00" TO WS-POLICY-FILE-STATUS.

       LOAD-ONE-POLICY.
           MOVE SPACES TO WS-REC-PATTERN WS-REC-KEEP WS-REC-ACTION
                          WS-REC-PROTECTED
           UNSTRING POLICY-RECORD DELIMITED BY "|"
               INTO WS-REC-PATTERN WS-REC-KEEP WS-REC-ACTION
                    WS-REC-PROTECTED
           MOVE FUNCTION TRIM(WS-REC-PATTERN) TO WS-REC-PATTERN
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REC-KEEP))
               TO WS-REC-KEEP
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REC-ACTION))
               TO WS-REC-ACTION
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REC-PROTECTED))
               TO WS-REC-PROTECTED

           IF WS-PL-COUNT >= 100
               DISPLAY "WARNING: housekeeping policy filled at 100 "
                       "lines - remaining lines ignored"
               ADD 1 TO WS-BAD-POLICY-COUNT
               EXIT PARAGRAPH
           END-IF
      *    A pattern must name a path - a bare "*" would sweep the
      *    job's working directory
           IF WS-REC-PATTERN(1:1) NOT = "/"
               DISPLAY "Policy line ignored - pattern is not a full "
                       "path: " FUNCTION TRIM(WS-REC-PATTERN)
               ADD 1 TO WS-BAD-POLICY-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PL-COUNT
           MOVE WS-REC-PATTERN TO WS-PL-PATTERN(WS-PL-COUNT)
           MOVE 0 TO WS-PL-KEEP(WS-PL-COUNT)
           MOVE "D" TO WS-PL-KEEP-KIND(WS-PL-COUNT)
           MOVE WS-REC-ACTION TO WS-PL-ACTION(WS-PL-COUNT)
           MOVE "N" TO WS-PL-PROTECTED(WS-PL-COUNT)
           IF WS-REC-PROTECTED = "Y"
               MOVE "Y" TO WS-PL-PROTECTED(WS-PL-COUNT)
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-KEEP-LEN
           INSPECT WS-REC-KEEP TALLYING WS-KEEP-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-KEEP-LEN > 1
               AND (WS-REC-KEEP(WS-KEEP-LEN:1) = "D"
                    OR WS-REC-KEEP(WS-KEEP-LEN:1) = "G")
               MOVE WS-REC-KEEP(WS-KEEP-LEN:1)
                   TO WS-PL-KEEP-KIND(WS-PL-COUNT)
               MOVE SPACE TO WS-REC-KEEP(WS-KEEP-LEN:1)
               SUBTRACT 1 FROM WS-KEEP-LEN
           END-IF
           IF WS-KEEP-LEN = 0
               OR WS-KEEP-LEN > 5
               OR WS-REC-KEEP(1:WS-KEEP-LEN) IS NOT NUMERIC
               OR (WS-REC-ACTION NOT = "COMPRESS"
                   AND WS-REC-ACTION NOT = "DELETE")
               DISPLAY "Policy line ignored - keep or action not "
                       "understood: " FUNCTION TRIM(POLICY-RECORD)
               ADD 1 TO WS-BAD-POLICY-COUNT
               SUBTRACT 1 FROM WS-PL-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PL-KEEP(WS-PL-COUNT) =
               FUNCTION NUMVAL(WS-REC-KEEP(1:WS-KEEP-LEN)).

      ******************************************************************
      * LOAD-GUARDS: Everything no policy line may touch - the files
      * the protected lines match, the catalogs' and the DR
      * manifest's references, and those control files themselves
      ******************************************************************
       LOAD-GUARDS.
           MOVE 0 TO WS-GD-COUNT
           MOVE "CONTROL-FILE" TO WS-GD-NEW-REASON
           MOVE WS-POLICY-FILE-NAME TO WS-GD-NEW-PATH
           PERFORM ADD-GUARD
           MOVE WS-SNAPSHOT-CATALOG-NAME TO WS-GD-NEW-PATH
           PERFORM ADD-GUARD
           MOVE WS-NIGHT-CATALOG-NAME TO WS-GD-NEW-PATH
           PERFORM ADD-GUARD
           MOVE SPACES TO WS-DR-MANIFEST-NAME
           STRING WS-DR-DIR DELIMITED BY SPACE
                  "/manifest.txt" DELIMITED BY SIZE
                  INTO WS-DR-MANIFEST-NAME
           MOVE WS-DR-MANIFEST-NAME TO WS-GD-NEW-PATH
           PERFORM ADD-GUARD

      *    Files the protected policy lines match
           MOVE "PROTECTED" TO WS-GD-NEW-REASON
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                       UNTIL WS-PL-IDX > WS-PL-COUNT
               IF WS-PL-PROTECTED(WS-PL-IDX) = "Y"
                   PERFORM LIST-POLICY-FILES
                   PERFORM GUARD-LISTED-FILES
               END-IF
           END-PERFORM

      *    Snapshot generations the catalog lists (one path a line)
           MOVE "SNAPSHOT-CATALOG" TO WS-GD-NEW-REASON
           MOVE WS-SNAPSHOT-CATALOG-NAME TO WS-REF-FILE-NAME
           OPEN INPUT REF-FILE
           IF WS-REF-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ REF-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE REF-RECORD TO WS-GD-NEW-PATH
                           PERFORM ADD-GUARD
                   END-READ
               END-PERFORM
               CLOSE REF-FILE
           END-IF

      *    Delta nights DELTA-PUBLISHER still serves
      *    ("night|tenant|file")
           MOVE "DELTA-CATALOG" TO WS-GD-NEW-REASON
           MOVE WS-NIGHT-CATALOG-NAME TO WS-REF-FILE-NAME
           OPEN INPUT REF-FILE
           IF WS-REF-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ REF-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-REF-F1 WS-REF-F2 WS-REF-F3
                           UNSTRING REF-RECORD DELIMITED BY "|"
                               INTO WS-REF-F1 WS-REF-F2 WS-REF-F3
                           MOVE WS-REF-F3 TO WS-GD-NEW-PATH
                           PERFORM ADD-GUARD
                   END-READ
               END-PERFORM
               CLOSE REF-FILE
           END-IF

      *    The DR manifest's unload files (in the DR directory) and
      *    the live files they restore to
      *    ("name|unload-file|restore-path|records|checksum")
           MOVE "DR-MANIFEST" TO WS-GD-NEW-REASON
           MOVE WS-DR-MANIFEST-NAME TO WS-REF-FILE-NAME
           OPEN INPUT REF-FILE
           IF WS-REF-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ REF-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM GUARD-DR-MANIFEST-LINE
                   END-READ
               END-PERFORM
               CLOSE REF-FILE
           END-IF
           DISPLAY "Guarded files: " WS-GD-COUNT.

       GUARD-DR-MANIFEST-LINE.
           MOVE SPACES TO WS-REF-F1 WS-REF-F2 WS-REF-F3
           UNSTRING REF-RECORD DELIMITED BY "|"
               INTO WS-REF-F1 WS-REF-F2 WS-REF-F3
           IF WS-REF-F2 NOT = SPACES
               MOVE SPACES TO WS-GD-NEW-PATH
               IF WS-REF-F2(1:1) = "/"
                   MOVE WS-REF-F2 TO WS-GD-NEW-PATH
               ELSE
                   STRING WS-DR-DIR DELIMITED BY SPACE
                          "/" DELIMITED BY SIZE
                          WS-REF-F2 DELIMITED BY SPACE
                          INTO WS-GD-NEW-PATH
               END-IF
               PERFORM ADD-GUARD
           END-IF
           MOVE WS-REF-F3 TO WS-GD-NEW-PATH
           PERFORM ADD-GUARD.

      ******************************************************************
      * GUARD-LISTED-FILES: Guard every file in the candidate list
      ******************************************************************
       GUARD-LISTED-FILES.
           OPEN INPUT CANDIDATE-LIST-FILE
           IF WS-CANDIDATE-LIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LIST-EOF
           PERFORM UNTIL WS-LIST-EOF = "Y"
               READ CANDIDATE-LIST-FILE
                   AT END MOVE "Y" TO WS-LIST-EOF
                   NOT AT END
                       PERFORM SPLIT-CANDIDATE
                       MOVE WS-CAND-NAME TO WS-GD-NEW-PATH
                       PERFORM ADD-GUARD
               END-READ
           END-PERFORM
           CLOSE CANDIDATE-LIST-FILE.

       ADD-GUARD.
           MOVE FUNCTION TRIM(WS-GD-NEW-PATH) TO WS-GD-NEW-PATH
           IF WS-GD-NEW-PATH = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-GD-COUNT >= 3000
               DISPLAY "WARNING: guarded file table full at 3000"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GD-COUNT
           MOVE WS-GD-NEW-PATH TO WS-GD-PATH(WS-GD-COUNT)
           MOVE WS-GD-NEW-REASON TO WS-GD-REASON(WS-GD-COUNT).

      ******************************************************************
      * LOAD-HOLD-SUBJECTS: The subjects of holds in force, also
      * written one a line for the content search
      ******************************************************************
       LOAD-HOLD-SUBJECTS.
           CALL "HOLD-LIST-IN-FORCE" USING WS-HOLD-LIST
           IF WS-HL-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Legal holds in force: " WS-HL-COUNT
           OPEN OUTPUT SUBJECT-FILE
           PERFORM VARYING WS-HL-IDX FROM 1 BY 1
                       UNTIL WS-HL-IDX > WS-HL-COUNT
               MOVE WS-HL-SUBJECT(WS-HL-IDX) TO SUBJECT-RECORD
               WRITE SUBJECT-RECORD
           END-PERFORM
           CLOSE SUBJECT-FILE.

      ******************************************************************
      * LIST-POLICY-FILES: Enumerate the regular files the policy
      * line's pattern matches into the candidate list, newest first,
      * as "age-days|bytes|path"
      ******************************************************************
       LIST-POLICY-FILES.
           MOVE SPACES TO WS-COMMAND
           STRING "n=$(date +%s); for f in " DELIMITED BY SIZE
                  WS-PL-PATTERN(WS-PL-IDX) DELIMITED BY SPACE
                  "; do [ -f ""$f"" ] && " DELIMITED BY SIZE
                  "stat -c '%Y|%s|%n' ""$f""; done 2>/dev/null"
                      DELIMITED BY SIZE
                  " | sort -t'|' -k1,1nr" DELIMITED BY SIZE
                  " | awk -F'|' -v OFS='|' -v n=$n" DELIMITED BY SIZE
                  " '{print int((n-$1)/86400),$2,$3}' > "
                      DELIMITED BY SIZE
                  WS-CANDIDATE-LIST-NAME DELIMITED BY SPACE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE 0 TO RETURN-CODE.

      ******************************************************************
      * SWEEP-ONE-POLICY: Age every file one policy line matches and
      * compress or delete those past its keep horizon
      ******************************************************************
       SWEEP-ONE-POLICY.
           PERFORM LIST-POLICY-FILES
           OPEN INPUT CANDIDATE-LIST-FILE
           IF WS-CANDIDATE-LIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CAND-GEN
           MOVE "N" TO WS-LIST-EOF
           PERFORM UNTIL WS-LIST-EOF = "Y"
               READ CANDIDATE-LIST-FILE
                   AT END MOVE "Y" TO WS-LIST-EOF
                   NOT AT END
                       IF CANDIDATE-LIST-RECORD NOT = SPACES
                           ADD 1 TO WS-CAND-GEN
                           PERFORM SPLIT-CANDIDATE
                           PERFORM SWEEP-ONE-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CANDIDATE-LIST-FILE.

       SPLIT-CANDIDATE.
           MOVE SPACES TO WS-CAND-AGE-TEXT WS-CAND-SIZE-TEXT
                          WS-CAND-NAME
           UNSTRING CANDIDATE-LIST-RECORD DELIMITED BY "|"
               INTO WS-CAND-AGE-TEXT WS-CAND-SIZE-TEXT WS-CAND-NAME
           MOVE 0 TO WS-CAND-AGE WS-CAND-SIZE
           IF FUNCTION TRIM(WS-CAND-AGE-TEXT) IS NUMERIC
               COMPUTE WS-CAND-AGE = FUNCTION NUMVAL(WS-CAND-AGE-TEXT)
           END-IF
           IF FUNCTION TRIM(WS-CAND-SIZE-TEXT) IS NUMERIC
               COMPUTE WS-CAND-SIZE =
                   FUNCTION NUMVAL(WS-CAND-SIZE-TEXT)
           END-IF
           MOVE 128 TO WS-CAND-LEN
           PERFORM UNTIL WS-CAND-LEN = 0
                      OR WS-CAND-NAME(WS-CAND-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CAND-LEN
           END-PERFORM.

      ******************************************************************
      * SWEEP-ONE-FILE: Keep, skip, or act on one matched file
      ******************************************************************
       SWEEP-ONE-FILE.
           IF WS-CAND-LEN = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXAMINED-COUNT

           MOVE "N" TO WS-CAND-DUE
           IF WS-PL-KEEP-GENS(WS-PL-IDX)
               IF WS-CAND-GEN > WS-PL-KEEP(WS-PL-IDX)
                   MOVE "Y" TO WS-CAND-DUE
               END-IF
           ELSE
               IF WS-CAND-AGE > WS-PL-KEEP(WS-PL-IDX)
                   MOVE "Y" TO WS-CAND-DUE
               END-IF
           END-IF
      *    Compressing what is already compressed gains nothing
           IF WS-PL-ACTION(WS-PL-IDX) = "COMPRESS"
               AND WS-CAND-LEN > 3
               AND WS-CAND-NAME(WS-CAND-LEN - 2:3) = ".gz"
               MOVE "N" TO WS-CAND-DUE
           END-IF
           IF WS-CAND-DUE NOT = "Y"
               ADD 1 TO WS-KEPT-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LINE-REASON
           PERFORM CHECK-GUARDS
           IF WS-LINE-REASON NOT = SPACES
               MOVE "SKIPPED" TO WS-LINE-ACTION
               MOVE 0 TO WS-RECLAIMED
               ADD 1 TO WS-SKIPPED-COUNT
               PERFORM WRITE-FILE-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LINE-REASON
           STRING WS-PL-PATTERN(WS-PL-IDX) DELIMITED BY SPACE
                  " keep " DELIMITED BY SIZE
                  WS-PL-KEEP(WS-PL-IDX) DELIMITED BY SIZE
                  WS-PL-KEEP-KIND(WS-PL-IDX) DELIMITED BY SIZE
                  INTO WS-LINE-REASON
           IF WS-IS-DRY-RUN
               MOVE SPACES TO WS-LINE-ACTION
               STRING "WOULD-" DELIMITED BY SIZE
                      WS-PL-ACTION(WS-PL-IDX) DELIMITED BY SPACE
                      INTO WS-LINE-ACTION
               MOVE 0 TO WS-RECLAIMED
               PERFORM WRITE-FILE-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-PL-ACTION(WS-PL-IDX) = "DELETE"
               PERFORM DELETE-CANDIDATE
           ELSE
               PERFORM COMPRESS-CANDIDATE
           END-IF
           PERFORM WRITE-FILE-LINE.

      ******************************************************************
      * CHECK-GUARDS: WS-LINE-REASON set to why the file must be left
      * alone (spaces when it may be acted on)
      ******************************************************************
       CHECK-GUARDS.
           IF WS-CAND-NAME(1:16) = "/tmp/grey_audit_"
               MOVE "AUDIT-LOG - left to AUDIT-RETENTION"
                   TO WS-LINE-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-CAND-NAME(1:24) = "/tmp/grey_report_archive"
               MOVE "REPORT-ARCHIVE - left to REPORT-ARCHIVE-PURGE"
                   TO WS-LINE-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-GD-IDX FROM 1 BY 1
                       UNTIL WS-GD-IDX > WS-GD-COUNT
               IF WS-GD-PATH(WS-GD-IDX) = WS-CAND-NAME
                   MOVE WS-GD-REASON(WS-GD-IDX) TO WS-LINE-REASON
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WS-HL-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HELD-SUBJECT
      *    A held subject in the file's name...
           PERFORM VARYING WS-HL-IDX FROM 1 BY 1
                       UNTIL WS-HL-IDX > WS-HL-COUNT
                          OR WS-HELD-SUBJECT NOT = SPACES
               MOVE 64 TO WS-SUBJECT-LEN
               PERFORM UNTIL WS-SUBJECT-LEN = 0
                   OR WS-HL-SUBJECT(WS-HL-IDX)(WS-SUBJECT-LEN:1)
                      NOT = SPACE
                   SUBTRACT 1 FROM WS-SUBJECT-LEN
               END-PERFORM
               IF WS-SUBJECT-LEN > 0
                   MOVE 0 TO WS-NAME-TALLY
                   INSPECT WS-CAND-NAME TALLYING WS-NAME-TALLY
                       FOR ALL WS-HL-SUBJECT(WS-HL-IDX)
                                            (1:WS-SUBJECT-LEN)
                   IF WS-NAME-TALLY > 0
                       MOVE WS-HL-SUBJECT(WS-HL-IDX)
                           TO WS-HELD-SUBJECT
                   END-IF
               END-IF
           END-PERFORM
      *    ...or anywhere in its content
           IF WS-HELD-SUBJECT = SPACES
               PERFORM SEARCH-CONTENT-FOR-HOLDS
           END-IF
           IF WS-HELD-SUBJECT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-HOLD-MATTER
           PERFORM VARYING WS-HL-IDX FROM 1 BY 1
                       UNTIL WS-HL-IDX > WS-HL-COUNT
               IF WS-HL-SUBJECT(WS-HL-IDX) = WS-HELD-SUBJECT
                   MOVE WS-HL-MATTER(WS-HL-IDX) TO WS-HOLD-MATTER
                   EXIT PERFORM
               END-IF
           END-PERFORM
      *    A real refusal goes on the hold register; a dry run only
      *    reports it
           IF NOT WS-IS-DRY-RUN
               CALL "HOLD-CHECK" USING WS-JOB-NAME WS-HOLD-ACTION
                                       WS-HELD-SUBJECT WS-HOLD-OWNER
                                       WS-HOLD-FLAG WS-HOLD-MATTER
                                       WS-RESULT-ERROR
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-LINE-REASON
           STRING "LEGAL-HOLD " DELIMITED BY SIZE
                  WS-HOLD-MATTER DELIMITED BY SPACE
                  " on " DELIMITED BY SIZE
                  WS-HELD-SUBJECT DELIMITED BY SPACE
                  INTO WS-LINE-REASON.

      ******************************************************************
      * SEARCH-CONTENT-FOR-HOLDS: First held subject found in the
      * file's content (compressed files are searched uncompressed)
      ******************************************************************
       SEARCH-CONTENT-FOR-HOLDS.
           MOVE SPACES TO WS-COMMAND
           IF WS-CAND-LEN > 3
               AND WS-CAND-NAME(WS-CAND-LEN - 2:3) = ".gz"
               STRING "zcat " DELIMITED BY SIZE
                      WS-CAND-NAME(1:WS-CAND-LEN) DELIMITED BY SIZE
                      " 2>/dev/null | grep -a -o -F -f "
                          DELIMITED BY SIZE
                      WS-SUBJECT-FILE-NAME DELIMITED BY SPACE
                      " | head -1 > " DELIMITED BY SIZE
                      WS-HIT-FILE-NAME DELIMITED BY SPACE
                      INTO WS-COMMAND
           ELSE
               STRING "grep -a -o -F -f " DELIMITED BY SIZE
                      WS-SUBJECT-FILE-NAME DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-CAND-NAME(1:WS-CAND-LEN) DELIMITED BY SIZE
                      " 2>/dev/null | head -1 > " DELIMITED BY SIZE
                      WS-HIT-FILE-NAME DELIMITED BY SPACE
                      INTO WS-COMMAND
           END-IF
           CALL "SYSTEM" USING WS-COMMAND
           MOVE 0 TO RETURN-CODE

           MOVE WS-HIT-FILE-NAME TO WS-REF-FILE-NAME
           OPEN INPUT REF-FILE
           IF WS-REF-FILE-STATUS = "00"
               READ REF-FILE
                   NOT AT END
                       MOVE REF-RECORD TO WS-HELD-SUBJECT
               END-READ
               CLOSE REF-FILE
           END-IF.

      ******************************************************************
      * DELETE-CANDIDATE / COMPRESS-CANDIDATE: Act on the file and
      * account for the space it gave back
      ******************************************************************
       DELETE-CANDIDATE.
           MOVE SPACES TO WS-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  WS-CAND-NAME(1:WS-CAND-LEN) DELIMITED BY SIZE
                  " && [ ! -e " DELIMITED BY SIZE
                  WS-CAND-NAME(1:WS-CAND-LEN) DELIMITED BY SIZE
                  " ]" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-SHELL-RC
           MOVE 0 TO RETURN-CODE
           IF WS-SHELL-RC = 0
               MOVE "DELETED" TO WS-LINE-ACTION
               MOVE WS-CAND-SIZE TO WS-RECLAIMED
               ADD 1 TO WS-DELETED-COUNT
               ADD WS-RECLAIMED TO WS-TOTAL-RECLAIMED
           ELSE
               MOVE "FAILED" TO WS-LINE-ACTION
               MOVE 0 TO WS-RECLAIMED
               ADD 1 TO WS-FAILED-COUNT
           END-IF.

       COMPRESS-CANDIDATE.
           MOVE SPACES TO WS-COMMAND
           STRING "gzip -f " DELIMITED BY SIZE
                  WS-CAND-NAME(1:WS-CAND-LEN) DELIMITED BY SIZE
                  " && stat -c %s " DELIMITED BY SIZE
                  WS-CAND-NAME(1:WS-CAND-LEN) DELIMITED BY SIZE
                  ".gz > " DELIMITED BY SIZE
                  WS-HIT-FILE-NAME DELIMITED BY SPACE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-SHELL-RC
           MOVE 0 TO RETURN-CODE
           IF WS-SHELL-RC NOT = 0
               MOVE "FAILED" TO WS-LINE-ACTION
               MOVE 0 TO WS-RECLAIMED
               ADD 1 TO WS-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CAND-SIZE TO WS-NEW-SIZE
           MOVE WS-HIT-FILE-NAME TO WS-REF-FILE-NAME
           OPEN INPUT REF-FILE
           IF WS-REF-FILE-STATUS = "00"
               READ REF-FILE
                   NOT AT END
                       IF FUNCTION TRIM(REF-RECORD) IS NUMERIC
                           COMPUTE WS-NEW-SIZE =
                               FUNCTION NUMVAL(REF-RECORD)
                       END-IF
               END-READ
               CLOSE REF-FILE
           END-IF
           MOVE 0 TO WS-RECLAIMED
           IF WS-CAND-SIZE > WS-NEW-SIZE
               COMPUTE WS-RECLAIMED = WS-CAND-SIZE - WS-NEW-SIZE
           END-IF
           MOVE "COMPRESSED" TO WS-LINE-ACTION
           ADD 1 TO WS-COMPRESSED-COUNT
           ADD WS-RECLAIMED TO WS-TOTAL-RECLAIMED.

      ******************************************************************
      * WRITE-FILE-LINE: One manifest line for a file acted on or
      * skipped
      ******************************************************************
       WRITE-FILE-LINE.
           MOVE SPACES TO WS-MANIFEST-LINE
           STRING WS-LINE-ACTION DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-CAND-NAME(1:WS-CAND-LEN) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CAND-AGE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CAND-SIZE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-RECLAIMED DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-LINE-REASON DELIMITED BY "  "
                  INTO WS-MANIFEST-LINE
           PERFORM WRITE-MANIFEST-LINE.

       WRITE-MANIFEST-LINE.
           MOVE WS-MANIFEST-LINE TO MANIFEST-RECORD
           WRITE MANIFEST-RECORD.

      ******************************************************************
      * RECORD-RUN-HISTORY: One standard history record for this run
      ******************************************************************
       RECORD-RUN-HISTORY.
           CALL "RUN-HISTORY-END" USING WS-HIST-JOB-NAME
                                        WS-HIST-READ
                                        WS-HIST-OK
                                        WS-HIST-FAIL
                                        RETURN-CODE
                                        WS-HIST-CID.

      ******************************************************************
      * NOTIFY-ABEND: Spool a notification for the failure the run
      * just hit (performed wherever the job marks itself failed)
      ******************************************************************
       NOTIFY-ABEND.
           MOVE "ERROR" TO WS-NOTIFY-SEVERITY
           MOVE "job failed - see job log and report"
               TO WS-NOTIFY-SUMMARY
           MOVE WS-RES-ERR-MSG TO WS-NOTIFY-DETAIL
           CALL "NOTIFY-SPOOL-WRITE-ERROR" USING
               WS-NOTIFY-SEVERITY
               WS-HIST-JOB-NAME
               WS-NOTIFY-SUMMARY
               WS-NOTIFY-DETAIL
               WS-HIST-CID
               WS-RES-ERR-CODE.

       END PROGRAM WORK-FILE-HOUSEKEEPING.
