      ******************************************************************
      * subject_access_export.cbl - Grey Subject Access Export
      * ERASURE-PURGE answers "delete my data"; this job answers "show
      * me everything you hold about me" without the grep hunt. It
      * takes a user ID (GREY_SAR_USER_ID), looks the person's
      * username and email up on the user master, and collects every
      * record in the suite's local files that names them - by user
      * ID, username or email - into one export.
      *
      * Sources searched:
      *   USER-MASTER        /tmp/grey_user_sync.txt
      *   PROJECT-MASTER     the indexed project master - projects
      *                      the person owns, read through the owner
      *                      key
      *   MEMBERSHIP         /tmp/grey_membership.txt
      *   MASTER-JOURNAL     the master change journal
      *                      (GREY_JOURNAL_FILE) - changes where the
      *                      person was the before or after owner
      *   RECERT-WORKSHEET   /tmp/grey_recert_worksheet.txt
      *   RECERT-ACTIONS     /tmp/grey_recert_actions.txt
      *   DORMANT-ACCOUNTS   /tmp/grey_dormant_accounts.txt
      *   HR-TERMINATIONS    /tmp/grey_hr_terminations.txt
      *   OFFBOARDING-STATE  /tmp/grey_offboarding_state.txt
      *   OFFBOARDING-REPORT /tmp/grey_offboarding_report.txt
      *   BREAKGLASS-LOG     /tmp/grey_breakglass_log.txt
      *   CONSOLE-AUDIT      the rolled audit logs and the live log -
      *                      console actions the person took
      *                      (":operator=<id>") or that were taken on
      *                      them (":<id>:")
      * In the pipe-delimited files a record is a hit when any one of
      * its fields is the user ID, the username or the email.
      *
      * Outputs:
      *   /tmp/grey_subject_access.txt           readable text, one
      *       section per source with each record found
      *   /tmp/grey_subject_access.json          the same as a JSON
      *       document - subject, generated, and a sources array of
      *       {source, file, present, records[], hits}
      *   /tmp/grey_subject_access_manifest.txt
      *       "MANIFEST|user-id|generated"
      *       "SOURCE|source|file|SEARCHED-or-NOT-PRESENT|hits"
      *       "TOTAL|files-searched|hits"
      *
      * RETURN-CODE 0 exported, 4 the user is not on the user master
      * (only the user ID could be searched for), 8 no user ID given
      * or an output cannot be written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJECT-ACCESS-EXPORT.

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

           SELECT SOURCE-FILE ASSIGN TO WS-SOURCE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.

           SELECT ROLLED-LIST-FILE ASSIGN TO WS-ROLLED-LIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROLLED-LIST-STATUS.

           SELECT TEXT-FILE ASSIGN TO WS-TEXT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TEXT-FILE-STATUS.

           SELECT JSON-FILE ASSIGN TO WS-JSON-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JSON-FILE-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYNC-MASTER-FILE.
       COPY GREYSYNC.

       FD  SOURCE-FILE.
       01  SOURCE-RECORD               PIC X(2000).

       FD  ROLLED-LIST-FILE.
       01  ROLLED-LIST-RECORD          PIC X(200).

       FD  TEXT-FILE.
       01  TEXT-RECORD                 PIC X(2100).

       FD  JSON-FILE.
       01  JSON-RECORD                 PIC X(4200).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD             PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-SYNC-FILE-NAME           PIC X(64)
               VALUE "/tmp/grey_project_master.dat".
       01  WS-SYNC-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-SOURCE-FILE-NAME         PIC X(64)  VALUE SPACES.
       01  WS-SOURCE-FILE-STATUS       PIC XX     VALUE SPACES.
       01  WS-ROLLED-LIST-NAME         PIC X(64)
               VALUE "/tmp/grey_sar_audit_list.txt".
       01  WS-ROLLED-LIST-STATUS       PIC XX     VALUE SPACES.
       01  WS-LIST-COMMAND             PIC X(256) VALUE SPACES.
       01  WS-TEXT-FILE-NAME           PIC X(64)
               VALUE "/tmp/grey_subject_access.txt".
       01  WS-TEXT-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-JSON-FILE-NAME           PIC X(64)
               VALUE "/tmp/grey_subject_access.json".
       01  WS-JSON-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-MANIFEST-NAME            PIC X(64)
               VALUE "/tmp/grey_subject_access_manifest.txt".
       01  WS-MANIFEST-STATUS          PIC XX     VALUE SPACES.
       01  WS-JOURNAL-FILE-NAME        PIC X(64)
               VALUE "/tmp/grey_master_journal.txt".
       01  WS-JOURNAL-FILE-ENV         PIC X(64)  VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-LIST-EOF                 PIC X      VALUE "N".
       01  WS-SAR-RC                   PIC 9(2)   VALUE 0.
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-TS                       PIC X(20)  VALUE SPACES.

      ******************************************************************
      * The person - the ID asked for, and the username and email the
      * user master holds for it
      ******************************************************************
       01  WS-SUBJECT-ID               PIC X(64)  VALUE SPACES.
       01  WS-SUBJECT-USERNAME         PIC X(256) VALUE SPACES.
       01  WS-SUBJECT-EMAIL            PIC X(256) VALUE SPACES.
       01  WS-SUBJECT-FOUND            PIC X      VALUE "N".
       01  WS-REC-ID                   PIC X(64)  VALUE SPACES.
       01  WS-REC-USERNAME             PIC X(256) VALUE SPACES.
       01  WS-REC-EMAIL                PIC X(256) VALUE SPACES.

      ******************************************************************
      * The pipe-delimited sources, searched field by field
      ******************************************************************
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 10 TIMES.
               10  WS-SRC-NAME          PIC X(24).
               10  WS-SRC-FILE          PIC X(64).
       01  WS-SRC-IDX                  PIC 9(2)   VALUE 0.

      ******************************************************************
      * One source being searched, for the manifest and the section
      * headers
      ******************************************************************
       01  WS-CUR-SOURCE               PIC X(24)  VALUE SPACES.
       01  WS-CUR-FILE                 PIC X(64)  VALUE SPACES.
       01  WS-CUR-PRESENT              PIC X      VALUE "N".
       01  WS-CUR-HITS                 PIC 9(7)   VALUE 0.
       01  WS-FILES-SEARCHED           PIC 9(5)   VALUE 0.
       01  WS-TOTAL-HITS               PIC 9(8)   VALUE 0.
       01  WS-FIRST-SOURCE             PIC X      VALUE "Y".

      ******************************************************************
      * Field-by-field match of one record
      ******************************************************************
       01  WS-MATCH-LINE               PIC X(2000) VALUE SPACES.
       01  WS-MATCH-LEN                PIC 9(4)   VALUE 0.
       01  WS-MATCH-PTR                PIC 9(4)   VALUE 0.
       01  WS-MATCH-FIELD              PIC X(2000) VALUE SPACES.
       01  WS-MATCH-HIT                PIC X      VALUE "N".
       01  WS-USERNAME-LEN             PIC 9(3)   VALUE 0.
       01  WS-EMAIL-LEN                PIC 9(3)   VALUE 0.

      ******************************************************************
      * Console attribution tokens in the audit log URLs
      ******************************************************************
       01  WS-TOKEN-OPERATOR-SP        PIC X(80)  VALUE SPACES.
       01  WS-TOKEN-OPERATOR-COLON     PIC X(80)  VALUE SPACES.
       01  WS-TOKEN-SUBJECT            PIC X(80)  VALUE SPACES.
       01  WS-TOKEN-LEN-OP             PIC 9(3)   VALUE 0.
       01  WS-TOKEN-LEN-SUBJ           PIC 9(3)   VALUE 0.
       01  WS-TOKEN-TALLY              PIC 9(4)   VALUE 0.

      ******************************************************************
      * Output lines
      ******************************************************************
       01  WS-TEXT-LINE                PIC X(2100) VALUE SPACES.
       01  WS-JSON-LINE                PIC X(4200) VALUE SPACES.
       01  WS-MANIFEST-LINE            PIC X(200) VALUE SPACES.
       01  WS-ESC-IN                   PIC X(2048) VALUE SPACES.
       01  WS-ESC-OUT                  PIC X(4096) VALUE SPACES.
       01  WS-ESC-LEN                  PIC 9(4)   VALUE 0.
       01  WS-HITS-TEXT                PIC Z(6)9.
       01  WS-COUNT-TEXT               PIC Z(7)9.
       01  WS-FIRST-RECORD             PIC X      VALUE "Y".

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "SUBJECT-ACCESS-EXPORT".
       01  WS-HIST-RUN-ID              PIC X(24)  VALUE SPACES.
       01  WS-HIST-READ                PIC 9(8)   VALUE 0.
       01  WS-HIST-OK                  PIC 9(8)   VALUE 0.
       01  WS-HIST-FAIL                PIC 9(8)   VALUE 0.
       01  WS-HIST-CID                 PIC X(40)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Subject Access Export ==="
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) "T"
                  WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2)
               DELIMITED BY SIZE INTO WS-TS

           CALL "RUN-HISTORY-START" USING WS-HIST-JOB-NAME
                                          WS-HIST-RUN-ID

           ACCEPT WS-SUBJECT-ID FROM ENVIRONMENT "GREY_SAR_USER_ID"
           IF WS-SUBJECT-ID = SPACES
               DISPLAY "GREY_SAR_USER_ID is required"
               MOVE 8 TO WS-SAR-RC
               PERFORM FINISH-RUN
           END-IF
           ACCEPT WS-JOURNAL-FILE-ENV
               FROM ENVIRONMENT "GREY_JOURNAL_FILE"
           IF WS-JOURNAL-FILE-ENV NOT = SPACES
               MOVE WS-JOURNAL-FILE-ENV TO WS-JOURNAL-FILE-NAME
           END-IF

           PERFORM RESOLVE-SUBJECT
           IF WS-SUBJECT-FOUND NOT = "Y"
               DISPLAY "User " FUNCTION TRIM(WS-SUBJECT-ID)
                       " is not on the user master - username and "
                       "email unknown, searching by user ID only"
               MOVE 4 TO WS-SAR-RC
           END-IF

           OPEN OUTPUT TEXT-FILE
           OPEN OUTPUT JSON-FILE
           OPEN OUTPUT MANIFEST-FILE
           IF WS-TEXT-FILE-STATUS NOT = "00"
               OR WS-JSON-FILE-STATUS NOT = "00"
               OR WS-MANIFEST-STATUS NOT = "00"
               DISPLAY "Cannot write the export files"
               MOVE 8 TO WS-SAR-RC
               PERFORM FINISH-RUN
           END-IF

           PERFORM WRITE-EXPORT-HEADERS

           MOVE "USER-MASTER" TO WS-SRC-NAME(1)
           MOVE "/tmp/grey_user_sync.txt" TO WS-SRC-FILE(1)
           MOVE "MEMBERSHIP" TO WS-SRC-NAME(2)
           MOVE "/tmp/grey_membership.txt" TO WS-SRC-FILE(2)
           MOVE "MASTER-JOURNAL" TO WS-SRC-NAME(3)
           MOVE WS-JOURNAL-FILE-NAME TO WS-SRC-FILE(3)
           MOVE "RECERT-WORKSHEET" TO WS-SRC-NAME(4)
           MOVE "/tmp/grey_recert_worksheet.txt" TO WS-SRC-FILE(4)
           MOVE "RECERT-ACTIONS" TO WS-SRC-NAME(5)
           MOVE "/tmp/grey_recert_actions.txt" TO WS-SRC-FILE(5)
           MOVE "DORMANT-ACCOUNTS" TO WS-SRC-NAME(6)
           MOVE "/tmp/grey_dormant_accounts.txt" TO WS-SRC-FILE(6)
           MOVE "HR-TERMINATIONS" TO WS-SRC-NAME(7)
           MOVE "/tmp/grey_hr_terminations.txt" TO WS-SRC-FILE(7)
           MOVE "OFFBOARDING-STATE" TO WS-SRC-NAME(8)
           MOVE "/tmp/grey_offboarding_state.txt" TO WS-SRC-FILE(8)
           MOVE "OFFBOARDING-REPORT" TO WS-SRC-NAME(9)
           MOVE "/tmp/grey_offboarding_report.txt" TO WS-SRC-FILE(9)
           MOVE "BREAKGLASS-LOG" TO WS-SRC-NAME(10)
           MOVE "/tmp/grey_breakglass_log.txt" TO WS-SRC-FILE(10)

           MOVE WS-SRC-NAME(1) TO WS-CUR-SOURCE
           MOVE WS-SRC-FILE(1) TO WS-CUR-FILE
           PERFORM SEARCH-DELIMITED-FILE

           PERFORM SEARCH-PROJECT-MASTER

           PERFORM VARYING WS-SRC-IDX FROM 2 BY 1
                   UNTIL WS-SRC-IDX > 10
               MOVE WS-SRC-NAME(WS-SRC-IDX) TO WS-CUR-SOURCE
               MOVE WS-SRC-FILE(WS-SRC-IDX) TO WS-CUR-FILE
               PERFORM SEARCH-DELIMITED-FILE
           END-PERFORM

           PERFORM SEARCH-CONSOLE-AUDIT

           PERFORM WRITE-EXPORT-TRAILERS
           CLOSE TEXT-FILE
           CLOSE JSON-FILE
           CLOSE MANIFEST-FILE

           DISPLAY "Searched " WS-FILES-SEARCHED " files, "
                   WS-TOTAL-HITS " records about "
                   FUNCTION TRIM(WS-SUBJECT-ID)
           DISPLAY "Export written: " FUNCTION TRIM(WS-TEXT-FILE-NAME)
                   ", " FUNCTION TRIM(WS-JSON-FILE-NAME)
                   ", " FUNCTION TRIM(WS-MANIFEST-NAME)
           PERFORM FINISH-RUN.

      ******************************************************************
      * FINISH-RUN: Record the run and end with the job's return code
      ******************************************************************
       FINISH-RUN.
           MOVE WS-SAR-RC TO RETURN-CODE
           PERFORM RECORD-RUN-HISTORY
           MOVE WS-SAR-RC TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * RESOLVE-SUBJECT: The person's username and email from the
      * user master, and their lengths for the field match
      ******************************************************************
       RESOLVE-SUBJECT.
           MOVE "/tmp/grey_user_sync.txt" TO WS-SOURCE-FILE-NAME
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y" OR WS-SUBJECT-FOUND = "Y"
               READ SOURCE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-REC-ID WS-REC-USERNAME
                                      WS-REC-EMAIL
                       UNSTRING SOURCE-RECORD DELIMITED BY "|"
                           INTO WS-REC-ID WS-REC-USERNAME
                                WS-REC-EMAIL
                       IF WS-REC-ID = WS-SUBJECT-ID
                           MOVE "Y" TO WS-SUBJECT-FOUND
                           MOVE WS-REC-USERNAME TO WS-SUBJECT-USERNAME
                           MOVE WS-REC-EMAIL TO WS-SUBJECT-EMAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE
           MOVE "N" TO WS-EOF

      *    A username or email of two characters or less would match
      *    too much to mean anything
           MOVE 256 TO WS-USERNAME-LEN
           PERFORM UNTIL WS-USERNAME-LEN = 0
                      OR WS-SUBJECT-USERNAME(WS-USERNAME-LEN:1)
                             NOT = SPACE
               SUBTRACT 1 FROM WS-USERNAME-LEN
           END-PERFORM
           IF WS-USERNAME-LEN <= 2
               MOVE SPACES TO WS-SUBJECT-USERNAME
           END-IF
           MOVE 256 TO WS-EMAIL-LEN
           PERFORM UNTIL WS-EMAIL-LEN = 0
                      OR WS-SUBJECT-EMAIL(WS-EMAIL-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-EMAIL-LEN
           END-PERFORM
           IF WS-EMAIL-LEN <= 2
               MOVE SPACES TO WS-SUBJECT-EMAIL
           END-IF.

      ******************************************************************
      * SEARCH-DELIMITED-FILE: Every record of one pipe-delimited
      * source that carries the person in any field
      ******************************************************************
       SEARCH-DELIMITED-FILE.
           PERFORM BEGIN-SOURCE
           MOVE WS-CUR-FILE TO WS-SOURCE-FILE-NAME
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-FILE-STATUS NOT = "00"
               PERFORM END-SOURCE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CUR-PRESENT
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SOURCE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       MOVE SOURCE-RECORD TO WS-MATCH-LINE
                       PERFORM MATCH-DELIMITED-RECORD
                       IF WS-MATCH-HIT = "Y"
                           PERFORM WRITE-HIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE
           MOVE "N" TO WS-EOF
           PERFORM END-SOURCE.

      ******************************************************************
      * MATCH-DELIMITED-RECORD: Is any "|" field of the record the
      * user ID, the username or the email?
      ******************************************************************
       MATCH-DELIMITED-RECORD.
           MOVE "N" TO WS-MATCH-HIT
           IF WS-MATCH-LINE = SPACES
               OR WS-MATCH-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE 2000 TO WS-MATCH-LEN
           PERFORM UNTIL WS-MATCH-LEN = 0
                      OR WS-MATCH-LINE(WS-MATCH-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-MATCH-LEN
           END-PERFORM

           MOVE 1 TO WS-MATCH-PTR
           PERFORM UNTIL WS-MATCH-PTR > WS-MATCH-LEN
                      OR WS-MATCH-HIT = "Y"
               MOVE SPACES TO WS-MATCH-FIELD
               UNSTRING WS-MATCH-LINE(1:WS-MATCH-LEN)
                   DELIMITED BY "|"
                   INTO WS-MATCH-FIELD
                   WITH POINTER WS-MATCH-PTR
               IF WS-MATCH-FIELD = WS-SUBJECT-ID
                   MOVE "Y" TO WS-MATCH-HIT
               END-IF
               IF WS-SUBJECT-USERNAME NOT = SPACES
                   AND WS-MATCH-FIELD = WS-SUBJECT-USERNAME
                   MOVE "Y" TO WS-MATCH-HIT
               END-IF
               IF WS-SUBJECT-EMAIL NOT = SPACES
                   AND WS-MATCH-FIELD = WS-SUBJECT-EMAIL
                   MOVE "Y" TO WS-MATCH-HIT
               END-IF
           END-PERFORM.

      ******************************************************************
      * SEARCH-PROJECT-MASTER: The projects the person owns, through
      * the master's owner key
      ******************************************************************
       SEARCH-PROJECT-MASTER.
           MOVE "PROJECT-MASTER" TO WS-CUR-SOURCE
           MOVE WS-SYNC-FILE-NAME TO WS-CUR-FILE
           PERFORM BEGIN-SOURCE
           OPEN INPUT SYNC-MASTER-FILE
           IF WS-SYNC-FILE-STATUS NOT = "00"
               PERFORM END-SOURCE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CUR-PRESENT

           MOVE "N" TO WS-EOF
           MOVE WS-SUBJECT-ID TO SYNC-PROJ-OWNER
           START SYNC-MASTER-FILE KEY = SYNC-PROJ-OWNER
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ SYNC-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SYNC-PROJ-OWNER NOT = WS-SUBJECT-ID
                           MOVE "Y" TO WS-EOF
                       ELSE
                           ADD 1 TO WS-HIST-READ
                           MOVE SPACES TO WS-MATCH-LINE
                           STRING SYNC-PROJ-ID DELIMITED BY SPACE
                                  "|" DELIMITED BY SIZE
                                  SYNC-PROJ-NAME DELIMITED BY "  "
                                  "|" DELIMITED BY SIZE
                                  SYNC-PROJ-STATUS DELIMITED BY SPACE
                                  "|" DELIMITED BY SIZE
                                  SYNC-PROJ-OWNER DELIMITED BY SPACE
                                  "|" DELIMITED BY SIZE
                                  SYNC-PROJ-CREATED DELIMITED BY SPACE
                                  "|" DELIMITED BY SIZE
                                  SYNC-PROJ-UPDATED DELIMITED BY SPACE
                                  INTO WS-MATCH-LINE
                           PERFORM WRITE-HIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SYNC-MASTER-FILE
           MOVE "N" TO WS-EOF
           PERFORM END-SOURCE.

      ******************************************************************
      * SEARCH-CONSOLE-AUDIT: Console actions by or on the person in
      * every rolled audit log and the live log, one manifest entry
      * per file
      ******************************************************************
       SEARCH-CONSOLE-AUDIT.
           MOVE SPACES TO WS-TOKEN-OPERATOR-SP WS-TOKEN-OPERATOR-COLON
                          WS-TOKEN-SUBJECT
           STRING ":operator=" DELIMITED BY SIZE
                  WS-SUBJECT-ID DELIMITED BY SPACE
                  INTO WS-TOKEN-OPERATOR-SP
           MOVE WS-TOKEN-OPERATOR-SP TO WS-TOKEN-OPERATOR-COLON
           MOVE 80 TO WS-TOKEN-LEN-OP
           PERFORM UNTIL WS-TOKEN-LEN-OP = 0
                      OR WS-TOKEN-OPERATOR-SP(WS-TOKEN-LEN-OP:1)
                             NOT = SPACE
               SUBTRACT 1 FROM WS-TOKEN-LEN-OP
           END-PERFORM
           ADD 1 TO WS-TOKEN-LEN-OP
           MOVE ":" TO WS-TOKEN-OPERATOR-COLON(WS-TOKEN-LEN-OP:1)
           STRING ":" DELIMITED BY SIZE
                  WS-SUBJECT-ID DELIMITED BY SPACE
                  ":" DELIMITED BY SIZE
                  INTO WS-TOKEN-SUBJECT
           MOVE 80 TO WS-TOKEN-LEN-SUBJ
           PERFORM UNTIL WS-TOKEN-LEN-SUBJ = 0
                      OR WS-TOKEN-SUBJECT(WS-TOKEN-LEN-SUBJ:1)
                             NOT = SPACE
               SUBTRACT 1 FROM WS-TOKEN-LEN-SUBJ
           END-PERFORM

           MOVE SPACES TO WS-LIST-COMMAND
           STRING "ls -1 /tmp/grey_audit_*.log 2>/dev/null > "
                      DELIMITED BY SIZE
                  WS-ROLLED-LIST-NAME DELIMITED BY SPACE
                  INTO WS-LIST-COMMAND
           CALL "SYSTEM" USING WS-LIST-COMMAND

           OPEN INPUT ROLLED-LIST-FILE
           IF WS-ROLLED-LIST-STATUS = "00"
               MOVE "N" TO WS-LIST-EOF
               PERFORM UNTIL WS-LIST-EOF = "Y"
                   READ ROLLED-LIST-FILE
                       AT END MOVE "Y" TO WS-LIST-EOF
                       NOT AT END
                           IF ROLLED-LIST-RECORD NOT = SPACES
                               MOVE ROLLED-LIST-RECORD(1:64)
                                   TO WS-CUR-FILE
                               PERFORM SEARCH-AUDIT-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROLLED-LIST-FILE
           END-IF
           MOVE "/tmp/grey_audit.log" TO WS-CUR-FILE
           PERFORM SEARCH-AUDIT-FILE.

       SEARCH-AUDIT-FILE.
           MOVE "CONSOLE-AUDIT" TO WS-CUR-SOURCE
           PERFORM BEGIN-SOURCE
           MOVE WS-CUR-FILE TO WS-SOURCE-FILE-NAME
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-FILE-STATUS NOT = "00"
               PERFORM END-SOURCE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CUR-PRESENT
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SOURCE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       PERFORM MATCH-AUDIT-RECORD
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE
           MOVE "N" TO WS-EOF
           PERFORM END-SOURCE.

      ******************************************************************
      * MATCH-AUDIT-RECORD: A console record whose URL names the
      * person as the operator or as the subject of the action
      ******************************************************************
       MATCH-AUDIT-RECORD.
           MOVE 0 TO WS-TOKEN-TALLY
           INSPECT SOURCE-RECORD TALLYING WS-TOKEN-TALLY
               FOR ALL " console:"
           IF WS-TOKEN-TALLY = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TOKEN-TALLY
           INSPECT SOURCE-RECORD TALLYING WS-TOKEN-TALLY
               FOR ALL WS-TOKEN-OPERATOR-SP(1:WS-TOKEN-LEN-OP)
                   ALL WS-TOKEN-OPERATOR-COLON(1:WS-TOKEN-LEN-OP)
                   ALL WS-TOKEN-SUBJECT(1:WS-TOKEN-LEN-SUBJ)
           IF WS-TOKEN-TALLY > 0
               MOVE SOURCE-RECORD TO WS-MATCH-LINE
               PERFORM WRITE-HIT
           END-IF.

      ******************************************************************
      * BEGIN-SOURCE / END-SOURCE: Open and close one source's
      * section in the text and JSON exports, and its manifest line
      ******************************************************************
       BEGIN-SOURCE.
           MOVE "N" TO WS-CUR-PRESENT
           MOVE 0 TO WS-CUR-HITS
           MOVE "Y" TO WS-FIRST-RECORD

           MOVE SPACES TO WS-TEXT-LINE
           STRING "== " DELIMITED BY SIZE
                  WS-CUR-SOURCE DELIMITED BY SPACE
                  "  " DELIMITED BY SIZE
                  WS-CUR-FILE DELIMITED BY SPACE
                  INTO WS-TEXT-LINE
           PERFORM WRITE-TEXT-LINE

           MOVE SPACES TO WS-JSON-LINE
           IF WS-FIRST-SOURCE = "Y"
               MOVE "N" TO WS-FIRST-SOURCE
               STRING '{"source":"' DELIMITED BY SIZE
                      INTO WS-JSON-LINE
           ELSE
               STRING ',{"source":"' DELIMITED BY SIZE
                      INTO WS-JSON-LINE
           END-IF
           STRING WS-JSON-LINE DELIMITED BY SPACE
                  WS-CUR-SOURCE DELIMITED BY SPACE
                  '","file":"' DELIMITED BY SIZE
                  WS-CUR-FILE DELIMITED BY SPACE
                  '","records":[' DELIMITED BY SIZE
                  INTO WS-JSON-LINE
           PERFORM WRITE-JSON-LINE.

       END-SOURCE.
           MOVE WS-CUR-HITS TO WS-HITS-TEXT
           MOVE SPACES TO WS-TEXT-LINE
           IF WS-CUR-PRESENT = "Y"
               ADD 1 TO WS-FILES-SEARCHED
               STRING "   " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HITS-TEXT) DELIMITED BY SIZE
                      " record(s)" DELIMITED BY SIZE
                      INTO WS-TEXT-LINE
           ELSE
               MOVE "   not present - nothing to search"
                   TO WS-TEXT-LINE
           END-IF
           PERFORM WRITE-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           PERFORM WRITE-TEXT-LINE

           MOVE SPACES TO WS-JSON-LINE
           STRING '],"present":' DELIMITED BY SIZE
                  INTO WS-JSON-LINE
           IF WS-CUR-PRESENT = "Y"
               STRING WS-JSON-LINE DELIMITED BY SPACE
                      'true' DELIMITED BY SIZE
                      INTO WS-JSON-LINE
           ELSE
               STRING WS-JSON-LINE DELIMITED BY SPACE
                      'false' DELIMITED BY SIZE
                      INTO WS-JSON-LINE
           END-IF
           STRING WS-JSON-LINE DELIMITED BY SPACE
                  ',"hits":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HITS-TEXT) DELIMITED BY SIZE
                  '}' DELIMITED BY SIZE
                  INTO WS-JSON-LINE
           PERFORM WRITE-JSON-LINE

           MOVE SPACES TO WS-MANIFEST-LINE
           STRING "SOURCE|" DELIMITED BY SIZE
                  WS-CUR-SOURCE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-CUR-FILE DELIMITED BY SPACE
                  INTO WS-MANIFEST-LINE
           IF WS-CUR-PRESENT = "Y"
               STRING WS-MANIFEST-LINE DELIMITED BY SPACE
                      "|SEARCHED|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HITS-TEXT) DELIMITED BY SIZE
                      INTO WS-MANIFEST-LINE
           ELSE
               STRING WS-MANIFEST-LINE DELIMITED BY SPACE
                      "|NOT-PRESENT|0" DELIMITED BY SIZE
                      INTO WS-MANIFEST-LINE
           END-IF
           PERFORM WRITE-MANIFEST-LINE.

      ******************************************************************
      * WRITE-HIT: One record about the person, to both exports
      ******************************************************************
       WRITE-HIT.
           ADD 1 TO WS-CUR-HITS
           ADD 1 TO WS-TOTAL-HITS
           ADD 1 TO WS-HIST-OK

           MOVE SPACES TO WS-TEXT-LINE
           STRING "   " DELIMITED BY SIZE
                  WS-MATCH-LINE DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           PERFORM WRITE-TEXT-LINE

           MOVE SPACES TO WS-ESC-IN
           MOVE WS-MATCH-LINE TO WS-ESC-IN
           CALL "JSON-ESCAPE-STRING" USING WS-ESC-IN WS-ESC-OUT
           MOVE 4096 TO WS-ESC-LEN
           PERFORM UNTIL WS-ESC-LEN = 0
                      OR WS-ESC-OUT(WS-ESC-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-ESC-LEN
           END-PERFORM
           IF WS-ESC-LEN = 0
               MOVE 1 TO WS-ESC-LEN
           END-IF
           MOVE SPACES TO WS-JSON-LINE
           IF WS-FIRST-RECORD = "Y"
               MOVE "N" TO WS-FIRST-RECORD
               STRING '"' DELIMITED BY SIZE
                      WS-ESC-OUT(1:WS-ESC-LEN) DELIMITED BY SIZE
                      '"' DELIMITED BY SIZE
                      INTO WS-JSON-LINE
           ELSE
               STRING ',"' DELIMITED BY SIZE
                      WS-ESC-OUT(1:WS-ESC-LEN) DELIMITED BY SIZE
                      '"' DELIMITED BY SIZE
                      INTO WS-JSON-LINE
           END-IF
           PERFORM WRITE-JSON-LINE.

      ******************************************************************
      * WRITE-EXPORT-HEADERS: Who the export is about, in all three
      * outputs
      ******************************************************************
       WRITE-EXPORT-HEADERS.
           MOVE "SUBJECT ACCESS EXPORT" TO WS-TEXT-LINE
           PERFORM WRITE-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           STRING "User ID:   " DELIMITED BY SIZE
                  WS-SUBJECT-ID DELIMITED BY SPACE
                  INTO WS-TEXT-LINE
           PERFORM WRITE-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           IF WS-SUBJECT-FOUND = "Y"
               STRING "Username:  " DELIMITED BY SIZE
                      WS-SUBJECT-USERNAME DELIMITED BY SPACE
                      INTO WS-TEXT-LINE
               PERFORM WRITE-TEXT-LINE
               MOVE SPACES TO WS-TEXT-LINE
               STRING "Email:     " DELIMITED BY SIZE
                      WS-SUBJECT-EMAIL DELIMITED BY SPACE
                      INTO WS-TEXT-LINE
           ELSE
               MOVE "Username:  (not on the user master)"
                   TO WS-TEXT-LINE
           END-IF
           PERFORM WRITE-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           STRING "Generated: " DELIMITED BY SIZE
                  WS-TS DELIMITED BY SPACE
                  INTO WS-TEXT-LINE
           PERFORM WRITE-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           PERFORM WRITE-TEXT-LINE

           MOVE "{" TO WS-JSON-LINE
           PERFORM WRITE-JSON-LINE
           MOVE SPACES TO WS-ESC-IN
           MOVE WS-SUBJECT-ID TO WS-ESC-IN
           CALL "JSON-ESCAPE-STRING" USING WS-ESC-IN WS-ESC-OUT
           MOVE SPACES TO WS-JSON-LINE
           STRING '"subject":{"user_id":"' DELIMITED BY SIZE
                  WS-ESC-OUT DELIMITED BY SPACE
                  '","username":"' DELIMITED BY SIZE
                  INTO WS-JSON-LINE
           MOVE SPACES TO WS-ESC-IN
           MOVE WS-SUBJECT-USERNAME TO WS-ESC-IN
           CALL "JSON-ESCAPE-STRING" USING WS-ESC-IN WS-ESC-OUT
           STRING WS-JSON-LINE DELIMITED BY SPACE
                  WS-ESC-OUT DELIMITED BY SPACE
                  '","email":"' DELIMITED BY SIZE
                  INTO WS-JSON-LINE
           MOVE SPACES TO WS-ESC-IN
           MOVE WS-SUBJECT-EMAIL TO WS-ESC-IN
           CALL "JSON-ESCAPE-STRING" USING WS-ESC-IN WS-ESC-OUT
           STRING WS-JSON-LINE DELIMITED BY SPACE
                  WS-ESC-OUT DELIMITED BY SPACE
                  '","on_user_master":' DELIMITED BY SIZE
                  INTO WS-JSON-LINE
           IF WS-SUBJECT-FOUND = "Y"
               STRING WS-JSON-LINE DELIMITED BY SPACE
                      'true},' DELIMITED BY SIZE
                      INTO WS-JSON-LINE
           ELSE
               STRING WS-JSON-LINE DELIMITED BY SPACE
                      'false},' DELIMITED BY SIZE
                      INTO WS-JSON-LINE
           END-IF
           PERFORM WRITE-JSON-LINE
           MOVE SPACES TO WS-JSON-LINE
           STRING '"generated":"' DELIMITED BY SIZE
                  WS-TS DELIMITED BY SPACE
                  '",' DELIMITED BY SIZE
                  INTO WS-JSON-LINE
           PERFORM WRITE-JSON-LINE
           MOVE '"sources":[' TO WS-JSON-LINE
           PERFORM WRITE-JSON-LINE

           MOVE SPACES TO WS-MANIFEST-LINE
           STRING "MANIFEST|" DELIMITED BY SIZE
                  WS-SUBJECT-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-TS DELIMITED BY SPACE
                  INTO WS-MANIFEST-LINE
           PERFORM WRITE-MANIFEST-LINE.

      ******************************************************************
      * WRITE-EXPORT-TRAILERS: Totals, and close the JSON document
      ******************************************************************
       WRITE-EXPORT-TRAILERS.
           MOVE WS-TOTAL-HITS TO WS-COUNT-TEXT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "Total: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  " record(s)" DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           PERFORM WRITE-TEXT-LINE

           MOVE "]" TO WS-JSON-LINE
           PERFORM WRITE-JSON-LINE
           MOVE "}" TO WS-JSON-LINE
           PERFORM WRITE-JSON-LINE

           MOVE SPACES TO WS-MANIFEST-LINE
           MOVE WS-FILES-SEARCHED TO WS-HITS-TEXT
           STRING "TOTAL|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HITS-TEXT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  INTO WS-MANIFEST-LINE
           PERFORM WRITE-MANIFEST-LINE.

       WRITE-TEXT-LINE.
           MOVE WS-TEXT-LINE TO TEXT-RECORD
           WRITE TEXT-RECORD.

       WRITE-JSON-LINE.
           MOVE WS-JSON-LINE TO JSON-RECORD
           WRITE JSON-RECORD.

       WRITE-MANIFEST-LINE.
           MOVE WS-MANIFEST-LINE TO MANIFEST-RECORD
           WRITE MANIFEST-RECORD.

       RECORD-RUN-HISTORY.
           CALL "RUN-HISTORY-END" USING WS-HIST-JOB-NAME
                                        WS-HIST-READ
                                        WS-HIST-OK
                                        WS-HIST-FAIL
                                        RETURN-CODE
                                        WS-HIST-CID.

       END PROGRAM SUBJECT-ACCESS-EXPORT.
