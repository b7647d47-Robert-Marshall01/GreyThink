      ******************************************************************
      * sensitive_content_scan.cbl - Grey Sensitive Content Scanner
      * Free-text project fields collect things that must never sit
      * there - a customer's card number pasted into a description,
      * a national insurance number in a metadata note, an API key
      * left in a config blob. This job reads every project on the
      * indexed local project master (walked on the owner key) and
      * scans its name, description and metadata document (from
      * META-STORE-GET) for:
      *   CARD-NUMBER  13-19 digits, single spaces or dashes allowed
      *                between groups, passing the Luhn check digit
      *   NATIONAL-ID  a national identifier format - US SSN
      *                (999-99-9999) and UK NINO (AA999999A) built in,
      *                more from the formats file
      *   EMAIL        local@domain.tld
      *   CREDENTIAL   password=, passwd:, secret=, api_key=, token=
      *                and the like, followed by a value
      *   KEY-TOKEN    a known key shape (AKIA..., ghp_..., sk_live_,
      *                xoxb-/xoxp-, a PEM "-----BEGIN" block) or any
      *                run of 32 or more letters and digits mixing
      *                upper case, lower case and at least 4 digits
      * Every hit is reported with the project, owner and field it
      * was found in; the value itself is masked and never written
      * out in full. Each owner with hits gets one notice listing
      * their findings, queued to their email address on the user
      * master through the mailer spool.
      *
      * Modes (GREY_SCAN_MODE):
      *   REPORT      (default) report and notify only
      *   QUARANTINE  also maintain the quarantine register that
      *               SENSITIVE-QUARANTINE reads: every flagged
      *               project is held out of JSONL-EXPORT,
      *               DELTA-PUBLISHER and BILLING-EXTRACT until it
      *               is cleared. A project the scan finds clean
      *               again is released. An entry an operator has
      *               cleared stays cleared while its hit types are
      *               unchanged; a new type of hit quarantines it
      *               again.
      *   CLEAR       no scan - mark the register entry for
      *               GREY_SCAN_CLEAR_ID cleared by
      *               GREY_SCAN_CLEARED_BY as of today
      *
      * Parameters (environment):
      *   GREY_SCAN_MODE        REPORT / QUARANTINE / CLEAR
      *   GREY_SCAN_ID_FORMATS  extra national ID formats, lines
      *                         "label|mask" - in the mask 9 is a
      *                         digit, A a letter, anything else
      *                         itself (up to 20 formats in all)
      *   GREY_QUARANTINE_FILE  quarantine register (default
      *                         /tmp/grey_sensitive_quarantine.txt)
      *   GREY_SCAN_CLEAR_ID    project to clear (CLEAR mode)
      *   GREY_SCAN_CLEARED_BY  who cleared it (CLEAR mode)
      *
      * Report (/tmp/grey_sensitive_scan_report.txt):
      *   "SENSITIVE-SCAN|RUN=timestamp|MODE=mode"
      *   "HIT|project-id|owner|field|type|masked-value"
      *   "QUARANTINED|project-id|owner|types|since"
      *   "CLEARED|project-id|owner|types|cleared-by|cleared-on"
      *   "RELEASED|project-id|owner|types"   clean again
      *   "NOTICE|owner|email|notice-path"
      *   "NO-EMAIL|owner|reason|findings"
      *   "SUMMARY|type|hits"
      *   "TOTAL|SCANNED=n|FLAGGED=n|HITS=n|QUARANTINED=n|
      *    NOTICES=n|NO_EMAIL=n"
      * Owner notices (/tmp/grey_sensitive_notices/date_owner.txt):
      *   "SENSITIVE-CONTENT-NOTICE|OWNER=id|DATE=date|EMAIL=address"
      *   "FINDING|project-id|field|type|masked-value"
      *   "QUARANTINED|project-id"            quarantine mode
      *   "ACTION|..."
      *   "SUMMARY|PROJECTS=n|FINDINGS=n"
      * Mailer spool (/tmp/grey_mail_spool.txt), one entry per
      * notice: "timestamp|email|TXT|notice-path"
      * One WARNING goes through NOTIFY-SPOOL when anything is found.
      *
      * RETURN-CODE 0 nothing found (or entry cleared), 4 sensitive
      * content found, 8 bad parameters, no project master or no
      * such register entry to clear, 12 another instance holds the
      * run lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENSITIVE-CONTENT-SCAN.

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

           SELECT USER-SYNC-FILE ASSIGN TO WS-USER-SYNC-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-USER-SYNC-STATUS.

           SELECT ID-FORMAT-FILE ASSIGN TO WS-ID-FORMAT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ID-FORMAT-STATUS.

           SELECT QUARANTINE-FILE ASSIGN TO WS-QUARANTINE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-QUARANTINE-FILE-STATUS.

           SELECT NOTICE-FILE ASSIGN TO WS-NOTICE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT MAIL-SPOOL-FILE ASSIGN TO WS-MAIL-SPOOL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAIL-SPOOL-STATUS.

           SELECT SCAN-REPORT-FILE ASSIGN TO WS-SCAN-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYNC-MASTER-FILE.
       COPY GREYSYNC.

       FD  USER-SYNC-FILE.
       01  USER-SYNC-RECORD            PIC X(700).

       FD  ID-FORMAT-FILE.
       01  ID-FORMAT-RECORD            PIC X(200).

       FD  QUARANTINE-FILE.
       01  QUARANTINE-RECORD           PIC X(400).

       FD  NOTICE-FILE.
       01  NOTICE-RECORD               PIC X(400).

       FD  MAIL-SPOOL-FILE.
       01  MAIL-SPOOL-RECORD           PIC X(300).

       FD  SCAN-REPORT-FILE.
       01  SCAN-REPORT-RECORD          PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-SYNC-FILE-NAME           PIC X(64)
               VALUE "/tmp/grey_project_master.dat".
       01  WS-SYNC-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-USER-SYNC-FILE-NAME      PIC X(64)
               VALUE "/tmp/grey_user_sync.txt".
       01  WS-USER-SYNC-STATUS         PIC XX     VALUE SPACES.
       01  WS-ID-FORMAT-FILE-NAME      PIC X(64)  VALUE SPACES.
       01  WS-ID-FORMAT-STATUS         PIC XX     VALUE SPACES.
       01  WS-QUARANTINE-FILE-NAME     PIC X(64)
               VALUE "/tmp/grey_sensitive_quarantine.txt".
       01  WS-QUARANTINE-FILE-ENV      PIC X(64)  VALUE SPACES.
       01  WS-QUARANTINE-FILE-STATUS   PIC XX     VALUE SPACES.
       01  WS-NOTICE-DIR               PIC X(64)
               VALUE "/tmp/grey_sensitive_notices".
       01  WS-NOTICE-PATH              PIC X(160) VALUE SPACES.
       01  WS-NOTICE-STATUS            PIC XX     VALUE SPACES.
       01  WS-MAIL-SPOOL-NAME          PIC X(64)
               VALUE "/tmp/grey_mail_spool.txt".
       01  WS-MAIL-SPOOL-STATUS        PIC XX     VALUE SPACES.
       01  WS-SCAN-REPORT-NAME         PIC X(64)
               VALUE "/tmp/grey_sensitive_scan_report.txt".
       01  WS-REPORT-LINE              PIC X(400) VALUE SPACES.
       01  WS-COMMAND                  PIC X(256) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-TS                       PIC X(19)  VALUE SPACES.
       01  WS-TODAY                    PIC X(10)  VALUE SPACES.

       01  WS-MODE                     PIC X(16)  VALUE SPACES.
       01  WS-CLEAR-ID                 PIC X(64)  VALUE SPACES.
       01  WS-CLEARED-BY               PIC X(64)  VALUE SPACES.
       01  WS-PARAM-ERROR              PIC X      VALUE "N".
       01  WS-PARAM-MSG                PIC X(64)  VALUE SPACES.

      ******************************************************************
      * User master - ID, email and status for the address lookup
      ******************************************************************
       01  WS-USER-TABLE.
           05  WS-USER-COUNT            PIC 9(5)  VALUE 0.
           05  WS-USER-TRUNCATED        PIC X     VALUE "N".
           05  WS-USER-ENTRY OCCURS 5000 TIMES.
               10  WS-UT-ID             PIC X(64).
               10  WS-UT-EMAIL          PIC X(128).
               10  WS-UT-STATUS         PIC X(16).
       01  WS-USER-IDX                 PIC 9(5)   VALUE 0.
       01  WS-USER-FOUND-IDX           PIC 9(5)   VALUE 0.
       01  WS-REC-ID                   PIC X(64)  VALUE SPACES.
       01  WS-REC-USERNAME             PIC X(256) VALUE SPACES.
       01  WS-REC-EMAIL                PIC X(128) VALUE SPACES.
       01  WS-REC-STATUS               PIC X(16)  VALUE SPACES.
       01  WS-AT-COUNT                 PIC 9(3)   VALUE 0.

      ******************************************************************
      * Hit types, with a run count and a seen-in-this-project flag
      ******************************************************************
       01  WS-TYPE-TABLE.
           05  WS-TYPE-ENTRY OCCURS 5 TIMES.
               10  WS-TYPE-NAME         PIC X(16).
               10  WS-TYPE-HITS         PIC 9(8).
               10  WS-TYPE-IN-PROJ      PIC X.
       01  WS-TYPE-IDX                 PIC 9      VALUE 0.
       01  WS-HIT-TYPE-IDX             PIC 9      VALUE 0.

      ******************************************************************
      * National ID formats - two built in, more from the formats file
      ******************************************************************
       01  WS-NID-TABLE.
           05  WS-NID-COUNT             PIC 9(2)  VALUE 0.
           05  WS-NID-ENTRY OCCURS 20 TIMES.
               10  WS-NID-LABEL         PIC X(16).
               10  WS-NID-MASK          PIC X(24).
               10  WS-NID-LEN           PIC 9(2).
       01  WS-NID-IDX                  PIC 9(2)   VALUE 0.
       01  WS-REC-LABEL                PIC X(16)  VALUE SPACES.
       01  WS-REC-MASK                 PIC X(64)  VALUE SPACES.
       01  WS-NID-VALUE                PIC X(24)  VALUE SPACES.
       01  WS-MASK-LEN                 PIC 9(2)   VALUE 0.
       01  WS-MASK-CH                  PIC X      VALUE SPACE.
       01  WS-KEEP                     PIC 9(2)   VALUE 0.
       01  WS-FIT                      PIC X      VALUE "N".

      ******************************************************************
      * Credential keywords and known key prefixes
      ******************************************************************
       01  WS-KW-TABLE.
           05  WS-KW-COUNT              PIC 9(2)  VALUE 0.
           05  WS-KW-ENTRY OCCURS 12 TIMES.
               10  WS-KW-WORD           PIC X(16).
               10  WS-KW-LEN            PIC 9(2).
       01  WS-KW-IDX                   PIC 9(2)   VALUE 0.
       01  WS-KW-WORK                  PIC X(16)  VALUE SPACES.
       01  WS-VALUE-START              PIC 9(5)   VALUE 0.
       01  WS-VALUE-LEN                PIC 9(5)   VALUE 0.

       01  WS-KP-TABLE.
           05  WS-KP-COUNT              PIC 9(2)  VALUE 0.
           05  WS-KP-ENTRY OCCURS 8 TIMES.
               10  WS-KP-PREFIX         PIC X(16).
               10  WS-KP-LEN            PIC 9(2).
               10  WS-KP-TAIL           PIC 9(2).
       01  WS-KP-IDX                   PIC 9(2)   VALUE 0.
       01  WS-TAIL-LEN                 PIC 9(5)   VALUE 0.
       01  WS-UPPER-COUNT              PIC 9(5)   VALUE 0.
       01  WS-LOWER-COUNT              PIC 9(5)   VALUE 0.
       01  WS-DIGIT-COUNT              PIC 9(5)   VALUE 0.

      ******************************************************************
      * The field being scanned and the scan position
      ******************************************************************
       01  WS-SCAN-TEXT                PIC X(8192) VALUE SPACES.
       01  WS-SCAN-LEN                 PIC 9(5)   VALUE 0.
       01  WS-SCAN-TRAIL               PIC 9(5)   VALUE 0.
       01  WS-SCAN-FIELD               PIC X(16)  VALUE SPACES.
       01  WS-META-DOC                 PIC X(8192) VALUE SPACES.
       01  WS-META-FOUND               PIC X      VALUE "N".
       01  WS-P                        PIC 9(5)   VALUE 0.
       01  WS-Q                        PIC 9(5)   VALUE 0.
       01  WS-R                        PIC 9(5)   VALUE 0.
       01  WS-END                      PIC 9(5)   VALUE 0.
       01  WS-NEXT-P                   PIC 9(5)   VALUE 0.
       01  WS-I                        PIC 9(5)   VALUE 0.
       01  WS-MATCHED                  PIC X      VALUE "N".
       01  WS-RUN-DONE                 PIC X      VALUE "N".
       01  WS-AT-BOUNDARY              PIC X      VALUE "N".
       01  WS-CH                       PIC X      VALUE SPACE.
           88  WS-CH-DIGIT             VALUE "0" THRU "9".
           88  WS-CH-LETTER            VALUE "A" THRU "Z"
                                             "a" THRU "z".
           88  WS-CH-UPPER             VALUE "A" THRU "Z".
           88  WS-CH-LOWER             VALUE "a" THRU "z".
           88  WS-CH-ALNUM             VALUE "0" THRU "9"
                                             "A" THRU "Z"
                                             "a" THRU "z".
           88  WS-CH-LOCAL             VALUE "0" THRU "9"
                                             "A" THRU "Z"
                                             "a" THRU "z"
                                             "." "_" "%" "+" "-".
           88  WS-CH-DOMAIN            VALUE "0" THRU "9"
                                             "A" THRU "Z"
                                             "a" THRU "z"
                                             "." "-".
           88  WS-CH-TOKEN             VALUE "0" THRU "9"
                                             "A" THRU "Z"
                                             "a" THRU "z"
                                             "_" "-".
           88  WS-CH-VALUE-END         VALUE " " "'" "," "}" ";"
                                             "&" ")" "]".

      ******************************************************************
      * Card number work fields
      ******************************************************************
       01  WS-CARD-DIGITS              PIC X(19)  VALUE SPACES.
       01  WS-CARD-LEN                 PIC 9(2)   VALUE 0.
       01  WS-LUHN-SUM                 PIC 9(4)   VALUE 0.
       01  WS-LUHN-DIGIT               PIC 9(2)   VALUE 0.
       01  WS-LUHN-POS                 PIC 9(2)   VALUE 0.

      ******************************************************************
      * Email work fields
      ******************************************************************
       01  WS-LOCAL-START              PIC 9(5)   VALUE 0.
       01  WS-LAST-DOT                 PIC 9(5)   VALUE 0.
       01  WS-DOMAIN-LEN               PIC 9(5)   VALUE 0.

      ******************************************************************
      * The hit being recorded
      ******************************************************************
       01  WS-HIT-MASKED               PIC X(64)  VALUE SPACES.

      ******************************************************************
      * The project being scanned
      ******************************************************************
       01  WS-PROJ-HITS                PIC 9(5)   VALUE 0.
       01  WS-PROJ-TYPES               PIC X(64)  VALUE SPACES.
       01  WS-PROJ-QSTATE              PIC X(12)  VALUE SPACES.

      ******************************************************************
      * The owner being gathered - their findings for the notice
      ******************************************************************
       01  WS-CUR-OWNER                PIC X(64)  VALUE SPACES.
       01  WS-HAVE-OWNER               PIC X      VALUE "N".
       01  WS-OWN-EMAIL                PIC X(128) VALUE SPACES.
       01  WS-NO-EMAIL-REASON          PIC X(24)  VALUE SPACES.
       01  WS-OF-MAX                   PIC 9(3)   VALUE 200.
       01  WS-OF-COUNT                 PIC 9(3)   VALUE 0.
       01  WS-OF-OVERFLOW              PIC 9(5)   VALUE 0.
       01  WS-OF-TABLE.
           05  WS-OF-ENTRY OCCURS 200 TIMES.
               10  WS-OF-PROJ-ID        PIC X(64).
               10  WS-OF-FIELD          PIC X(16).
               10  WS-OF-TYPE           PIC X(16).
               10  WS-OF-MASKED         PIC X(64).
       01  WS-OF-IDX                   PIC 9(3)   VALUE 0.
       01  WS-OQ-COUNT                 PIC 9(3)   VALUE 0.
       01  WS-OQ-OVERFLOW              PIC 9(5)   VALUE 0.
       01  WS-OQ-TABLE.
           05  WS-OQ-ENTRY OCCURS 200 TIMES.
               10  WS-OQ-PROJ-ID        PIC X(64).
               10  WS-OQ-STATE          PIC X(12).
       01  WS-OQ-IDX                   PIC 9(3)   VALUE 0.
       01  WS-OWN-FINDINGS             PIC 9(5)   VALUE 0.
       01  WS-OWN-PROJECTS             PIC 9(5)   VALUE 0.

      ******************************************************************
      * Quarantine register, as read and as it will be rewritten
      ******************************************************************
       01  WS-RG-TABLE.
           05  WS-RG-COUNT              PIC 9(5)  VALUE 0.
           05  WS-RG-ENTRY OCCURS 5000 TIMES.
               10  WS-RG-PROJ-ID        PIC X(64).
               10  WS-RG-OWNER          PIC X(64).
               10  WS-RG-TYPES          PIC X(64).
               10  WS-RG-SINCE          PIC X(10).
               10  WS-RG-CLEARED-BY     PIC X(64).
               10  WS-RG-CLEARED-ON     PIC X(10).
               10  WS-RG-SEEN           PIC X.
       01  WS-RG-IDX                   PIC 9(5)   VALUE 0.
       01  WS-RG-FOUND-IDX             PIC 9(5)   VALUE 0.
       01  WS-RG-FULL                  PIC X      VALUE "N".
       01  WS-REC-OWNER                PIC X(64)  VALUE SPACES.
       01  WS-REC-TYPES                PIC X(64)  VALUE SPACES.
       01  WS-REC-SINCE                PIC X(10)  VALUE SPACES.
       01  WS-REC-CLEARED-BY           PIC X(64)  VALUE SPACES.
       01  WS-REC-CLEARED-ON           PIC X(10)  VALUE SPACES.

      ******************************************************************
      * Run totals
      ******************************************************************
       01  WS-SCANNED-TOTAL            PIC 9(8)   VALUE 0.
       01  WS-FLAGGED-TOTAL            PIC 9(8)   VALUE 0.
       01  WS-HIT-TOTAL                PIC 9(8)   VALUE 0.
       01  WS-QUARANTINED-TOTAL        PIC 9(8)   VALUE 0.
       01  WS-CLEARED-TOTAL            PIC 9(8)   VALUE 0.
       01  WS-RELEASED-TOTAL           PIC 9(8)   VALUE 0.
       01  WS-NOTICE-TOTAL             PIC 9(8)   VALUE 0.
       01  WS-NO-EMAIL-TOTAL           PIC 9(8)   VALUE 0.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "SENSITIVE-CONTENT-SCAN".
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
           DISPLAY "=== Grey Sensitive Content Scan ==="
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) "T"
                  WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2)
               DELIMITED BY SIZE INTO WS-TS
           MOVE WS-TS(1:10) TO WS-TODAY

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

           PERFORM READ-PARAMETERS
           IF WS-PARAM-ERROR = "Y"
               DISPLAY "ERROR: " WS-PARAM-MSG
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF

           IF WS-MODE = "CLEAR"
               PERFORM CLEAR-REGISTER-ENTRY
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF

           OPEN INPUT SYNC-MASTER-FILE
           IF WS-SYNC-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open project master "
                       WS-SYNC-FILE-NAME
                       " (status " WS-SYNC-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF

           PERFORM LOAD-DETECTORS
           PERFORM LOAD-USER-MASTER
           IF WS-MODE = "QUARANTINE"
               PERFORM LOAD-REGISTER
           END-IF

           MOVE SPACES TO WS-COMMAND
           STRING "mkdir -p " DELIMITED BY SIZE
                  WS-NOTICE-DIR DELIMITED BY SPACE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE 0 TO RETURN-CODE

           OPEN OUTPUT SCAN-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SENSITIVE-SCAN|RUN=" DELIMITED BY SIZE
                  WS-TS DELIMITED BY SIZE
                  "|MODE=" DELIMITED BY SIZE
                  WS-MODE DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

      *    The owner key hands the projects back owner by owner; each
      *    change of owner closes off the previous owner's notice
           MOVE SPACES TO WS-CUR-OWNER
           MOVE "N" TO WS-HAVE-OWNER
           MOVE LOW-VALUES TO SYNC-PROJ-OWNER
           MOVE "N" TO WS-EOF
           START SYNC-MASTER-FILE KEY >= SYNC-PROJ-OWNER
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ SYNC-MASTER-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       PERFORM SCAN-ONE-PROJECT
               END-READ
           END-PERFORM
           IF WS-HAVE-OWNER = "Y"
               PERFORM FINISH-OWNER
           END-IF
           CLOSE SYNC-MASTER-FILE
           CALL "META-STORE-CLOSE"

           IF WS-MODE = "QUARANTINE"
               PERFORM RELEASE-CLEAN-ENTRIES
               PERFORM WRITE-REGISTER
           END-IF

           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                       UNTIL WS-TYPE-IDX > 5
               MOVE SPACES TO WS-REPORT-LINE
               STRING "SUMMARY|" DELIMITED BY SIZE
                      WS-TYPE-NAME(WS-TYPE-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-TYPE-HITS(WS-TYPE-IDX) DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL|SCANNED=" DELIMITED BY SIZE
                  WS-SCANNED-TOTAL DELIMITED BY SIZE
                  "|FLAGGED=" DELIMITED BY SIZE
                  WS-FLAGGED-TOTAL DELIMITED BY SIZE
                  "|HITS=" DELIMITED BY SIZE
                  WS-HIT-TOTAL DELIMITED BY SIZE
                  "|QUARANTINED=" DELIMITED BY SIZE
                  WS-QUARANTINED-TOTAL DELIMITED BY SIZE
                  "|NOTICES=" DELIMITED BY SIZE
                  WS-NOTICE-TOTAL DELIMITED BY SIZE
                  "|NO_EMAIL=" DELIMITED BY SIZE
                  WS-NO-EMAIL-TOTAL DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE SCAN-REPORT-FILE

           DISPLAY "Scanned: " WS-SCANNED-TOTAL
                   " Flagged: " WS-FLAGGED-TOTAL
                   " Hits: " WS-HIT-TOTAL
           IF WS-MODE = "QUARANTINE"
               DISPLAY "Quarantined: " WS-QUARANTINED-TOTAL
                       " Cleared: " WS-CLEARED-TOTAL
                       " Released: " WS-RELEASED-TOTAL
           END-IF
           DISPLAY "Notices: " WS-NOTICE-TOTAL
                   " No email: " WS-NO-EMAIL-TOTAL
           DISPLAY "Scan report written: " WS-SCAN-REPORT-NAME

           IF WS-HIT-TOTAL > 0
               MOVE "WARNING" TO WS-NOTIFY-SEVERITY
               MOVE SPACES TO WS-NOTIFY-SUMMARY
               STRING WS-FLAGGED-TOTAL DELIMITED BY SIZE
                      " projects hold sensitive content"
                          DELIMITED BY SIZE
                      INTO WS-NOTIFY-SUMMARY
               MOVE SPACES TO WS-NOTIFY-DETAIL
               STRING WS-HIT-TOTAL DELIMITED BY SIZE
                      " hits, " DELIMITED BY SIZE
                      WS-QUARANTINED-TOTAL DELIMITED BY SIZE
                      " quarantined, " DELIMITED BY SIZE
                      WS-NO-EMAIL-TOTAL DELIMITED BY SIZE
                      " owners not mailed - see " DELIMITED BY SIZE
                      WS-SCAN-REPORT-NAME DELIMITED BY SPACE
                      INTO WS-NOTIFY-DETAIL
               CALL "NOTIFY-SPOOL-WRITE" USING WS-NOTIFY-SEVERITY
                                               WS-HIST-JOB-NAME
                                               WS-NOTIFY-SUMMARY
                                               WS-NOTIFY-DETAIL
                                               WS-HIST-CID
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           STOP RUN.

      ******************************************************************
      * READ-PARAMETERS: Mode, and for CLEAR the entry and clearer
      ******************************************************************
       READ-PARAMETERS.
           ACCEPT WS-MODE FROM ENVIRONMENT "GREY_SCAN_MODE"
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
           IF WS-MODE = SPACES
               MOVE "REPORT" TO WS-MODE
           END-IF
           IF WS-MODE NOT = "REPORT" AND WS-MODE NOT = "QUARANTINE"
               AND WS-MODE NOT = "CLEAR"
               MOVE "GREY_SCAN_MODE must be REPORT, QUARANTINE or CLEAR"
                   TO WS-PARAM-MSG
               MOVE "Y" TO WS-PARAM-ERROR
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-QUARANTINE-FILE-ENV
               FROM ENVIRONMENT "GREY_QUARANTINE_FILE"
           IF WS-QUARANTINE-FILE-ENV NOT = SPACES
               MOVE WS-QUARANTINE-FILE-ENV TO WS-QUARANTINE-FILE-NAME
           END-IF
           ACCEPT WS-ID-FORMAT-FILE-NAME
               FROM ENVIRONMENT "GREY_SCAN_ID_FORMATS"

           IF WS-MODE NOT = "CLEAR"
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-CLEAR-ID FROM ENVIRONMENT "GREY_SCAN_CLEAR_ID"
           ACCEPT WS-CLEARED-BY FROM ENVIRONMENT "GREY_SCAN_CLEARED_BY"
           IF WS-CLEAR-ID = SPACES
               MOVE "CLEAR mode needs GREY_SCAN_CLEAR_ID"
                   TO WS-PARAM-MSG
               MOVE "Y" TO WS-PARAM-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-CLEARED-BY = SPACES
               MOVE "CLEAR mode needs GREY_SCAN_CLEARED_BY"
                   TO WS-PARAM-MSG
               MOVE "Y" TO WS-PARAM-ERROR
           END-IF.

      ******************************************************************
      * LOAD-DETECTORS: Hit types, credential keywords, key prefixes
      * and the national ID formats
      ******************************************************************
       LOAD-DETECTORS.
           MOVE "CARD-NUMBER" TO WS-TYPE-NAME(1)
           MOVE "NATIONAL-ID" TO WS-TYPE-NAME(2)
           MOVE "EMAIL"       TO WS-TYPE-NAME(3)
           MOVE "CREDENTIAL"  TO WS-TYPE-NAME(4)
           MOVE "KEY-TOKEN"   TO WS-TYPE-NAME(5)
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                       UNTIL WS-TYPE-IDX > 5
               MOVE 0 TO WS-TYPE-HITS(WS-TYPE-IDX)
               MOVE "N" TO WS-TYPE-IN-PROJ(WS-TYPE-IDX)
           END-PERFORM

           MOVE 0 TO WS-KW-COUNT
           MOVE "CLIENT_SECRET" TO WS-KW-WORK
           PERFORM ADD-KEYWORD
           MOVE "PRIVATE_KEY" TO WS-KW-WORK
           PERFORM ADD-KEYWORD
           MOVE "ACCESS_KEY" TO WS-KW-WORK
           PERFORM ADD-KEYWORD
           MOVE "API_KEY" TO WS-KW-WORK
           PERFORM ADD-KEYWORD
           MOVE "APIKEY" TO WS-KW-WORK
           PERFORM ADD-KEYWORD
           MOVE "PASSWORD" TO WS-KW-WORK
           PERFORM ADD-KEYWORD
           MOVE "PASSWD" TO WS-KW-WORK
           PERFORM ADD-KEYWORD
           MOVE "PWD" TO WS-KW-WORK
           PERFORM ADD-KEYWORD
           MOVE "SECRET" TO WS-KW-WORK
           PERFORM ADD-KEYWORD
           MOVE "TOKEN" TO WS-KW-WORK
           PERFORM ADD-KEYWORD

           MOVE 0 TO WS-KP-COUNT
           MOVE "AKIA" TO WS-KW-WORK
           MOVE 16 TO WS-TAIL-LEN
           PERFORM ADD-KEY-PREFIX
           MOVE "ghp_" TO WS-KW-WORK
           MOVE 20 TO WS-TAIL-LEN
           PERFORM ADD-KEY-PREFIX
           MOVE "gho_" TO WS-KW-WORK
           MOVE 20 TO WS-TAIL-LEN
           PERFORM ADD-KEY-PREFIX
           MOVE "sk_live_" TO WS-KW-WORK
           MOVE 16 TO WS-TAIL-LEN
           PERFORM ADD-KEY-PREFIX
           MOVE "xoxb-" TO WS-KW-WORK
           MOVE 10 TO WS-TAIL-LEN
           PERFORM ADD-KEY-PREFIX
           MOVE "xoxp-" TO WS-KW-WORK
           MOVE 10 TO WS-TAIL-LEN
           PERFORM ADD-KEY-PREFIX
           MOVE "-----BEGIN" TO WS-KW-WORK
           MOVE 0 TO WS-TAIL-LEN
           PERFORM ADD-KEY-PREFIX

           MOVE 0 TO WS-NID-COUNT
           MOVE "US-SSN" TO WS-REC-LABEL
           MOVE "999-99-9999" TO WS-REC-MASK
           PERFORM ADD-NID-FORMAT
           MOVE "UK-NINO" TO WS-REC-LABEL
           MOVE "AA999999A" TO WS-REC-MASK
           PERFORM ADD-NID-FORMAT
           IF WS-ID-FORMAT-FILE-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ID-FORMAT-FILE
           IF WS-ID-FORMAT-STATUS NOT = "00"
               DISPLAY "No ID formats file " WS-ID-FORMAT-FILE-NAME
                       " - built-in formats only"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ ID-FORMAT-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF ID-FORMAT-RECORD NOT = SPACES
                           AND ID-FORMAT-RECORD(1:1) NOT = "#"
                           MOVE SPACES TO WS-REC-LABEL WS-REC-MASK
                           UNSTRING ID-FORMAT-RECORD DELIMITED BY "|"
                               INTO WS-REC-LABEL WS-REC-MASK
                           PERFORM ADD-NID-FORMAT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ID-FORMAT-FILE
           DISPLAY "National ID formats: " WS-NID-COUNT.

       ADD-KEYWORD.
           ADD 1 TO WS-KW-COUNT
           MOVE WS-KW-WORK TO WS-KW-WORD(WS-KW-COUNT)
           MOVE 0 TO WS-I
           INSPECT WS-KW-WORK TALLYING WS-I FOR CHARACTERS
               BEFORE INITIAL SPACE
           MOVE WS-I TO WS-KW-LEN(WS-KW-COUNT).

       ADD-KEY-PREFIX.
           ADD 1 TO WS-KP-COUNT
           MOVE WS-KW-WORK TO WS-KP-PREFIX(WS-KP-COUNT)
           MOVE 0 TO WS-I
           INSPECT WS-KW-WORK TALLYING WS-I FOR CHARACTERS
               BEFORE INITIAL SPACE
           MOVE WS-I TO WS-KP-LEN(WS-KP-COUNT)
           MOVE WS-TAIL-LEN TO WS-KP-TAIL(WS-KP-COUNT).

      *    A mask must have a digit or letter position, fit 24
      *    characters and hold no blank
       ADD-NID-FORMAT.
           IF WS-REC-LABEL = SPACES OR WS-REC-MASK = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-NID-COUNT >= 20
               DISPLAY "WARNING: more than 20 ID formats - "
                       WS-REC-LABEL " ignored"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-I
           INSPECT WS-REC-MASK TALLYING WS-I FOR CHARACTERS
               BEFORE INITIAL SPACE
           MOVE 0 TO WS-Q
           INSPECT WS-REC-MASK TALLYING WS-Q FOR ALL "9" ALL "A"
           IF WS-I > 24 OR WS-Q = 0
               OR WS-REC-MASK(WS-I + 1:) NOT = SPACES
               DISPLAY "WARNING: ID format " WS-REC-LABEL
                       " has an unusable mask - ignored"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NID-COUNT
           MOVE WS-REC-LABEL TO WS-NID-LABEL(WS-NID-COUNT)
           MOVE WS-REC-MASK TO WS-NID-MASK(WS-NID-COUNT)
           MOVE WS-I TO WS-NID-LEN(WS-NID-COUNT).

      ******************************************************************
      * LOAD-USER-MASTER: ID, email and status of every account
      ******************************************************************
       LOAD-USER-MASTER.
           OPEN INPUT USER-SYNC-FILE
           IF WS-USER-SYNC-STATUS NOT = "00"
               DISPLAY "No user master " WS-USER-SYNC-FILE-NAME
                       " - no owner can be mailed"
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
           IF WS-USER-TRUNCATED = "Y"
               DISPLAY "WARNING: user table filled at 5000 - later "
                       "owners show as not on the user master"
           END-IF.

       LOAD-ONE-USER.
           IF USER-SYNC-RECORD = SPACES
               OR USER-SYNC-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           IF WS-USER-COUNT >= 5000
               MOVE "Y" TO WS-USER-TRUNCATED
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
           MOVE WS-REC-EMAIL TO WS-UT-EMAIL(WS-USER-COUNT)
           MOVE WS-REC-STATUS TO WS-UT-STATUS(WS-USER-COUNT).

      ******************************************************************
      * SCAN-ONE-PROJECT: Name, description and metadata of one
      * project through every detector
      ******************************************************************
       SCAN-ONE-PROJECT.
           IF WS-HAVE-OWNER = "N"
               OR SYNC-PROJ-OWNER NOT = WS-CUR-OWNER
               IF WS-HAVE-OWNER = "Y"
                   PERFORM FINISH-OWNER
               END-IF
               MOVE SYNC-PROJ-OWNER TO WS-CUR-OWNER
               MOVE "Y" TO WS-HAVE-OWNER
               MOVE 0 TO WS-OF-COUNT WS-OF-OVERFLOW
                         WS-OQ-COUNT WS-OQ-OVERFLOW
                         WS-OWN-FINDINGS WS-OWN-PROJECTS
           END-IF
           ADD 1 TO WS-SCANNED-TOTAL
           MOVE 0 TO WS-PROJ-HITS
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                       UNTIL WS-TYPE-IDX > 5
               MOVE "N" TO WS-TYPE-IN-PROJ(WS-TYPE-IDX)
           END-PERFORM

           MOVE SPACES TO WS-SCAN-TEXT
           MOVE SYNC-PROJ-NAME TO WS-SCAN-TEXT
           MOVE "NAME" TO WS-SCAN-FIELD
           PERFORM SCAN-FIELD

           MOVE SPACES TO WS-SCAN-TEXT
           MOVE SYNC-PROJ-DESC TO WS-SCAN-TEXT
           MOVE "DESCRIPTION" TO WS-SCAN-FIELD
           PERFORM SCAN-FIELD

           CALL "META-STORE-GET" USING SYNC-PROJ-ID
                                       WS-META-DOC
                                       WS-META-FOUND
           IF WS-META-FOUND = "Y" OR WS-META-FOUND = "T"
               MOVE WS-META-DOC TO WS-SCAN-TEXT
               MOVE "METADATA" TO WS-SCAN-FIELD
               PERFORM SCAN-FIELD
           END-IF

           IF WS-PROJ-HITS = 0
               ADD 1 TO WS-HIST-OK
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FLAGGED-TOTAL
           ADD 1 TO WS-HIST-FAIL
           ADD 1 TO WS-OWN-PROJECTS
           MOVE SPACES TO WS-PROJ-TYPES
           MOVE 1 TO WS-Q
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                       UNTIL WS-TYPE-IDX > 5
               IF WS-TYPE-IN-PROJ(WS-TYPE-IDX) = "Y"
                   IF WS-Q > 1
                       STRING "," DELIMITED BY SIZE
                           INTO WS-PROJ-TYPES WITH POINTER WS-Q
                   END-IF
                   STRING WS-TYPE-NAME(WS-TYPE-IDX) DELIMITED BY SPACE
                       INTO WS-PROJ-TYPES WITH POINTER WS-Q
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-PROJ-QSTATE
           IF WS-MODE = "QUARANTINE"
               PERFORM APPLY-QUARANTINE
           END-IF
           IF WS-OQ-COUNT >= WS-OF-MAX
               ADD 1 TO WS-OQ-OVERFLOW
           ELSE
               ADD 1 TO WS-OQ-COUNT
               MOVE SYNC-PROJ-ID TO WS-OQ-PROJ-ID(WS-OQ-COUNT)
               MOVE WS-PROJ-QSTATE TO WS-OQ-STATE(WS-OQ-COUNT)
           END-IF.

      ******************************************************************
      * SCAN-FIELD: Walk WS-SCAN-TEXT once; at each position the
      * detectors are tried in turn and a hit skips past the value
      ******************************************************************
       SCAN-FIELD.
           MOVE 0 TO WS-SCAN-TRAIL
           INSPECT FUNCTION REVERSE(WS-SCAN-TEXT)
               TALLYING WS-SCAN-TRAIL FOR LEADING SPACES
           COMPUTE WS-SCAN-LEN = LENGTH OF WS-SCAN-TEXT - WS-SCAN-TRAIL
           MOVE 1 TO WS-P
           PERFORM UNTIL WS-P > WS-SCAN-LEN
               MOVE "N" TO WS-MATCHED
               PERFORM TRY-DETECTORS
               IF WS-MATCHED = "Y" AND WS-NEXT-P > WS-P
                   MOVE WS-NEXT-P TO WS-P
               ELSE
                   ADD 1 TO WS-P
               END-IF
           END-PERFORM.

       TRY-DETECTORS.
           MOVE WS-SCAN-TEXT(WS-P:1) TO WS-CH
           IF WS-CH = "@"
               PERFORM TRY-EMAIL
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-CH-ALNUM AND WS-CH NOT = "-"
               EXIT PARAGRAPH
           END-IF

      *    Every other value starts a word - nothing alphanumeric
      *    directly in front of it
           MOVE "Y" TO WS-AT-BOUNDARY
           IF WS-P > 1
               MOVE WS-SCAN-TEXT(WS-P - 1:1) TO WS-CH
               IF WS-CH-ALNUM
                   MOVE "N" TO WS-AT-BOUNDARY
               END-IF
               MOVE WS-SCAN-TEXT(WS-P:1) TO WS-CH
           END-IF
           IF WS-AT-BOUNDARY = "N"
               EXIT PARAGRAPH
           END-IF

           IF WS-CH = "-"
               PERFORM TRY-KEY-PREFIX
               EXIT PARAGRAPH
           END-IF
           IF WS-CH-LETTER
               PERFORM TRY-CREDENTIAL
               IF WS-MATCHED = "Y"
                   EXIT PARAGRAPH
               END-IF
               PERFORM TRY-KEY-PREFIX
               IF WS-MATCHED = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-CH-DIGIT
               PERFORM TRY-CARD
               IF WS-MATCHED = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM TRY-NATIONAL-ID
           IF WS-MATCHED = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM TRY-KEY-RUN.

      ******************************************************************
      * TRY-CARD: 13-19 digits, single space or dash between groups,
      * Luhn check digit good; masked to the last four digits
      ******************************************************************
       TRY-CARD.
           MOVE SPACES TO WS-CARD-DIGITS
           MOVE 0 TO WS-CARD-LEN WS-END
           MOVE WS-P TO WS-Q
           MOVE "N" TO WS-RUN-DONE
           PERFORM UNTIL WS-RUN-DONE = "Y" OR WS-Q > WS-SCAN-LEN
               MOVE WS-SCAN-TEXT(WS-Q:1) TO WS-CH
               IF WS-CH-DIGIT
                   IF WS-CARD-LEN >= 19
                       MOVE 99 TO WS-CARD-LEN
                       MOVE "Y" TO WS-RUN-DONE
                   ELSE
                       ADD 1 TO WS-CARD-LEN
                       MOVE WS-CH TO WS-CARD-DIGITS(WS-CARD-LEN:1)
                       MOVE WS-Q TO WS-END
                       ADD 1 TO WS-Q
                   END-IF
               ELSE
                   MOVE "Y" TO WS-RUN-DONE
                   IF (WS-CH = SPACE OR WS-CH = "-")
                       AND WS-Q < WS-SCAN-LEN
                       MOVE WS-SCAN-TEXT(WS-Q + 1:1) TO WS-CH
                       IF WS-CH-DIGIT
                           MOVE "N" TO WS-RUN-DONE
                           ADD 1 TO WS-Q
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CARD-LEN < 13 OR WS-CARD-LEN > 19
               EXIT PARAGRAPH
           END-IF
           IF WS-END < WS-SCAN-LEN
               MOVE WS-SCAN-TEXT(WS-END + 1:1) TO WS-CH
               IF WS-CH-ALNUM
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 0 TO WS-LUHN-SUM
           PERFORM VARYING WS-I FROM WS-CARD-LEN BY -1
                       UNTIL WS-I < 1
               MOVE WS-CARD-DIGITS(WS-I:1) TO WS-LUHN-DIGIT
               COMPUTE WS-LUHN-POS = WS-CARD-LEN - WS-I
               IF FUNCTION MOD(WS-LUHN-POS, 2) = 1
                   MULTIPLY 2 BY WS-LUHN-DIGIT
                   IF WS-LUHN-DIGIT > 9
                       SUBTRACT 9 FROM WS-LUHN-DIGIT
                   END-IF
               END-IF
               ADD WS-LUHN-DIGIT TO WS-LUHN-SUM
           END-PERFORM
           IF WS-LUHN-SUM = 0 OR FUNCTION MOD(WS-LUHN-SUM, 10) NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-HIT-MASKED
           MOVE ALL "*" TO WS-HIT-MASKED(1:WS-CARD-LEN - 4)
           MOVE WS-CARD-DIGITS(WS-CARD-LEN - 3:4)
               TO WS-HIT-MASKED(WS-CARD-LEN - 3:4)
           MOVE 1 TO WS-HIT-TYPE-IDX
           PERFORM RECORD-HIT
           COMPUTE WS-NEXT-P = WS-END + 1.

      ******************************************************************
      * TRY-NATIONAL-ID: Each format mask laid over the text here;
      * every letter and digit but the last four masked
      ******************************************************************
       TRY-NATIONAL-ID.
           PERFORM VARYING WS-NID-IDX FROM 1 BY 1
                       UNTIL WS-NID-IDX > WS-NID-COUNT
                          OR WS-MATCHED = "Y"
               PERFORM MATCH-NID-FORMAT
           END-PERFORM.

       MATCH-NID-FORMAT.
           MOVE WS-NID-LEN(WS-NID-IDX) TO WS-MASK-LEN
           IF WS-P + WS-MASK-LEN - 1 > WS-SCAN-LEN
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-FIT
           PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-MASK-LEN OR WS-FIT = "N"
               MOVE WS-NID-MASK(WS-NID-IDX)(WS-I:1) TO WS-MASK-CH
               MOVE WS-SCAN-TEXT(WS-P + WS-I - 1:1) TO WS-CH
               EVALUATE WS-MASK-CH
                   WHEN "9"
                       IF NOT WS-CH-DIGIT
                           MOVE "N" TO WS-FIT
                       END-IF
                   WHEN "A"
                       IF NOT WS-CH-LETTER
                           MOVE "N" TO WS-FIT
                       END-IF
                   WHEN OTHER
                       IF WS-CH NOT = WS-MASK-CH
                           MOVE "N" TO WS-FIT
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-FIT = "N"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Q = WS-P + WS-MASK-LEN
           IF WS-Q <= WS-SCAN-LEN
               MOVE WS-SCAN-TEXT(WS-Q:1) TO WS-CH
               IF WS-CH-ALNUM
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO WS-NID-VALUE
           MOVE WS-SCAN-TEXT(WS-P:WS-MASK-LEN) TO WS-NID-VALUE
           MOVE 0 TO WS-KEEP
           PERFORM VARYING WS-I FROM WS-MASK-LEN BY -1
                       UNTIL WS-I < 1
               MOVE WS-NID-VALUE(WS-I:1) TO WS-CH
               IF WS-CH-ALNUM
                   ADD 1 TO WS-KEEP
                   IF WS-KEEP > 4
                       MOVE "*" TO WS-NID-VALUE(WS-I:1)
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-HIT-MASKED
           STRING WS-NID-LABEL(WS-NID-IDX) DELIMITED BY SPACE
                  ":" DELIMITED BY SIZE
                  WS-NID-VALUE(1:WS-MASK-LEN) DELIMITED BY SIZE
                  INTO WS-HIT-MASKED
           MOVE 2 TO WS-HIT-TYPE-IDX
           PERFORM RECORD-HIT
           COMPUTE WS-NEXT-P = WS-P + WS-MASK-LEN.

      ******************************************************************
      * TRY-EMAIL: Found at the "@" - the local part behind it, a
      * dotted domain ahead; masked to its first character
      ******************************************************************
       TRY-EMAIL.
           MOVE WS-P TO WS-LOCAL-START
           MOVE "N" TO WS-RUN-DONE
           PERFORM UNTIL WS-RUN-DONE = "Y" OR WS-LOCAL-START < 2
               MOVE WS-SCAN-TEXT(WS-LOCAL-START - 1:1) TO WS-CH
               IF WS-CH-LOCAL
                   SUBTRACT 1 FROM WS-LOCAL-START
               ELSE
                   MOVE "Y" TO WS-RUN-DONE
               END-IF
           END-PERFORM
           IF WS-LOCAL-START = WS-P
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-Q = WS-P + 1
           MOVE "N" TO WS-RUN-DONE
           PERFORM UNTIL WS-RUN-DONE = "Y" OR WS-Q > WS-SCAN-LEN
               MOVE WS-SCAN-TEXT(WS-Q:1) TO WS-CH
               IF WS-CH-DOMAIN
                   ADD 1 TO WS-Q
               ELSE
                   MOVE "Y" TO WS-RUN-DONE
               END-IF
           END-PERFORM
           COMPUTE WS-END = WS-Q - 1
      *    A full stop ending the sentence is not part of the domain
           PERFORM UNTIL WS-END <= WS-P
                      OR WS-SCAN-TEXT(WS-END:1) NOT = "."
               SUBTRACT 1 FROM WS-END
           END-PERFORM
           MOVE 0 TO WS-LAST-DOT
           PERFORM VARYING WS-R FROM WS-END BY -1
                       UNTIL WS-R <= WS-P OR WS-LAST-DOT > 0
               IF WS-SCAN-TEXT(WS-R:1) = "."
                   MOVE WS-R TO WS-LAST-DOT
               END-IF
           END-PERFORM
           IF WS-LAST-DOT <= WS-P + 1
               OR WS-END - WS-LAST-DOT < 2
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DOMAIN-LEN = WS-END - WS-P
           IF WS-DOMAIN-LEN > 59
               MOVE 59 TO WS-DOMAIN-LEN
           END-IF
           MOVE SPACES TO WS-HIT-MASKED
           STRING WS-SCAN-TEXT(WS-LOCAL-START:1) DELIMITED BY SIZE
                  "***@" DELIMITED BY SIZE
                  WS-SCAN-TEXT(WS-P + 1:WS-DOMAIN-LEN)
                      DELIMITED BY SIZE
                  INTO WS-HIT-MASKED
           MOVE 3 TO WS-HIT-TYPE-IDX
           PERFORM RECORD-HIT
           COMPUTE WS-NEXT-P = WS-END + 1.

      ******************************************************************
      * TRY-CREDENTIAL: A credential keyword (any case), then "=" or
      * ":" - quotes and blanks allowed around it - then a value
      ******************************************************************
       TRY-CREDENTIAL.
           PERFORM VARYING WS-KW-IDX FROM 1 BY 1
                       UNTIL WS-KW-IDX > WS-KW-COUNT
                          OR WS-MATCHED = "Y"
               PERFORM MATCH-CREDENTIAL
           END-PERFORM.

       MATCH-CREDENTIAL.
           IF WS-P + WS-KW-LEN(WS-KW-IDX) > WS-SCAN-LEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-KW-WORK
           MOVE FUNCTION UPPER-CASE(
                    WS-SCAN-TEXT(WS-P:WS-KW-LEN(WS-KW-IDX)))
               TO WS-KW-WORK
           IF WS-KW-WORK NOT = WS-KW-WORD(WS-KW-IDX)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Q = WS-P + WS-KW-LEN(WS-KW-IDX)
           MOVE WS-SCAN-TEXT(WS-Q:1) TO WS-CH
           IF WS-CH-ALNUM OR WS-CH = "_"
               EXIT PARAGRAPH
           END-IF
           PERFORM SKIP-QUOTES-AND-BLANKS
           IF WS-Q > WS-SCAN-LEN
               EXIT PARAGRAPH
           END-IF
           IF WS-SCAN-TEXT(WS-Q:1) NOT = "="
               AND WS-SCAN-TEXT(WS-Q:1) NOT = ":"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Q
           PERFORM SKIP-QUOTES-AND-BLANKS
           MOVE WS-Q TO WS-VALUE-START
           MOVE "N" TO WS-RUN-DONE
           PERFORM UNTIL WS-RUN-DONE = "Y" OR WS-Q > WS-SCAN-LEN
               MOVE WS-SCAN-TEXT(WS-Q:1) TO WS-CH
               IF WS-CH-VALUE-END OR WS-CH = QUOTE
                   MOVE "Y" TO WS-RUN-DONE
               ELSE
                   ADD 1 TO WS-Q
               END-IF
           END-PERFORM
           COMPUTE WS-VALUE-LEN = WS-Q - WS-VALUE-START
      *    An empty value, a JSON null or one already starred out is
      *    not a credential
           IF WS-VALUE-LEN = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SCAN-TEXT(WS-VALUE-START:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF WS-VALUE-LEN = 4
               AND FUNCTION UPPER-CASE(
                       WS-SCAN-TEXT(WS-VALUE-START:4)) = "NULL"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-HIT-MASKED
           STRING WS-SCAN-TEXT(WS-P:WS-KW-LEN(WS-KW-IDX))
                      DELIMITED BY SIZE
                  "=********" DELIMITED BY SIZE
                  INTO WS-HIT-MASKED
           MOVE 4 TO WS-HIT-TYPE-IDX
           PERFORM RECORD-HIT
           MOVE WS-Q TO WS-NEXT-P.

       SKIP-QUOTES-AND-BLANKS.
           MOVE "N" TO WS-RUN-DONE
           PERFORM UNTIL WS-RUN-DONE = "Y" OR WS-Q > WS-SCAN-LEN
               MOVE WS-SCAN-TEXT(WS-Q:1) TO WS-CH
               IF WS-CH = SPACE OR WS-CH = QUOTE OR WS-CH = "'"
                   ADD 1 TO WS-Q
               ELSE
                   MOVE "Y" TO WS-RUN-DONE
               END-IF
           END-PERFORM.

      ******************************************************************
      * TRY-KEY-PREFIX: A known key shape - the prefix, then at least
      * the expected run of key characters. A PEM block is skipped to
      * its END line so its body is not reported again.
      ******************************************************************
       TRY-KEY-PREFIX.
           PERFORM VARYING WS-KP-IDX FROM 1 BY 1
                       UNTIL WS-KP-IDX > WS-KP-COUNT
                          OR WS-MATCHED = "Y"
               PERFORM MATCH-KEY-PREFIX
           END-PERFORM.

       MATCH-KEY-PREFIX.
           IF WS-P + WS-KP-LEN(WS-KP-IDX) - 1 > WS-SCAN-LEN
               EXIT PARAGRAPH
           END-IF
           IF WS-SCAN-TEXT(WS-P:WS-KP-LEN(WS-KP-IDX))
               NOT = WS-KP-PREFIX(WS-KP-IDX)(1:WS-KP-LEN(WS-KP-IDX))
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Q = WS-P + WS-KP-LEN(WS-KP-IDX)
           MOVE "N" TO WS-RUN-DONE
           PERFORM UNTIL WS-RUN-DONE = "Y" OR WS-Q > WS-SCAN-LEN
               MOVE WS-SCAN-TEXT(WS-Q:1) TO WS-CH
               IF WS-CH-TOKEN
                   ADD 1 TO WS-Q
               ELSE
                   MOVE "Y" TO WS-RUN-DONE
               END-IF
           END-PERFORM
           COMPUTE WS-TAIL-LEN = WS-Q - WS-P - WS-KP-LEN(WS-KP-IDX)
           IF WS-TAIL-LEN < WS-KP-TAIL(WS-KP-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-HIT-MASKED
           STRING WS-KP-PREFIX(WS-KP-IDX) DELIMITED BY SPACE
                  "****" DELIMITED BY SIZE
                  INTO WS-HIT-MASKED
           MOVE 5 TO WS-HIT-TYPE-IDX
           PERFORM RECORD-HIT
           MOVE WS-Q TO WS-NEXT-P
           IF WS-KP-PREFIX(WS-KP-IDX) NOT = "-----BEGIN"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SCAN-LEN TO WS-END
           PERFORM VARYING WS-R FROM WS-Q BY 1
                       UNTIL WS-R + 7 > WS-SCAN-LEN
                          OR WS-END < WS-SCAN-LEN
               IF WS-SCAN-TEXT(WS-R:8) = "-----END"
                   COMPUTE WS-END = WS-R + 7
               END-IF
           END-PERFORM
           COMPUTE WS-NEXT-P = WS-END + 1.

      ******************************************************************
      * TRY-KEY-RUN: 32 or more letters and digits in one run, upper
      * and lower case mixed and at least four digits - the look of
      * a generated secret rather than a word
      ******************************************************************
       TRY-KEY-RUN.
           MOVE 0 TO WS-UPPER-COUNT WS-LOWER-COUNT WS-DIGIT-COUNT
           MOVE WS-P TO WS-Q
           MOVE "N" TO WS-RUN-DONE
           PERFORM UNTIL WS-RUN-DONE = "Y" OR WS-Q > WS-SCAN-LEN
               MOVE WS-SCAN-TEXT(WS-Q:1) TO WS-CH
               EVALUATE TRUE
                   WHEN WS-CH-UPPER
                       ADD 1 TO WS-UPPER-COUNT
                   WHEN WS-CH-LOWER
                       ADD 1 TO WS-LOWER-COUNT
                   WHEN WS-CH-DIGIT
                       ADD 1 TO WS-DIGIT-COUNT
                   WHEN OTHER
                       MOVE "Y" TO WS-RUN-DONE
               END-EVALUATE
               IF WS-RUN-DONE = "N"
                   ADD 1 TO WS-Q
               END-IF
           END-PERFORM
           IF WS-Q - WS-P < 32
               OR WS-UPPER-COUNT = 0 OR WS-LOWER-COUNT = 0
               OR WS-DIGIT-COUNT < 4
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-HIT-MASKED
           STRING WS-SCAN-TEXT(WS-P:4) DELIMITED BY SIZE
                  "****" DELIMITED BY SIZE
                  INTO WS-HIT-MASKED
           MOVE 5 TO WS-HIT-TYPE-IDX
           PERFORM RECORD-HIT
           MOVE WS-Q TO WS-NEXT-P.

      ******************************************************************
      * RECORD-HIT: Count, report and hold the hit for the notice
      ******************************************************************
       RECORD-HIT.
           MOVE "Y" TO WS-MATCHED
           ADD 1 TO WS-HIT-TOTAL
           ADD 1 TO WS-PROJ-HITS
           ADD 1 TO WS-OWN-FINDINGS
           ADD 1 TO WS-TYPE-HITS(WS-HIT-TYPE-IDX)
           MOVE "Y" TO WS-TYPE-IN-PROJ(WS-HIT-TYPE-IDX)

           MOVE SPACES TO WS-REPORT-LINE
           STRING "HIT|" DELIMITED BY SIZE
                  SYNC-PROJ-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-CUR-OWNER DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SCAN-FIELD DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-TYPE-NAME(WS-HIT-TYPE-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-HIT-MASKED DELIMITED BY "  "
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF WS-OF-COUNT >= WS-OF-MAX
               ADD 1 TO WS-OF-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OF-COUNT
           MOVE SYNC-PROJ-ID TO WS-OF-PROJ-ID(WS-OF-COUNT)
           MOVE WS-SCAN-FIELD TO WS-OF-FIELD(WS-OF-COUNT)
           MOVE WS-TYPE-NAME(WS-HIT-TYPE-IDX) TO WS-OF-TYPE(WS-OF-COUNT)
           MOVE WS-HIT-MASKED TO WS-OF-MASKED(WS-OF-COUNT).

      ******************************************************************
      * APPLY-QUARANTINE: Bring the flagged project's register entry
      * up to date - new, still held, still cleared, or held again
      * because a new type of hit turned up since it was cleared
      ******************************************************************
       APPLY-QUARANTINE.
           PERFORM FIND-REGISTER-ENTRY
           IF WS-RG-FOUND-IDX = 0
               IF WS-RG-COUNT >= 5000
                   MOVE "Y" TO WS-RG-FULL
                   MOVE "NOT-HELD" TO WS-PROJ-QSTATE
                   DISPLAY "WARNING: quarantine register full - "
                           SYNC-PROJ-ID(1:36) " not held"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RG-COUNT
               MOVE WS-RG-COUNT TO WS-RG-FOUND-IDX
               MOVE SYNC-PROJ-ID TO WS-RG-PROJ-ID(WS-RG-FOUND-IDX)
               MOVE WS-TODAY TO WS-RG-SINCE(WS-RG-FOUND-IDX)
               MOVE SPACES TO WS-RG-CLEARED-BY(WS-RG-FOUND-IDX)
                              WS-RG-CLEARED-ON(WS-RG-FOUND-IDX)
               MOVE WS-PROJ-TYPES TO WS-RG-TYPES(WS-RG-FOUND-IDX)
           END-IF
           MOVE "Y" TO WS-RG-SEEN(WS-RG-FOUND-IDX)
           MOVE WS-CUR-OWNER TO WS-RG-OWNER(WS-RG-FOUND-IDX)

           IF WS-RG-CLEARED-ON(WS-RG-FOUND-IDX) NOT = SPACES
               IF WS-RG-TYPES(WS-RG-FOUND-IDX) = WS-PROJ-TYPES
                   MOVE "CLEARED" TO WS-PROJ-QSTATE
                   ADD 1 TO WS-CLEARED-TOTAL
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "CLEARED|" DELIMITED BY SIZE
                          SYNC-PROJ-ID DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-CUR-OWNER DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-PROJ-TYPES DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-RG-CLEARED-BY(WS-RG-FOUND-IDX)
                              DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-RG-CLEARED-ON(WS-RG-FOUND-IDX)
                              DELIMITED BY SPACE
                          INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TODAY TO WS-RG-SINCE(WS-RG-FOUND-IDX)
               MOVE SPACES TO WS-RG-CLEARED-BY(WS-RG-FOUND-IDX)
                              WS-RG-CLEARED-ON(WS-RG-FOUND-IDX)
           END-IF
           MOVE WS-PROJ-TYPES TO WS-RG-TYPES(WS-RG-FOUND-IDX)
           MOVE "QUARANTINED" TO WS-PROJ-QSTATE
           ADD 1 TO WS-QUARANTINED-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           STRING "QUARANTINED|" DELIMITED BY SIZE
                  SYNC-PROJ-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-CUR-OWNER DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-PROJ-TYPES DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-RG-SINCE(WS-RG-FOUND-IDX) DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * RELEASE-CLEAN-ENTRIES: Register entries whose project the scan
      * found clean (or no longer on the master) are dropped
      ******************************************************************
       RELEASE-CLEAN-ENTRIES.
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                       UNTIL WS-RG-IDX > WS-RG-COUNT
               IF WS-RG-SEEN(WS-RG-IDX) NOT = "Y"
                   ADD 1 TO WS-RELEASED-TOTAL
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "RELEASED|" DELIMITED BY SIZE
                          WS-RG-PROJ-ID(WS-RG-IDX) DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-RG-OWNER(WS-RG-IDX) DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-RG-TYPES(WS-RG-IDX) DELIMITED BY SPACE
                          INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.

      ******************************************************************
      * FINISH-OWNER: Write and queue the owner's notice if the scan
      * found anything in their projects
      ******************************************************************
       FINISH-OWNER.
           IF WS-OWN-FINDINGS = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CUR-OWNER = SPACES
               MOVE "NO-OWNER" TO WS-NO-EMAIL-REASON
           ELSE
               PERFORM FIND-OWNER-EMAIL
           END-IF
           IF WS-NO-EMAIL-REASON NOT = SPACES
               PERFORM WRITE-NO-EMAIL-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-NOTICE
           IF WS-NOTICE-STATUS NOT = "00"
               MOVE "NOTICE-NOT-WRITTEN" TO WS-NO-EMAIL-REASON
               PERFORM WRITE-NO-EMAIL-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-MAIL-SPOOL-ENTRY
           ADD 1 TO WS-NOTICE-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           STRING "NOTICE|" DELIMITED BY SIZE
                  WS-CUR-OWNER DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-OWN-EMAIL DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-NOTICE-PATH DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-NO-EMAIL-LINE.
           ADD 1 TO WS-NO-EMAIL-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           STRING "NO-EMAIL|" DELIMITED BY SIZE
                  WS-CUR-OWNER DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-NO-EMAIL-REASON DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-OWN-FINDINGS DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * FIND-OWNER-EMAIL: The owner's address off the user master;
      * WS-NO-EMAIL-REASON says why there is no usable one
      ******************************************************************
       FIND-OWNER-EMAIL.
           MOVE SPACES TO WS-OWN-EMAIL WS-NO-EMAIL-REASON
           MOVE 0 TO WS-USER-FOUND-IDX
           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
                       UNTIL WS-USER-IDX > WS-USER-COUNT
               IF WS-UT-ID(WS-USER-IDX) = WS-CUR-OWNER
                   MOVE WS-USER-IDX TO WS-USER-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-USER-FOUND-IDX = 0
               MOVE "NOT-ON-USER-MASTER" TO WS-NO-EMAIL-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-UT-STATUS(WS-USER-FOUND-IDX) NOT = "active"
               MOVE "ACCOUNT-NOT-ACTIVE" TO WS-NO-EMAIL-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-UT-EMAIL(WS-USER-FOUND-IDX) TO WS-OWN-EMAIL
           IF WS-OWN-EMAIL = SPACES
               MOVE "NO-EMAIL" TO WS-NO-EMAIL-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-AT-COUNT
           INSPECT WS-OWN-EMAIL TALLYING WS-AT-COUNT FOR ALL "@"
           IF WS-AT-COUNT NOT = 1
               OR WS-OWN-EMAIL(1:1) = "@"
               MOVE "INVALID-EMAIL" TO WS-NO-EMAIL-REASON
           END-IF.

      ******************************************************************
      * WRITE-NOTICE: The owner's notice file - masked findings only
      ******************************************************************
       WRITE-NOTICE.
           MOVE SPACES TO WS-NOTICE-PATH
           STRING WS-NOTICE-DIR DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-CUR-OWNER DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOTICE-PATH
           OPEN OUTPUT NOTICE-FILE
           IF WS-NOTICE-STATUS NOT = "00"
               DISPLAY "Cannot write notice " WS-NOTICE-PATH
                       " (status " WS-NOTICE-STATUS ")"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "SENSITIVE-CONTENT-NOTICE|OWNER=" DELIMITED BY SIZE
                  WS-CUR-OWNER DELIMITED BY SPACE
                  "|DATE=" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  "|EMAIL=" DELIMITED BY SIZE
                  WS-OWN-EMAIL DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE

           PERFORM VARYING WS-OF-IDX FROM 1 BY 1
                       UNTIL WS-OF-IDX > WS-OF-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "FINDING|" DELIMITED BY SIZE
                      WS-OF-PROJ-ID(WS-OF-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-OF-FIELD(WS-OF-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-OF-TYPE(WS-OF-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-OF-MASKED(WS-OF-IDX) DELIMITED BY "  "
                      INTO WS-REPORT-LINE
               PERFORM WRITE-NOTICE-LINE
           END-PERFORM
           IF WS-OF-OVERFLOW > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NOTE|" DELIMITED BY SIZE
                      WS-OF-OVERFLOW DELIMITED BY SIZE
                      " further findings not listed" DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-NOTICE-LINE
           END-IF

           PERFORM VARYING WS-OQ-IDX FROM 1 BY 1
                       UNTIL WS-OQ-IDX > WS-OQ-COUNT
               IF WS-OQ-STATE(WS-OQ-IDX) = "QUARANTINED"
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "QUARANTINED|" DELIMITED BY SIZE
                          WS-OQ-PROJ-ID(WS-OQ-IDX) DELIMITED BY SPACE
                          INTO WS-REPORT-LINE
                   PERFORM WRITE-NOTICE-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACTION|Remove or replace the values above. "
                      DELIMITED BY SIZE
                  "Projects marked QUARANTINED are withheld from "
                      DELIMITED BY SIZE
                  "the export and downstream feeds until the next "
                      DELIMITED BY SIZE
                  "scan finds them clean." DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUMMARY|PROJECTS=" DELIMITED BY SIZE
                  WS-OWN-PROJECTS DELIMITED BY SIZE
                  "|FINDINGS=" DELIMITED BY SIZE
                  WS-OWN-FINDINGS DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE
           CLOSE NOTICE-FILE
           MOVE "00" TO WS-NOTICE-STATUS.

       WRITE-NOTICE-LINE.
           MOVE WS-REPORT-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD.

      ******************************************************************
      * WRITE-MAIL-SPOOL-ENTRY: One entry the mailer daemon drains
      ******************************************************************
       WRITE-MAIL-SPOOL-ENTRY.
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-TS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-OWN-EMAIL DELIMITED BY SPACE
                  "|TXT|" DELIMITED BY SIZE
                  WS-NOTICE-PATH DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           OPEN EXTEND MAIL-SPOOL-FILE
           IF WS-MAIL-SPOOL-STATUS = "35"
               OPEN OUTPUT MAIL-SPOOL-FILE
           END-IF
           MOVE WS-REPORT-LINE TO MAIL-SPOOL-RECORD
           WRITE MAIL-SPOOL-RECORD
           CLOSE MAIL-SPOOL-FILE.

      ******************************************************************
      * LOAD-REGISTER: The quarantine register into the table, every
      * entry unseen until the scan flags its project again
      ******************************************************************
       LOAD-REGISTER.
           MOVE 0 TO WS-RG-COUNT
           OPEN INPUT QUARANTINE-FILE
           IF WS-QUARANTINE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ QUARANTINE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF QUARANTINE-RECORD NOT = SPACES
                           AND QUARANTINE-RECORD(1:1) NOT = "#"
                           PERFORM LOAD-ONE-REGISTER-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUARANTINE-FILE.

       LOAD-ONE-REGISTER-ENTRY.
           MOVE SPACES TO WS-REC-ID WS-REC-OWNER WS-REC-TYPES
                          WS-REC-SINCE WS-REC-CLEARED-BY
                          WS-REC-CLEARED-ON
           UNSTRING QUARANTINE-RECORD DELIMITED BY "|"
               INTO WS-REC-ID WS-REC-OWNER WS-REC-TYPES
                    WS-REC-SINCE WS-REC-CLEARED-BY WS-REC-CLEARED-ON
           IF WS-REC-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-RG-COUNT >= 5000
               MOVE "Y" TO WS-RG-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RG-COUNT
           MOVE WS-REC-ID TO WS-RG-PROJ-ID(WS-RG-COUNT)
           MOVE WS-REC-OWNER TO WS-RG-OWNER(WS-RG-COUNT)
           MOVE WS-REC-TYPES TO WS-RG-TYPES(WS-RG-COUNT)
           MOVE WS-REC-SINCE TO WS-RG-SINCE(WS-RG-COUNT)
           MOVE WS-REC-CLEARED-BY TO WS-RG-CLEARED-BY(WS-RG-COUNT)
           MOVE WS-REC-CLEARED-ON TO WS-RG-CLEARED-ON(WS-RG-COUNT)
           MOVE "N" TO WS-RG-SEEN(WS-RG-COUNT).

       FIND-REGISTER-ENTRY.
           MOVE 0 TO WS-RG-FOUND-IDX
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                       UNTIL WS-RG-IDX > WS-RG-COUNT
               IF WS-RG-PROJ-ID(WS-RG-IDX) = SYNC-PROJ-ID
                   MOVE WS-RG-IDX TO WS-RG-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * WRITE-REGISTER: Rewrite the register from the seen entries
      ******************************************************************
       WRITE-REGISTER.
           OPEN OUTPUT QUARANTINE-FILE
           IF WS-QUARANTINE-FILE-STATUS NOT = "00"
               DISPLAY "Cannot write quarantine register "
                       WS-QUARANTINE-FILE-NAME
                       " (status " WS-QUARANTINE-FILE-STATUS ")"
               ADD 1 TO WS-HIST-FAIL
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO QUARANTINE-RECORD
           STRING "# project-id|owner-id|hit-types|quarantined-on|"
                      DELIMITED BY SIZE
                  "cleared-by|cleared-on" DELIMITED BY SIZE
                  INTO QUARANTINE-RECORD
           WRITE QUARANTINE-RECORD
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                       UNTIL WS-RG-IDX > WS-RG-COUNT
               IF WS-RG-SEEN(WS-RG-IDX) = "Y"
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING WS-RG-PROJ-ID(WS-RG-IDX) DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-RG-OWNER(WS-RG-IDX) DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-RG-TYPES(WS-RG-IDX) DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-RG-SINCE(WS-RG-IDX) DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-RG-CLEARED-BY(WS-RG-IDX)
                              DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-RG-CLEARED-ON(WS-RG-IDX)
                              DELIMITED BY SPACE
                          INTO WS-REPORT-LINE
                   MOVE WS-REPORT-LINE TO QUARANTINE-RECORD
                   WRITE QUARANTINE-RECORD
               END-IF
           END-PERFORM
           CLOSE QUARANTINE-FILE
           IF WS-RG-FULL = "Y"
               DISPLAY "WARNING: quarantine register filled at 5000"
           END-IF.

      ******************************************************************
      * CLEAR-REGISTER-ENTRY: An operator clears one quarantined
      * project; the entry stays on the register, cleared, so the
      * next quarantine scan does not hold the same findings again
      ******************************************************************
       CLEAR-REGISTER-ENTRY.
           PERFORM LOAD-REGISTER
           MOVE WS-CLEAR-ID TO SYNC-PROJ-ID
           PERFORM FIND-REGISTER-ENTRY
           IF WS-RG-FOUND-IDX = 0
               DISPLAY "ERROR: " WS-CLEAR-ID(1:36)
                       " is not on the quarantine register "
                       WS-QUARANTINE-FILE-NAME
               ADD 1 TO WS-HIST-FAIL
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIST-READ
           IF WS-RG-CLEARED-ON(WS-RG-FOUND-IDX) NOT = SPACES
               DISPLAY WS-CLEAR-ID(1:36) " already cleared by "
                       WS-RG-CLEARED-BY(WS-RG-FOUND-IDX)(1:32)
                       " on " WS-RG-CLEARED-ON(WS-RG-FOUND-IDX)
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLEARED-BY TO WS-RG-CLEARED-BY(WS-RG-FOUND-IDX)
           MOVE WS-TODAY TO WS-RG-CLEARED-ON(WS-RG-FOUND-IDX)
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                       UNTIL WS-RG-IDX > WS-RG-COUNT
               MOVE "Y" TO WS-RG-SEEN(WS-RG-IDX)
           END-PERFORM
           PERFORM WRITE-REGISTER
           ADD 1 TO WS-HIST-OK
           DISPLAY WS-CLEAR-ID(1:36) " cleared by "
                   WS-CLEARED-BY(1:32) " - released to the feeds"
           MOVE 0 TO RETURN-CODE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO SCAN-REPORT-RECORD
           WRITE SCAN-REPORT-RECORD.

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

       END PROGRAM SENSITIVE-CONTENT-SCAN.
