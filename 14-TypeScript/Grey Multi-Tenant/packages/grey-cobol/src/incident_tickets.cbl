      ******************************************************************
      * incident_tickets.cbl - Grey Incident Ticket Raiser
      * NOTIFY-SPOOL-WRITE's records become e-mail, and on-call used
      * to open the incident ticket by hand, often hours later. This
      * job reads the notification spool past its own checkpoint and
      * raises a ticket in the service desk over HTTP for every
      * record at or above GREY_INCIDENT_MIN_SEVERITY (INFO, WARNING,
      * ERROR or CRITICAL; default ERROR):
      *
      *   - a repeat of a job/summary that already has an open ticket
      *     is added to that ticket as a comment instead of raising
      *     another one
      *   - the INCIDENT-TIMELINE output for the record's correlation
      *     ID is attached to the new ticket or comment (the timeline
      *     is built by running GREY_TIMELINE_COMMAND, default
      *     incident_timeline, with GREY_TIMELINE_CID set)
      *   - every spool record ticketed is cross-referenced to its
      *     ticket number
      *   - once the job behind an open ticket later ends RC 0 in
      *     RUN-HISTORY, the ticket is annotated as recovered
      *
      * Service desk (GREY_SERVICEDESK_URL, the API base; a token in
      * GREY_SERVICEDESK_TOKEN is sent as a Bearer credential):
      *   POST <base>/tickets                 raise a ticket; the
      *                                       number comes back as
      *                                       "number" or "id"
      *   POST <base>/tickets/<n>/comments    repeat or recovery
      *
      * Files:
      *   /tmp/grey_notify_spool.txt          read
      *   /tmp/grey_run_history.txt           read
      *   /tmp/grey_incident_checkpoint.txt   "line|timestamp" of the
      *                                       last spool record done
      *   /tmp/grey_incident_tickets.txt      ticket register
      *     "ticket|state|job|summary|opened|last|occurrences|cid|
      *      recovered" (state OPEN or RECOVERED)
      *   /tmp/grey_incident_spool_xref.txt   "spool-timestamp|
      *     severity|job|cid|ticket|OPENED or REPEAT", appended
      *   /tmp/grey_incident_ticket_report.txt this run's actions
      *
      * When the spool has been drained or rolled since the
      * checkpoint (it is shorter, or the checkpoint line no longer
      * carries the same timestamp) it is read from the top. A
      * service desk failure stops the run where it is: the
      * checkpoint stays on the last record ticketed so the next run
      * carries on from there.
      *
      * RETURN-CODE 0 clean, 8 no service desk configured or the
      * service desk refused a call, 12 another instance holds the
      * run lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-TICKETS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPOOL-FILE ASSIGN TO WS-SPOOL-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO WS-CHECKPOINT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.

           SELECT TICKET-FILE ASSIGN TO WS-TICKET-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TICKET-FILE-STATUS.

           SELECT XREF-FILE ASSIGN TO WS-XREF-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT TIMELINE-FILE ASSIGN TO WS-TIMELINE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TIMELINE-FILE-STATUS.

           SELECT TICKET-REPORT-FILE ASSIGN TO WS-TICKET-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SPOOL-FILE.
       01  SPOOL-RECORD                PIC X(800).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD              PIC X(250).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD           PIC X(80).

       FD  TICKET-FILE.
       01  TICKET-RECORD               PIC X(300).

       FD  XREF-FILE.
       01  XREF-RECORD                 PIC X(200).

       FD  TIMELINE-FILE.
       01  TIMELINE-RECORD             PIC X(600).

       FD  TICKET-REPORT-FILE.
       01  TICKET-REPORT-RECORD        PIC X(300).

       WORKING-STORAGE SECTION.
       COPY GREYRES.

       01  WS-SPOOL-FILE-NAME          PIC X(64)
               VALUE "/tmp/grey_notify_spool.txt".
       01  WS-SPOOL-FILE-STATUS        PIC XX     VALUE SPACES.
       01  WS-HISTORY-FILE-NAME        PIC X(64)
               VALUE "/tmp/grey_run_history.txt".
       01  WS-HISTORY-FILE-STATUS      PIC XX     VALUE SPACES.
       01  WS-CHECKPOINT-FILE-NAME     PIC X(64)
               VALUE "/tmp/grey_incident_checkpoint.txt".
       01  WS-CHECKPOINT-FILE-STATUS   PIC XX     VALUE SPACES.
       01  WS-TICKET-FILE-NAME         PIC X(64)
               VALUE "/tmp/grey_incident_tickets.txt".
       01  WS-TICKET-FILE-STATUS       PIC XX     VALUE SPACES.
       01  WS-XREF-FILE-NAME           PIC X(64)
               VALUE "/tmp/grey_incident_spool_xref.txt".
       01  WS-XREF-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-TIMELINE-FILE-NAME       PIC X(64)
               VALUE "/tmp/grey_incident_timeline.txt".
       01  WS-TIMELINE-FILE-STATUS     PIC XX     VALUE SPACES.
       01  WS-TICKET-REPORT-NAME       PIC X(64)
               VALUE "/tmp/grey_incident_ticket_report.txt".
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-REPORT-LINE              PIC X(300) VALUE SPACES.

      ******************************************************************
      * Settings
      ******************************************************************
       01  WS-DESK-BASE-URL            PIC X(256) VALUE SPACES.
       01  WS-DESK-TOKEN               PIC X(200) VALUE SPACES.
       01  WS-PROXY-ENV                PIC X(512) VALUE SPACES.
       01  WS-MIN-SEVERITY-ENV         PIC X(8)   VALUE SPACES.
       01  WS-MIN-RANK                 PIC 9      VALUE 3.
       01  WS-TIMELINE-COMMAND         PIC X(128)
               VALUE "incident_timeline".
       01  WS-TIMELINE-CMD-ENV         PIC X(128) VALUE SPACES.

      ******************************************************************
      * Spool position
      ******************************************************************
       01  WS-CKPT-LINE                PIC 9(8)   VALUE 0.
       01  WS-CKPT-TS                  PIC X(19)  VALUE SPACES.
       01  WS-CKPT-LINE-TEXT           PIC X(12)  VALUE SPACES.
       01  WS-SPOOL-LINE-NO            PIC 9(8)   VALUE 0.
       01  WS-RESCAN                   PIC X      VALUE "N".
       01  WS-DONE-LINE                PIC 9(8)   VALUE 0.
       01  WS-DONE-TS                  PIC X(19)  VALUE SPACES.
       01  WS-DESK-FAILED              PIC X      VALUE "N".

      ******************************************************************
      * The spool record in hand
      ******************************************************************
       01  WS-SP-TS                    PIC X(19)  VALUE SPACES.
       01  WS-SP-SEVERITY              PIC X(8)   VALUE SPACES.
       01  WS-SP-JOB                   PIC X(32)  VALUE SPACES.
       01  WS-SP-SUMMARY               PIC X(64)  VALUE SPACES.
       01  WS-SP-DETAIL                PIC X(256) VALUE SPACES.
       01  WS-SP-CID                   PIC X(40)  VALUE SPACES.
       01  WS-SEV-TEXT                 PIC X(8)   VALUE SPACES.
       01  WS-SEV-RANK                 PIC 9      VALUE 0.
       01  WS-XREF-ACTION              PIC X(8)   VALUE SPACES.

      ******************************************************************
      * Ticket register
      ******************************************************************
       01  WS-TICKET-TABLE.
           05  WS-TK-COUNT              PIC 9(4)  VALUE 0.
           05  WS-TK-ENTRY OCCURS 2000 TIMES.
               10  WS-TK-NUMBER         PIC X(32).
               10  WS-TK-STATE          PIC X(10).
               10  WS-TK-JOB            PIC X(32).
               10  WS-TK-SUMMARY        PIC X(64).
               10  WS-TK-OPENED         PIC X(19).
               10  WS-TK-LAST           PIC X(19).
               10  WS-TK-OCCURRENCES    PIC 9(5).
               10  WS-TK-CID            PIC X(40).
               10  WS-TK-RECOVERED      PIC X(19).
               10  WS-TK-RECOVER-RUN    PIC X(24).
               10  WS-TK-RECOVER-TS     PIC X(19).
       01  WS-TK-IDX                   PIC 9(4)   VALUE 0.
       01  WS-TK-HIT                   PIC 9(4)   VALUE 0.
       01  WS-REC-OCCURRENCES          PIC X(8)   VALUE SPACES.
       01  WS-OCCURRENCE-TEXT          PIC Z(4)9  VALUE SPACES.

      ******************************************************************
      * A run-history record
      ******************************************************************
       01  WS-RH-JOB                   PIC X(32)  VALUE SPACES.
       01  WS-RH-RUN-ID                PIC X(24)  VALUE SPACES.
       01  WS-RH-START                 PIC X(19)  VALUE SPACES.
       01  WS-RH-END                   PIC X(19)  VALUE SPACES.
       01  WS-RH-READ                  PIC X(12)  VALUE SPACES.
       01  WS-RH-OK                    PIC X(12)  VALUE SPACES.
       01  WS-RH-FAIL                  PIC X(12)  VALUE SPACES.
       01  WS-RH-RC-TEXT               PIC X(8)   VALUE SPACES.

      ******************************************************************
      * Request building and the service desk call
      ******************************************************************
       01  WS-DESK-BODY                PIC X(32000) VALUE SPACES.
       01  WS-DESK-PTR                 PIC 9(5)   VALUE 0.
       01  WS-TIMELINE-JSON            PIC X(20000) VALUE SPACES.
       01  WS-TIMELINE-PTR             PIC 9(5)   VALUE 0.
       01  WS-TIMELINE-LINES           PIC 9(4)   VALUE 0.
       01  WS-SHELL-COMMAND            PIC X(300) VALUE SPACES.
       01  WS-CID-QUOTES               PIC 9(3)   VALUE 0.
       01  WS-ESC-IN-BUF               PIC X(2048) VALUE SPACES.
       01  WS-ESC-OUT-BUF              PIC X(4096) VALUE SPACES.
       01  WS-ESC-LEN                  PIC 9(5)   VALUE 0.
       01  WS-ESC-SUMMARY              PIC X(256) VALUE SPACES.
       01  WS-ESC-DETAIL               PIC X(1024) VALUE SPACES.
       01  WS-COMMENT-TEXT             PIC X(256) VALUE SPACES.

       01  WS-POST-HANDLE              PIC 9(8) COMP VALUE 0.
       01  WS-POST-RC                  PIC S9(8) COMP VALUE 0.
       01  WS-POST-URL                 PIC X(1024) VALUE SPACES.
       01  WS-POST-METHOD              PIC X(8)   VALUE "POST".
       01  WS-POST-TIMEOUT             PIC 9(3)   VALUE 30.
       01  WS-POST-CONNECT-TIMEOUT     PIC 9(3)   VALUE 10.
       01  WS-POST-HEADER-NAME         PIC X(64)  VALUE SPACES.
       01  WS-POST-HEADER-VALUE        PIC X(256) VALUE SPACES.
       01  WS-POST-STATUS              PIC 9(3)   VALUE 0.
       01  WS-POST-RESPONSE            PIC X(32000) VALUE SPACES.
       01  WS-POST-RESPONSE-LEN        PIC 9(5)   VALUE 0.
       01  WS-POST-CONTENT-TYPE        PIC X(128) VALUE SPACES.
       01  WS-POST-ETAG                PIC X(128) VALUE SPACES.
       01  WS-POST-RETRY-AFTER         PIC 9(5)   VALUE 0.
       01  WS-POST-TRUNCATED           PIC X      VALUE "N".
       01  WS-POST-SPILL-FILE          PIC X(64)  VALUE SPACES.
       01  WS-POST-SPILL-LEN           PIC 9(9)   VALUE 0.
       01  WS-POST-OK                  PIC X      VALUE "N".

       01  WS-JSON-KEY                 PIC X(256) VALUE SPACES.
       01  WS-JSON-STRING              PIC X(2048) VALUE SPACES.
       01  WS-JSON-NUMBER              PIC 9(8)   VALUE 0.
       01  WS-NEW-TICKET               PIC X(32)  VALUE SPACES.
       01  WS-TICKET-NUMBER-TEXT       PIC Z(7)9  VALUE SPACES.

       01  WS-OPENED-COUNT             PIC 9(6)   VALUE 0.
       01  WS-REPEAT-COUNT             PIC 9(6)   VALUE 0.
       01  WS-RECOVERED-COUNT          PIC 9(6)   VALUE 0.
       01  WS-BELOW-COUNT              PIC 9(6)   VALUE 0.
       01  WS-COUNT-TEXT               PIC Z(5)9  VALUE SPACES.
       01  WS-COUNT-TEXT-2             PIC Z(5)9  VALUE SPACES.
       01  WS-COUNT-TEXT-3             PIC Z(5)9  VALUE SPACES.
       01  WS-COUNT-TEXT-4             PIC Z(5)9  VALUE SPACES.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "INCIDENT-TICKETS".
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
           DISPLAY "=== Grey Incident Ticket Raiser ==="
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW

           ACCEPT WS-DESK-BASE-URL
               FROM ENVIRONMENT "GREY_SERVICEDESK_URL"
           ACCEPT WS-DESK-TOKEN
               FROM ENVIRONMENT "GREY_SERVICEDESK_TOKEN"
           ACCEPT WS-PROXY-ENV FROM ENVIRONMENT "GREY_HTTP_PROXY"
           ACCEPT WS-MIN-SEVERITY-ENV
               FROM ENVIRONMENT "GREY_INCIDENT_MIN_SEVERITY"
           IF WS-MIN-SEVERITY-ENV NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-MIN-SEVERITY-ENV)
                   TO WS-SEV-TEXT
               PERFORM RANK-SEVERITY
               MOVE WS-SEV-RANK TO WS-MIN-RANK
           END-IF
           ACCEPT WS-TIMELINE-CMD-ENV
               FROM ENVIRONMENT "GREY_TIMELINE_COMMAND"
           IF WS-TIMELINE-CMD-ENV NOT = SPACES
               MOVE WS-TIMELINE-CMD-ENV TO WS-TIMELINE-COMMAND
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

           IF WS-DESK-BASE-URL = SPACES
               DISPLAY "GREY_SERVICEDESK_URL is not set"
               MOVE "incident tickets: no service desk configured"
                   TO WS-RES-ERR-MSG
               MOVE 8 TO RETURN-CODE
               PERFORM NOTIFY-ABEND
               PERFORM RECORD-RUN-HISTORY
               CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
               STOP RUN
           END-IF

           OPEN OUTPUT TICKET-REPORT-FILE
           PERFORM LOAD-TICKET-REGISTER
           PERFORM READ-SPOOL-CHECKPOINT
           PERFORM CHECK-SPOOL-POSITION
           PERFORM RAISE-SPOOL-TICKETS
           IF WS-DESK-FAILED NOT = "Y"
               PERFORM ANNOTATE-RECOVERIES
           END-IF
           PERFORM SAVE-TICKET-REGISTER
           PERFORM WRITE-SPOOL-CHECKPOINT

           MOVE WS-OPENED-COUNT TO WS-COUNT-TEXT
           MOVE WS-REPEAT-COUNT TO WS-COUNT-TEXT-2
           MOVE WS-RECOVERED-COUNT TO WS-COUNT-TEXT-3
           MOVE WS-BELOW-COUNT TO WS-COUNT-TEXT-4
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUMMARY|OPENED=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  "|REPEAT=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT-2) DELIMITED BY SIZE
                  "|RECOVERED=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT-3) DELIMITED BY SIZE
                  "|BELOW_THRESHOLD=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT-4) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE TICKET-REPORT-FILE

           DISPLAY "Incident tickets: opened " WS-OPENED-COUNT
                   " repeats " WS-REPEAT-COUNT
                   " recovered " WS-RECOVERED-COUNT
                   " below threshold " WS-BELOW-COUNT

           COMPUTE WS-HIST-OK = WS-OPENED-COUNT + WS-REPEAT-COUNT
                              + WS-RECOVERED-COUNT
           MOVE 0 TO RETURN-CODE
           IF WS-DESK-FAILED = "Y"
               MOVE 1 TO WS-HIST-FAIL
               MOVE "incident tickets: service desk refused a call"
                   TO WS-RES-ERR-MSG
               MOVE 8 TO RETURN-CODE
               PERFORM NOTIFY-ABEND
           END-IF
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           STOP RUN.

      ******************************************************************
      * RANK-SEVERITY: WS-SEV-TEXT to a rank for the threshold test;
      * an unrecognized severity ranks as ERROR so it is not lost
      ******************************************************************
       RANK-SEVERITY.
           EVALUATE WS-SEV-TEXT
               WHEN "INFO"
                   MOVE 1 TO WS-SEV-RANK
               WHEN "WARNING"
               WHEN "WARN"
                   MOVE 2 TO WS-SEV-RANK
               WHEN "CRITICAL"
               WHEN "FATAL"
                   MOVE 4 TO WS-SEV-RANK
               WHEN OTHER
                   MOVE 3 TO WS-SEV-RANK
           END-EVALUATE.

      ******************************************************************
      * LOAD-TICKET-REGISTER: Every ticket this job has raised
      ******************************************************************
       LOAD-TICKET-REGISTER.
           MOVE 0 TO WS-TK-COUNT
           OPEN INPUT TICKET-FILE
           IF WS-TICKET-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ TICKET-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TICKET-RECORD NOT = SPACES
                           AND WS-TK-COUNT < 2000
                           PERFORM LOAD-ONE-TICKET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TICKET-FILE.

       LOAD-ONE-TICKET.
           ADD 1 TO WS-TK-COUNT
           MOVE SPACES TO WS-TK-ENTRY(WS-TK-COUNT) WS-REC-OCCURRENCES
           UNSTRING TICKET-RECORD DELIMITED BY "|"
               INTO WS-TK-NUMBER(WS-TK-COUNT)
                    WS-TK-STATE(WS-TK-COUNT)
                    WS-TK-JOB(WS-TK-COUNT)
                    WS-TK-SUMMARY(WS-TK-COUNT)
                    WS-TK-OPENED(WS-TK-COUNT)
                    WS-TK-LAST(WS-TK-COUNT)
                    WS-REC-OCCURRENCES
                    WS-TK-CID(WS-TK-COUNT)
                    WS-TK-RECOVERED(WS-TK-COUNT)
           MOVE 0 TO WS-TK-OCCURRENCES(WS-TK-COUNT)
           IF WS-REC-OCCURRENCES(1:1) IS NUMERIC
               COMPUTE WS-TK-OCCURRENCES(WS-TK-COUNT) =
                   FUNCTION NUMVAL(WS-REC-OCCURRENCES)
           END-IF.

      ******************************************************************
      * READ-SPOOL-CHECKPOINT: The last spool record already handled
      ******************************************************************
       READ-SPOOL-CHECKPOINT.
           MOVE 0 TO WS-CKPT-LINE
           MOVE SPACES TO WS-CKPT-TS
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CHECKPOINT-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE SPACES TO WS-CKPT-LINE-TEXT
                   UNSTRING CHECKPOINT-RECORD DELIMITED BY "|"
                       INTO WS-CKPT-LINE-TEXT WS-CKPT-TS
                   IF WS-CKPT-LINE-TEXT(1:1) IS NUMERIC
                       COMPUTE WS-CKPT-LINE =
                           FUNCTION NUMVAL(WS-CKPT-LINE-TEXT)
                   END-IF
           END-READ
           CLOSE CHECKPOINT-FILE.

      ******************************************************************
      * CHECK-SPOOL-POSITION: A spool shorter than the checkpoint, or
      * whose checkpoint line now carries another timestamp, has been
      * drained or rolled - read it from the top
      ******************************************************************
       CHECK-SPOOL-POSITION.
           MOVE "N" TO WS-RESCAN
           IF WS-CKPT-LINE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RESCAN
           OPEN INPUT SPOOL-FILE
           IF WS-SPOOL-FILE-STATUS NOT = "00"
               MOVE 0 TO WS-CKPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SPOOL-LINE-NO
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SPOOL-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-SPOOL-LINE-NO
                       IF WS-SPOOL-LINE-NO = WS-CKPT-LINE
                           IF SPOOL-RECORD(1:19) = WS-CKPT-TS
                               MOVE "N" TO WS-RESCAN
                           END-IF
                           MOVE "Y" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SPOOL-FILE
           IF WS-RESCAN = "Y"
               DISPLAY "Notification spool was drained or rolled - "
                       "reading it from the top"
               MOVE 0 TO WS-CKPT-LINE
           END-IF.

      ******************************************************************
      * RAISE-SPOOL-TICKETS: Ticket every spool record past the
      * checkpoint that meets the severity threshold
      ******************************************************************
       RAISE-SPOOL-TICKETS.
           MOVE WS-CKPT-LINE TO WS-DONE-LINE
           MOVE WS-CKPT-TS TO WS-DONE-TS
           OPEN INPUT SPOOL-FILE
           IF WS-SPOOL-FILE-STATUS NOT = "00"
               DISPLAY "No notification spool (" WS-SPOOL-FILE-NAME
                       ")"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SPOOL-LINE-NO
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y" OR WS-DESK-FAILED = "Y"
               READ SPOOL-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-SPOOL-LINE-NO
                       IF WS-SPOOL-LINE-NO > WS-CKPT-LINE
                           PERFORM HANDLE-SPOOL-RECORD
                           IF WS-DESK-FAILED NOT = "Y"
                               MOVE WS-SPOOL-LINE-NO TO WS-DONE-LINE
                               MOVE SPOOL-RECORD(1:19) TO WS-DONE-TS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SPOOL-FILE.

      ******************************************************************
      * HANDLE-SPOOL-RECORD: Raise a ticket for one spool record, or
      * add it to the open ticket for the same job and summary
      ******************************************************************
       HANDLE-SPOOL-RECORD.
           IF SPOOL-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIST-READ
           MOVE SPACES TO WS-SP-TS WS-SP-SEVERITY WS-SP-JOB
                          WS-SP-SUMMARY WS-SP-DETAIL WS-SP-CID
           UNSTRING SPOOL-RECORD DELIMITED BY "|"
               INTO WS-SP-TS WS-SP-SEVERITY WS-SP-JOB WS-SP-SUMMARY
                    WS-SP-DETAIL WS-SP-CID
           MOVE FUNCTION UPPER-CASE(WS-SP-SEVERITY) TO WS-SEV-TEXT
           PERFORM RANK-SEVERITY
           IF WS-SEV-RANK < WS-MIN-RANK
               ADD 1 TO WS-BELOW-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TK-HIT
           PERFORM VARYING WS-TK-IDX FROM 1 BY 1
                       UNTIL WS-TK-IDX > WS-TK-COUNT
               IF WS-TK-STATE(WS-TK-IDX) = "OPEN"
                   AND WS-TK-JOB(WS-TK-IDX) = WS-SP-JOB
                   AND WS-TK-SUMMARY(WS-TK-IDX) = WS-SP-SUMMARY
                   MOVE WS-TK-IDX TO WS-TK-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM BUILD-TIMELINE-ATTACHMENT
           PERFORM ESCAPE-SPOOL-TEXT
           IF WS-TK-HIT = 0
               PERFORM OPEN-NEW-TICKET
           ELSE
               PERFORM ADD-REPEAT-COMMENT
           END-IF.

      ******************************************************************
      * ESCAPE-SPOOL-TEXT: The summary and detail, JSON-escaped
      ******************************************************************
       ESCAPE-SPOOL-TEXT.
           MOVE SPACES TO WS-ESC-IN-BUF
           MOVE WS-SP-SUMMARY TO WS-ESC-IN-BUF
           CALL "JSON-ESCAPE-STRING" USING WS-ESC-IN-BUF
                                           WS-ESC-OUT-BUF
           MOVE WS-ESC-OUT-BUF TO WS-ESC-SUMMARY
           MOVE SPACES TO WS-ESC-IN-BUF
           MOVE WS-SP-DETAIL TO WS-ESC-IN-BUF
           CALL "JSON-ESCAPE-STRING" USING WS-ESC-IN-BUF
                                           WS-ESC-OUT-BUF
           MOVE WS-ESC-OUT-BUF TO WS-ESC-DETAIL.

      ******************************************************************
      * BUILD-TIMELINE-ATTACHMENT: Run INCIDENT-TIMELINE for the
      * record's correlation ID and gather its output as one escaped
      * JSON string ("\n" between lines). No correlation ID, or one
      * that could not be passed safely to the shell, means no
      * attachment.
      ******************************************************************
       BUILD-TIMELINE-ATTACHMENT.
           MOVE SPACES TO WS-TIMELINE-JSON
           MOVE 1 TO WS-TIMELINE-PTR
           MOVE 0 TO WS-TIMELINE-LINES
           IF WS-SP-CID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CID-QUOTES
           INSPECT WS-SP-CID TALLYING WS-CID-QUOTES FOR ALL "'"
           IF WS-CID-QUOTES > 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  WS-TIMELINE-FILE-NAME DELIMITED BY SPACE
                  "; GREY_TIMELINE_CID='" DELIMITED BY SIZE
                  WS-SP-CID DELIMITED BY SPACE
                  "' " DELIMITED BY SIZE
                  WS-TIMELINE-COMMAND DELIMITED BY "  "
                  " > /dev/null 2>&1" DELIMITED BY SIZE
                  INTO WS-SHELL-COMMAND
           CALL "SYSTEM" USING WS-SHELL-COMMAND

           OPEN INPUT TIMELINE-FILE
           IF WS-TIMELINE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ TIMELINE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM ADD-TIMELINE-LINE
               END-READ
           END-PERFORM
           CLOSE TIMELINE-FILE
      *    The spool read shares the end-of-file switch
           MOVE "N" TO WS-EOF.

       ADD-TIMELINE-LINE.
           IF TIMELINE-RECORD = SPACES
               OR WS-TIMELINE-PTR > 18000
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ESC-IN-BUF
           MOVE TIMELINE-RECORD TO WS-ESC-IN-BUF
           CALL "JSON-ESCAPE-STRING" USING WS-ESC-IN-BUF
                                           WS-ESC-OUT-BUF
           MOVE LENGTH OF WS-ESC-OUT-BUF TO WS-ESC-LEN
           PERFORM UNTIL WS-ESC-LEN = 0
                      OR WS-ESC-OUT-BUF(WS-ESC-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-ESC-LEN
           END-PERFORM
           IF WS-ESC-LEN = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TIMELINE-LINES > 0
               STRING "\n" DELIMITED BY SIZE
                      INTO WS-TIMELINE-JSON WITH POINTER WS-TIMELINE-PTR
           END-IF
           STRING WS-ESC-OUT-BUF(1:WS-ESC-LEN) DELIMITED BY SIZE
                  INTO WS-TIMELINE-JSON WITH POINTER WS-TIMELINE-PTR
                  ON OVERFLOW CONTINUE
           END-STRING
           ADD 1 TO WS-TIMELINE-LINES.

      ******************************************************************
      * OPEN-NEW-TICKET: Raise a ticket and add it to the register
      ******************************************************************
       OPEN-NEW-TICKET.
           MOVE SPACES TO WS-DESK-BODY
           MOVE 1 TO WS-DESK-PTR
           STRING '{"title":"[' DELIMITED BY SIZE
                  WS-SEV-TEXT DELIMITED BY SPACE
                  "] " DELIMITED BY SIZE
                  WS-SP-JOB DELIMITED BY SPACE
                  ": " DELIMITED BY SIZE
                  WS-ESC-SUMMARY DELIMITED BY "  "
                  '","severity":"' DELIMITED BY SIZE
                  WS-SEV-TEXT DELIMITED BY SPACE
                  '","job":"' DELIMITED BY SIZE
                  WS-SP-JOB DELIMITED BY SPACE
                  '","summary":"' DELIMITED BY SIZE
                  WS-ESC-SUMMARY DELIMITED BY "  "
                  '","detail":"' DELIMITED BY SIZE
                  WS-ESC-DETAIL DELIMITED BY "  "
                  '","correlationId":"' DELIMITED BY SIZE
                  WS-SP-CID DELIMITED BY SPACE
                  '","occurredAt":"' DELIMITED BY SIZE
                  WS-SP-TS DELIMITED BY SPACE
                  '","source":"grey-notify-spool","timeline":"'
                      DELIMITED BY SIZE
                  INTO WS-DESK-BODY WITH POINTER WS-DESK-PTR
           IF WS-TIMELINE-PTR > 1
               STRING WS-TIMELINE-JSON(1:WS-TIMELINE-PTR - 1)
                          DELIMITED BY SIZE
                      INTO WS-DESK-BODY WITH POINTER WS-DESK-PTR
           END-IF
           STRING '"}' DELIMITED BY SIZE
                  INTO WS-DESK-BODY WITH POINTER WS-DESK-PTR

           MOVE SPACES TO WS-POST-URL
           STRING WS-DESK-BASE-URL DELIMITED BY SPACE
                  "/tickets" DELIMITED BY SIZE
                  INTO WS-POST-URL
           PERFORM POST-TO-SERVICE-DESK
           IF WS-POST-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

      *    The desk answers with the ticket number as a string, or
      *    as a numeric id
           MOVE SPACES TO WS-NEW-TICKET
           MOVE "number" TO WS-JSON-KEY
           CALL "JSON-GET-STRING" USING WS-POST-RESPONSE WS-JSON-KEY
                                        WS-JSON-STRING
           IF WS-JSON-STRING = SPACES
               MOVE "id" TO WS-JSON-KEY
               CALL "JSON-GET-STRING" USING WS-POST-RESPONSE
                                            WS-JSON-KEY
                                            WS-JSON-STRING
           END-IF
           IF WS-JSON-STRING = SPACES
               CALL "JSON-GET-NUMBER" USING WS-POST-RESPONSE
                                            WS-JSON-KEY
                                            WS-JSON-NUMBER
               IF WS-JSON-NUMBER > 0
                   MOVE WS-JSON-NUMBER TO WS-TICKET-NUMBER-TEXT
                   MOVE FUNCTION TRIM(WS-TICKET-NUMBER-TEXT)
                       TO WS-JSON-STRING
               END-IF
           END-IF
           MOVE WS-JSON-STRING TO WS-NEW-TICKET
           IF WS-NEW-TICKET = SPACES
               MOVE "UNNUMBERED" TO WS-NEW-TICKET
           END-IF

           IF WS-TK-COUNT < 2000
               ADD 1 TO WS-TK-COUNT
               MOVE WS-TK-COUNT TO WS-TK-HIT
               MOVE SPACES TO WS-TK-ENTRY(WS-TK-HIT)
               MOVE WS-NEW-TICKET TO WS-TK-NUMBER(WS-TK-HIT)
               MOVE "OPEN" TO WS-TK-STATE(WS-TK-HIT)
               MOVE WS-SP-JOB TO WS-TK-JOB(WS-TK-HIT)
               MOVE WS-SP-SUMMARY TO WS-TK-SUMMARY(WS-TK-HIT)
               MOVE WS-SP-TS TO WS-TK-OPENED(WS-TK-HIT)
                                WS-TK-LAST(WS-TK-HIT)
               MOVE 1 TO WS-TK-OCCURRENCES(WS-TK-HIT)
               MOVE WS-SP-CID TO WS-TK-CID(WS-TK-HIT)
           ELSE
               DISPLAY "Ticket register full - ticket " WS-NEW-TICKET
                       " will not be tracked for repeats or recovery"
           END-IF
           ADD 1 TO WS-OPENED-COUNT
           MOVE "OPENED" TO WS-XREF-ACTION
           PERFORM WRITE-SPOOL-XREF
           PERFORM WRITE-TICKET-LINE.

      ******************************************************************
      * ADD-REPEAT-COMMENT: Another occurrence of an open ticket's
      * failure - comment on it with this record and its timeline
      ******************************************************************
       ADD-REPEAT-COMMENT.
           MOVE WS-TK-NUMBER(WS-TK-HIT) TO WS-NEW-TICKET
           MOVE SPACES TO WS-DESK-BODY
           MOVE 1 TO WS-DESK-PTR
           STRING '{"comment":"Repeat occurrence at ' DELIMITED BY SIZE
                  WS-SP-TS DELIMITED BY SPACE
                  ": " DELIMITED BY SIZE
                  WS-ESC-DETAIL DELIMITED BY "  "
                  '","correlationId":"' DELIMITED BY SIZE
                  WS-SP-CID DELIMITED BY SPACE
                  '","timeline":"' DELIMITED BY SIZE
                  INTO WS-DESK-BODY WITH POINTER WS-DESK-PTR
           IF WS-TIMELINE-PTR > 1
               STRING WS-TIMELINE-JSON(1:WS-TIMELINE-PTR - 1)
                          DELIMITED BY SIZE
                      INTO WS-DESK-BODY WITH POINTER WS-DESK-PTR
           END-IF
           STRING '"}' DELIMITED BY SIZE
                  INTO WS-DESK-BODY WITH POINTER WS-DESK-PTR

           PERFORM BUILD-COMMENT-URL
           PERFORM POST-TO-SERVICE-DESK
           IF WS-POST-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TK-OCCURRENCES(WS-TK-HIT)
           MOVE WS-SP-TS TO WS-TK-LAST(WS-TK-HIT)
           IF WS-SP-CID NOT = SPACES
               MOVE WS-SP-CID TO WS-TK-CID(WS-TK-HIT)
           END-IF
           ADD 1 TO WS-REPEAT-COUNT
           MOVE "REPEAT" TO WS-XREF-ACTION
           PERFORM WRITE-SPOOL-XREF
           PERFORM WRITE-TICKET-LINE.

       BUILD-COMMENT-URL.
           MOVE SPACES TO WS-POST-URL
           STRING WS-DESK-BASE-URL DELIMITED BY SPACE
                  "/tickets/" DELIMITED BY SIZE
                  WS-TK-NUMBER(WS-TK-HIT) DELIMITED BY SPACE
                  "/comments" DELIMITED BY SIZE
                  INTO WS-POST-URL.

      ******************************************************************
      * ANNOTATE-RECOVERIES: An open ticket whose job has since ended
      * RC 0 in run history is annotated as recovered
      ******************************************************************
       ANNOTATE-RECOVERIES.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM MATCH-CLEAN-RUN
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE

           PERFORM VARYING WS-TK-HIT FROM 1 BY 1
                       UNTIL WS-TK-HIT > WS-TK-COUNT
                          OR WS-DESK-FAILED = "Y"
               IF WS-TK-STATE(WS-TK-HIT) = "OPEN"
                   AND WS-TK-RECOVER-RUN(WS-TK-HIT) NOT = SPACES
                   PERFORM ANNOTATE-ONE-RECOVERY
               END-IF
           END-PERFORM.

      ******************************************************************
      * MATCH-CLEAN-RUN: Note the first RC 0 run of each open
      * ticket's job that ended after the ticket's last occurrence
      ******************************************************************
       MATCH-CLEAN-RUN.
           MOVE SPACES TO WS-RH-JOB WS-RH-RUN-ID WS-RH-START WS-RH-END
                          WS-RH-READ WS-RH-OK WS-RH-FAIL WS-RH-RC-TEXT
           UNSTRING HISTORY-RECORD DELIMITED BY "|"
               INTO WS-RH-JOB WS-RH-RUN-ID WS-RH-START WS-RH-END
                    WS-RH-READ WS-RH-OK WS-RH-FAIL WS-RH-RC-TEXT
           IF WS-RH-RC-TEXT(1:4) NOT = "0000"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TK-IDX FROM 1 BY 1
                       UNTIL WS-TK-IDX > WS-TK-COUNT
               IF WS-TK-STATE(WS-TK-IDX) = "OPEN"
                   AND WS-TK-JOB(WS-TK-IDX) = WS-RH-JOB
                   AND WS-TK-RECOVER-RUN(WS-TK-IDX) = SPACES
                   AND WS-RH-END > WS-TK-LAST(WS-TK-IDX)
                   MOVE WS-RH-RUN-ID TO WS-TK-RECOVER-RUN(WS-TK-IDX)
                   MOVE WS-RH-END TO WS-TK-RECOVER-TS(WS-TK-IDX)
               END-IF
           END-PERFORM.

       ANNOTATE-ONE-RECOVERY.
           MOVE WS-TK-NUMBER(WS-TK-HIT) TO WS-NEW-TICKET
           MOVE SPACES TO WS-DESK-BODY
           MOVE 1 TO WS-DESK-PTR
           STRING '{"comment":"Recovered: ' DELIMITED BY SIZE
                  WS-TK-JOB(WS-TK-HIT) DELIMITED BY SPACE
                  " ended RC 0 in run " DELIMITED BY SIZE
                  WS-TK-RECOVER-RUN(WS-TK-HIT) DELIMITED BY SPACE
                  " at " DELIMITED BY SIZE
                  WS-TK-RECOVER-TS(WS-TK-HIT) DELIMITED BY SPACE
                  '","status":"recovered"}' DELIMITED BY SIZE
                  INTO WS-DESK-BODY WITH POINTER WS-DESK-PTR
           PERFORM BUILD-COMMENT-URL
           PERFORM POST-TO-SERVICE-DESK
           IF WS-POST-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "RECOVERED" TO WS-TK-STATE(WS-TK-HIT)
           MOVE WS-TK-RECOVER-TS(WS-TK-HIT)
               TO WS-TK-RECOVERED(WS-TK-HIT)
           ADD 1 TO WS-RECOVERED-COUNT

           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECOVERED|" DELIMITED BY SIZE
                  WS-TK-NUMBER(WS-TK-HIT) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-TK-JOB(WS-TK-HIT) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-TK-RECOVER-RUN(WS-TK-HIT) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-TK-RECOVER-TS(WS-TK-HIT) DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * POST-TO-SERVICE-DESK: POST WS-DESK-BODY to WS-POST-URL; a
      * non-2xx answer marks the run failed
      ******************************************************************
       POST-TO-SERVICE-DESK.
           MOVE "N" TO WS-POST-OK
           MOVE 0 TO WS-POST-STATUS
           MOVE SPACES TO WS-POST-RESPONSE
           CALL "HTTP-INIT" USING WS-POST-HANDLE WS-POST-RC
           IF WS-POST-RC = 0
               CALL "HTTP-SET-URL" USING WS-POST-HANDLE WS-POST-URL
                                         WS-POST-RC
               CALL "HTTP-SET-METHOD" USING WS-POST-HANDLE
                                            WS-POST-METHOD
                                            WS-POST-RC
               CALL "HTTP-SET-TIMEOUT" USING WS-POST-HANDLE
                                             WS-POST-TIMEOUT
                                             WS-POST-RC
               CALL "HTTP-SET-CONNECT-TIMEOUT" USING WS-POST-HANDLE
                                             WS-POST-CONNECT-TIMEOUT
                                             WS-POST-RC
               IF WS-PROXY-ENV NOT = SPACES
                   CALL "HTTP-SET-PROXY" USING WS-POST-HANDLE
                                               WS-PROXY-ENV
                                               WS-POST-RC
               END-IF
               MOVE "Content-Type" TO WS-POST-HEADER-NAME
               MOVE "application/json" TO WS-POST-HEADER-VALUE
               CALL "HTTP-ADD-HEADER" USING WS-POST-HANDLE
                                            WS-POST-HEADER-NAME
                                            WS-POST-HEADER-VALUE
                                            WS-POST-RC
               IF WS-DESK-TOKEN NOT = SPACES
                   MOVE "Authorization" TO WS-POST-HEADER-NAME
                   MOVE SPACES TO WS-POST-HEADER-VALUE
                   STRING "Bearer " DELIMITED BY SIZE
                          WS-DESK-TOKEN DELIMITED BY SPACE
                          INTO WS-POST-HEADER-VALUE
                   CALL "HTTP-ADD-HEADER" USING WS-POST-HANDLE
                                                WS-POST-HEADER-NAME
                                                WS-POST-HEADER-VALUE
                                                WS-POST-RC
               END-IF
               CALL "HTTP-SET-BODY" USING WS-POST-HANDLE
                                          WS-DESK-BODY
                                          WS-POST-RC
               CALL "HTTP-EXECUTE" USING WS-POST-HANDLE
                                         WS-POST-STATUS
                                         WS-POST-RESPONSE
                                         WS-POST-RESPONSE-LEN
                                         WS-POST-CONTENT-TYPE
                                         WS-POST-ETAG
                                         WS-POST-RETRY-AFTER
                                         WS-POST-TRUNCATED
                                         WS-POST-SPILL-FILE
                                         WS-POST-SPILL-LEN
                                         WS-POST-RC
               CALL "HTTP-CLEANUP" USING WS-POST-HANDLE WS-POST-RC
           END-IF

           IF WS-POST-STATUS >= 200 AND WS-POST-STATUS < 300
               MOVE "Y" TO WS-POST-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-DESK-FAILED
           DISPLAY "Service desk refused " WS-POST-URL(1:80)
                   " - HTTP status " WS-POST-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FAILED|" DELIMITED BY SIZE
                  WS-SP-JOB DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SP-TS DELIMITED BY SPACE
                  "|HTTP " DELIMITED BY SIZE
                  WS-POST-STATUS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-POST-URL DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * WRITE-SPOOL-XREF: Record the ticket against the spool entry
      ******************************************************************
       WRITE-SPOOL-XREF.
           MOVE SPACES TO XREF-RECORD
           STRING WS-SP-TS DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SP-SEVERITY DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SP-JOB DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SP-CID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-NEW-TICKET DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-XREF-ACTION DELIMITED BY SPACE
                  INTO XREF-RECORD
           OPEN EXTEND XREF-FILE
           IF WS-XREF-FILE-STATUS = "35"
               OPEN OUTPUT XREF-FILE
           END-IF
           WRITE XREF-RECORD
           CLOSE XREF-FILE.

       WRITE-TICKET-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-XREF-ACTION DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-NEW-TICKET DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SP-JOB DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SP-SUMMARY DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-SP-CID DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * SAVE-TICKET-REGISTER: Rewrite the register from the table
      ******************************************************************
       SAVE-TICKET-REGISTER.
           OPEN OUTPUT TICKET-FILE
           IF WS-TICKET-FILE-STATUS NOT = "00"
               DISPLAY "Cannot write ticket register "
                       WS-TICKET-FILE-NAME
                       " (status " WS-TICKET-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TK-IDX FROM 1 BY 1
                       UNTIL WS-TK-IDX > WS-TK-COUNT
               MOVE WS-TK-OCCURRENCES(WS-TK-IDX) TO WS-OCCURRENCE-TEXT
               MOVE SPACES TO TICKET-RECORD
               STRING WS-TK-NUMBER(WS-TK-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-TK-STATE(WS-TK-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-TK-JOB(WS-TK-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-TK-SUMMARY(WS-TK-IDX) DELIMITED BY "  "
                      "|" DELIMITED BY SIZE
                      WS-TK-OPENED(WS-TK-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-TK-LAST(WS-TK-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OCCURRENCE-TEXT)
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-TK-CID(WS-TK-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-TK-RECOVERED(WS-TK-IDX) DELIMITED BY SPACE
                      INTO TICKET-RECORD
               WRITE TICKET-RECORD
           END-PERFORM
           CLOSE TICKET-FILE.

      ******************************************************************
      * WRITE-SPOOL-CHECKPOINT: The last spool record handled
      ******************************************************************
       WRITE-SPOOL-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE SPACES TO CHECKPOINT-RECORD
           STRING WS-DONE-LINE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-DONE-TS DELIMITED BY SIZE
                  INTO CHECKPOINT-RECORD
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO TICKET-REPORT-RECORD
           WRITE TICKET-REPORT-RECORD.

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

       END PROGRAM INCIDENT-TICKETS.
