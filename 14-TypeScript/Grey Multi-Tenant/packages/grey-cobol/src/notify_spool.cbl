      * daemon already drains:
      *
      *   "timestamp|severity|job|summary|detail|correlation-id"
      *
      * A driver that failed on a normalized error code calls
      * NOTIFY-SPOOL-WRITE-ERROR instead, and the record carries the
      * code and the runbook catalog's guidance for it (RUNBOOK-
      * LOOKUP - the job's own entry, else the every-job entry), so
      * the e-mail says what to do as well as what went wrong:
      *
      *   "timestamp|severity|job|summary|detail|correlation-id|
      *    error-code|runbook-guidance"
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFY-SPOOL.
       DATA DIVISION.
       FILE SECTION.
       FD  SPOOL-FILE.
       01  SPOOL-RECORD                PIC X(800).

       WORKING-STORAGE SECTION.
       01  WS-SPOOL-FILE-NAME          PIC X(64)
               VALUE "/tmp/grey_notify_spool.txt".
       01  WS-SPOOL-FILE-STATUS        PIC XX     VALUE SPACES.
       01  WS-SPOOL-LINE               PIC X(800).
       01  WS-SPOOL-PTR                PIC 9(4)   VALUE 0.
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-TS                       PIC X(19)  VALUE SPACES.
       COPY GREYRUNB.

       LINKAGE SECTION.
       01  LS-SEVERITY                 PIC X(8).
       01  LS-SUMMARY                  PIC X(64).
       01  LS-DETAIL                   PIC X(256).
       01  LS-CID                      PIC X(40).
       01  LS-ERROR-CODE               PIC X(32).

       PROCEDURE DIVISION.

      ******************************************************************
       ENTRY "NOTIFY-SPOOL-WRITE" USING LS-SEVERITY LS-JOB-NAME
                                        LS-SUMMARY LS-DETAIL LS-CID.
           PERFORM FORMAT-SPOOL-LINE
           PERFORM APPEND-SPOOL-LINE
           GOBACK.

      ******************************************************************
      * NOTIFY-SPOOL-WRITE-ERROR: Append one notification for a
      * normalized error, with the runbook guidance for it
      * Input:  as NOTIFY-SPOOL-WRITE, plus LS-ERROR-CODE (blank
      *         writes the plain record)
      ******************************************************************
       ENTRY "NOTIFY-SPOOL-WRITE-ERROR" USING LS-SEVERITY LS-JOB-NAME
                                              LS-SUMMARY LS-DETAIL
                                              LS-CID LS-ERROR-CODE.
           PERFORM FORMAT-SPOOL-LINE
           IF LS-ERROR-CODE NOT = SPACES
               MOVE LS-ERROR-CODE TO WS-RUNBOOK-CODE
               MOVE LS-JOB-NAME TO WS-RUNBOOK-JOB
               CALL "RUNBOOK-LOOKUP" USING WS-RUNBOOK-CODE
                                           WS-RUNBOOK-JOB
                                           WS-RUNBOOK
               IF NOT WS-RUNBOOK-IS-FOUND
                   MOVE "no runbook entry - see RUNBOOK-GAP-REPORT"
                       TO WS-RUNBOOK-GUIDANCE
               END-IF
               COMPUTE WS-SPOOL-PTR = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-SPOOL-LINE TRAILING)) + 1
               STRING "|" DELIMITED BY SIZE
                      LS-ERROR-CODE DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-RUNBOOK-GUIDANCE DELIMITED BY "  "
                      INTO WS-SPOOL-LINE WITH POINTER WS-SPOOL-PTR
           END-IF
           PERFORM APPEND-SPOOL-LINE
           GOBACK.

      ******************************************************************
      * FORMAT-SPOOL-LINE: The standard six-field record
      ******************************************************************
       FORMAT-SPOOL-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE SPACES TO WS-TS
           STRING WS-NOW(1:4) DELIMITED BY SIZE
                  LS-DETAIL DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  LS-CID DELIMITED BY SPACE
                  INTO WS-SPOOL-LINE.

      ******************************************************************
      * APPEND-SPOOL-LINE: Add WS-SPOOL-LINE to the spool
      ******************************************************************
       APPEND-SPOOL-LINE.
           OPEN EXTEND SPOOL-FILE
           IF WS-SPOOL-FILE-STATUS = "35"
               OPEN OUTPUT SPOOL-FILE
           END-IF
           MOVE WS-SPOOL-LINE TO SPOOL-RECORD
           WRITE SPOOL-RECORD
           CLOSE SPOOL-FILE.

       END PROGRAM NOTIFY-SPOOL.
