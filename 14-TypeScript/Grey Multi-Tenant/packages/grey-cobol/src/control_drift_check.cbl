      ******************************************************************
      * control_drift_check.cbl - Grey Control File Drift Check
      * Nightly: every control and reference file against the
      * checksum of its last approved version (CONTROL-BASELINE).
      * A file that no longer matches was edited outside change
      * control (CONTROL-CHANGE) - each one is raised as an ERROR
      * through NOTIFY-SPOOL, and PREFLIGHT-CHECK stays no-go until
      * the edit is either backed out or put through the process
      * (propose the file as it now stands, approve, promote).
      *
      * A file never adopted into change control is listed as
      * UNBASELINED - it cannot drift from a baseline it does not
      * have - and the run spools one WARNING naming them all.
      *
      * Report (/tmp/grey_control_drift_report.txt):
      *   "CONTROL-DRIFT|RUN=timestamp"
      *   "FILE|key|path|status|approved-checksum|live-checksum|
      *    approved-change"
      *   "TOTAL|FILES=n|OK=n|DRIFT=n|UNBASELINED=n"
      * RETURN-CODE 0 every file matches its baseline, 4 drift found,
      * 12 another instance holds the run lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-DRIFT-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRIFT-FILE ASSIGN TO WS-DRIFT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DRIFT-FILE-STATUS.

           SELECT DRIFT-REPORT-FILE ASSIGN TO WS-DRIFT-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DRIFT-FILE.
       01  DRIFT-RECORD                PIC X(200).

       FD  DRIFT-REPORT-FILE.
       01  DRIFT-REPORT-RECORD         PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-DRIFT-FILE-NAME          PIC X(64)
               VALUE "/tmp/grey_control_drift.txt".
       01  WS-DRIFT-FILE-STATUS        PIC XX     VALUE SPACES.
       01  WS-DRIFT-REPORT-NAME        PIC X(64)
               VALUE "/tmp/grey_control_drift_report.txt".
       01  WS-REPORT-LINE              PIC X(250) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-TS                       PIC X(19)  VALUE SPACES.

       01  WS-DRIFT-COUNT              PIC 9(4)   VALUE 0.
       01  WS-DRIFT-LIST               PIC X(200) VALUE SPACES.

      ******************************************************************
      * One drift-file line
      ******************************************************************
       01  WS-DF-KEY                   PIC X(16)  VALUE SPACES.
       01  WS-DF-PATH                  PIC X(64)  VALUE SPACES.
       01  WS-DF-APPROVED              PIC X(24)  VALUE SPACES.
       01  WS-DF-LIVE                  PIC X(24)  VALUE SPACES.
       01  WS-DF-CHANGE-ID             PIC X(24)  VALUE SPACES.
       01  WS-DF-STATUS                PIC X(12)  VALUE SPACES.

       01  WS-FILES                    PIC 9(4)   VALUE 0.
       01  WS-OK-FILES                 PIC 9(4)   VALUE 0.
       01  WS-DRIFT-FILES              PIC 9(4)   VALUE 0.
       01  WS-UNBASELINED              PIC 9(4)   VALUE 0.
       01  WS-UNBASELINED-LIST         PIC X(200) VALUE SPACES.
       01  WS-UNBASELINED-PTR          PIC 9(3)   VALUE 1.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "CONTROL-DRIFT-CHECK".
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
           DISPLAY "=== Grey Control File Drift Check ==="
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) "T"
                  WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2)
               DELIMITED BY SIZE INTO WS-TS

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

           CALL "CONTROL-BASELINE-VERIFY" USING WS-DRIFT-COUNT
                                                WS-DRIFT-LIST

           OPEN OUTPUT DRIFT-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CONTROL-DRIFT|RUN=" DELIMITED BY SIZE
                  WS-TS DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           OPEN INPUT DRIFT-FILE
           IF WS-DRIFT-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ DRIFT-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM REPORT-CONTROL-FILE
                   END-READ
               END-PERFORM
               CLOSE DRIFT-FILE
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL|FILES=" DELIMITED BY SIZE
                  WS-FILES DELIMITED BY SIZE
                  "|OK=" DELIMITED BY SIZE
                  WS-OK-FILES DELIMITED BY SIZE
                  "|DRIFT=" DELIMITED BY SIZE
                  WS-DRIFT-FILES DELIMITED BY SIZE
                  "|UNBASELINED=" DELIMITED BY SIZE
                  WS-UNBASELINED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE DRIFT-REPORT-FILE

           IF WS-UNBASELINED > 0
               MOVE "WARNING" TO WS-NOTIFY-SEVERITY
               MOVE "Control files not under change control"
                   TO WS-NOTIFY-SUMMARY
               MOVE SPACES TO WS-NOTIFY-DETAIL
               STRING "no approved baseline for " DELIMITED BY SIZE
                      WS-UNBASELINED-LIST DELIMITED BY SPACE
                      " - adopt them (CONTROL-CHANGE ADOPT)"
                          DELIMITED BY SIZE
                      INTO WS-NOTIFY-DETAIL
               PERFORM SPOOL-NOTIFICATION
           END-IF

           DISPLAY "Control files: " WS-FILES " OK: " WS-OK-FILES
                   " drifted: " WS-DRIFT-FILES
                   " unbaselined: " WS-UNBASELINED
           MOVE WS-FILES TO WS-HIST-READ
           MOVE WS-OK-FILES TO WS-HIST-OK
           MOVE WS-DRIFT-FILES TO WS-HIST-FAIL
           IF WS-DRIFT-FILES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           STOP RUN.

      ******************************************************************
      * REPORT-CONTROL-FILE: One controlled file's verdict, spooled
      * when it is anything but OK
      ******************************************************************
       REPORT-CONTROL-FILE.
           IF DRIFT-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DF-KEY WS-DF-PATH WS-DF-APPROVED
                          WS-DF-LIVE WS-DF-CHANGE-ID WS-DF-STATUS
           UNSTRING DRIFT-RECORD DELIMITED BY "|"
               INTO WS-DF-KEY WS-DF-PATH WS-DF-APPROVED WS-DF-LIVE
                    WS-DF-CHANGE-ID WS-DF-STATUS
           ADD 1 TO WS-FILES
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FILE|" DELIMITED BY SIZE
                  WS-DF-KEY DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-DF-PATH DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-DF-STATUS DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-DF-APPROVED DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-DF-LIVE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-DF-CHANGE-ID DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           EVALUATE WS-DF-STATUS
               WHEN "OK"
                   ADD 1 TO WS-OK-FILES
               WHEN "DRIFT"
                   ADD 1 TO WS-DRIFT-FILES
                   MOVE "ERROR" TO WS-NOTIFY-SEVERITY
                   MOVE SPACES TO WS-NOTIFY-SUMMARY
                   STRING "Control file edited outside change control: "
                              DELIMITED BY SIZE
                          WS-DF-KEY DELIMITED BY SPACE
                          INTO WS-NOTIFY-SUMMARY
                   MOVE SPACES TO WS-NOTIFY-DETAIL
                   STRING WS-DF-PATH DELIMITED BY SPACE
                          " is " DELIMITED BY SIZE
                          WS-DF-LIVE DELIMITED BY SPACE
                          ", approved version " DELIMITED BY SIZE
                          WS-DF-CHANGE-ID DELIMITED BY SPACE
                          " is " DELIMITED BY SIZE
                          WS-DF-APPROVED DELIMITED BY SPACE
                          " - pre-flight is no-go until it is backed "
                              DELIMITED BY SIZE
                          "out or promoted through CONTROL-CHANGE"
                              DELIMITED BY SIZE
                          INTO WS-NOTIFY-DETAIL
                   PERFORM SPOOL-NOTIFICATION
               WHEN OTHER
                   ADD 1 TO WS-UNBASELINED
                   IF WS-UNBASELINED-PTR > 1
                       STRING "," DELIMITED BY SIZE
                              INTO WS-UNBASELINED-LIST
                              WITH POINTER WS-UNBASELINED-PTR
                              ON OVERFLOW CONTINUE
                       END-STRING
                   END-IF
                   STRING WS-DF-KEY DELIMITED BY SPACE
                          INTO WS-UNBASELINED-LIST
                          WITH POINTER WS-UNBASELINED-PTR
                          ON OVERFLOW CONTINUE
                   END-STRING
           END-EVALUATE.

       SPOOL-NOTIFICATION.
           CALL "NOTIFY-SPOOL-WRITE" USING WS-NOTIFY-SEVERITY
                                           WS-HIST-JOB-NAME
                                           WS-NOTIFY-SUMMARY
                                           WS-NOTIFY-DETAIL
                                           WS-HIST-CID.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO DRIFT-REPORT-RECORD
           WRITE DRIFT-REPORT-RECORD.

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

       END PROGRAM CONTROL-DRIFT-CHECK.
