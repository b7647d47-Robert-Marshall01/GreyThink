      ******************************************************************
      * billing_ack_reconcile.cbl - Grey Billing Acknowledgment Intake
      * BILLING-EXTRACT's feed used to be the end of our part; when
      * the mainframe billing intake rejected the trailer or some of
      * the details we heard about it days later by e-mail. The
      * intake now returns an acknowledgment file (GREYBACK layout):
      * accepted or rejected per detail, with the control totals it
      * computed from what it received. This job ties that file back
      * to the feed we sent for the period and keeps the period's
      * status in the billing status register
      * (BILLING-PERIOD-STATUS).
      *
      * Three passes, selected by GREY_BILLACK_MODE:
      *   RECONCILE (default) - read the acknowledgment
      *     (GREY_BILL_ACK_FILE, default /tmp/grey_billing_ack.dat).
      *     Its header names the period and which feed it answers:
      *     the monthly extract (/tmp/grey_billing_extract.dat) or,
      *     for source GREY-CORRECTION, the last correction extract
      *     (/tmp/grey_billing_correction.dat). Every detail we sent
      *     is matched to its acknowledgment. Rejected details, and
      *     details the intake never acknowledged, go into a new
      *     correction extract in the GREYBILL layout with fresh
      *     control totals; their cost center is re-read from the
      *     local metadata store so a fix made since the send goes
      *     out. When the intake's control totals disagree with ours
      *     the intake has refused the whole file and every detail
      *     is resubmitted. The period becomes ACKNOWLEDGED when
      *     nothing needs resubmitting, PARTIALLY-REJECTED otherwise.
      *   RESUBMIT - run once the correction extract has been sent:
      *     the period (GREY_BILL_PERIOD, YYYYMM) goes from
      *     PARTIALLY-REJECTED to RESUBMITTED.
      *   CLOSE - finance has posted the period: ACKNOWLEDGED goes to
      *     CLOSED.
      *
      * Report (/tmp/grey_billing_ack_report.txt):
      *   "result|project-id|cost-center|reason-code|reason"
      *   results ACCEPTED are counted only; REJECTED, NO-ACK,
      *   NOT-SENT (acknowledged but not in the feed) and
      *   TOTALS-MISMATCH lines are listed, then a SUMMARY line.
      *
      * RETURN-CODE 0 acknowledged clean, 4 details rejected or
      * unacknowledged (a correction extract was written), 8 setup
      * failure or the period is not in a state the pass allows,
      * 12 another instance holds the run lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLING-ACK-RECONCILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO WS-ACK-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

           SELECT SENT-FILE ASSIGN TO WS-SENT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-FILE-STATUS.

           SELECT CORRECTION-FILE ASSIGN TO WS-CORRECTION-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECTION-FILE-STATUS.

           SELECT ACK-REPORT-FILE ASSIGN TO WS-ACK-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE.
       01  ACK-RECORD                  PIC X(120).

       FD  SENT-FILE.
       01  SENT-RECORD                 PIC X(120).

       FD  CORRECTION-FILE.
       01  CORRECTION-RECORD           PIC X(120).

       FD  ACK-REPORT-FILE.
       01  ACK-REPORT-RECORD           PIC X(300).

       WORKING-STORAGE SECTION.
       COPY GREYRES.
       COPY GREYPROJ.
       COPY GREYBILL.
       COPY GREYBACK.

       01  WS-ACK-FILE-NAME            PIC X(64)
               VALUE "/tmp/grey_billing_ack.dat".
       01  WS-ACK-FILE-STATUS          PIC XX     VALUE SPACES.
       01  WS-EXTRACT-FILE-NAME        PIC X(64)
               VALUE "/tmp/grey_billing_extract.dat".
       01  WS-SENT-FILE-NAME           PIC X(64)  VALUE SPACES.
       01  WS-SENT-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-CORRECTION-FILE-NAME     PIC X(64)
               VALUE "/tmp/grey_billing_correction.dat".
       01  WS-CORRECTION-FILE-STATUS   PIC XX     VALUE SPACES.
       01  WS-ACK-REPORT-NAME          PIC X(64)
               VALUE "/tmp/grey_billing_ack_report.txt".
       01  WS-FILE-ENV                 PIC X(64)  VALUE SPACES.
       01  WS-MODE-ENV                 PIC X(12)  VALUE SPACES.
       01  WS-PERIOD-ENV               PIC X(6)   VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-NOW                      PIC X(21)  VALUE SPACES.
       01  WS-REPORT-LINE              PIC X(300) VALUE SPACES.

      ******************************************************************
      * The acknowledgment's header and trailer
      ******************************************************************
       01  WS-ACK-PERIOD               PIC X(6)   VALUE SPACES.
       01  WS-ACK-SOURCE               PIC X(16)  VALUE SPACES.
       01  WS-ACK-DATE                 PIC X(8)   VALUE SPACES.
       01  WS-ACK-TRAILER-SEEN         PIC X      VALUE "N".
       01  WS-ACK-REC-COUNT            PIC 9(9)   VALUE 0.
       01  WS-ACK-DAY-TOTAL            PIC 9(12)  VALUE 0.
       01  WS-ACK-ID-HASH              PIC 9(10)  VALUE 0.
       01  WS-TOTALS-AGREE             PIC X      VALUE "Y".

      ******************************************************************
      * The feed we sent, with each detail's acknowledgment
      ******************************************************************
       01  WS-SENT-PERIOD              PIC X(6)   VALUE SPACES.
       01  WS-SENT-REC-COUNT           PIC 9(9)   VALUE 0.
       01  WS-SENT-DAY-TOTAL           PIC 9(12)  VALUE 0.
       01  WS-SENT-ID-HASH             PIC 9(10)  VALUE 0.
       01  WS-SENT-TRAILER-SEEN        PIC X      VALUE "N".
       01  WS-SENT-TABLE.
           05  WS-SD-COUNT              PIC 9(5)  VALUE 0.
           05  WS-SD-ENTRY OCCURS 20000 TIMES.
               10  WS-SD-RECORD         PIC X(120).
               10  WS-SD-RESULT         PIC X(1).
               10  WS-SD-REASON-CODE    PIC X(8).
               10  WS-SD-REASON-TEXT    PIC X(60).
       01  WS-SD-IDX                   PIC 9(5)   VALUE 0.
       01  WS-SD-HIT                   PIC 9(5)   VALUE 0.
       01  WS-SD-HINT                  PIC 9(5)   VALUE 0.
       01  WS-SD-OVERFLOW              PIC X      VALUE "N".

      ******************************************************************
      * The correction extract's control totals
      ******************************************************************
       01  WS-CORR-COUNT               PIC 9(9)   VALUE 0.
       01  WS-CORR-DAY-TOTAL           PIC 9(12)  VALUE 0.
       01  WS-ID-HASH                  PIC 9(18) COMP-5 VALUE 0.
       01  WS-HASH-IDX                 PIC 9(3)   VALUE 0.
       01  WS-HASH-LEN                 PIC 9(3)   VALUE 0.

      ******************************************************************
      * Cost-center refresh from the local metadata store
      ******************************************************************
       01  WS-LOOK-PROJ-ID             PIC X(64)  VALUE SPACES.
       01  WS-STORE-FOUND              PIC X      VALUE "N".
       01  WS-META-KEY                 PIC X(256) VALUE SPACES.
       01  WS-META-VALUE               PIC X(2048) VALUE SPACES.
       01  WS-CC-REFRESH-COUNT         PIC 9(8)   VALUE 0.

      ******************************************************************
      * Billing status register fields
      ******************************************************************
       01  WS-BILL-PERIOD              PIC X(6)   VALUE SPACES.
       01  WS-BILL-STATUS              PIC X(20)  VALUE SPACES.
       01  WS-BILL-SENT                PIC 9(9)   VALUE 0.
       01  WS-BILL-REJECTED            PIC 9(9)   VALUE 0.
       01  WS-PRIOR-STATUS             PIC X(20)  VALUE SPACES.

       01  WS-LINE-RESULT              PIC X(16)  VALUE SPACES.
       01  WS-LINE-PROJECT             PIC X(32)  VALUE SPACES.
       01  WS-LINE-CC                  PIC X(16)  VALUE SPACES.
       01  WS-LINE-CODE                PIC X(8)   VALUE SPACES.
       01  WS-LINE-DETAIL              PIC X(128) VALUE SPACES.

       01  WS-ACCEPTED-COUNT           PIC 9(8)   VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(8)   VALUE 0.
       01  WS-NO-ACK-COUNT             PIC 9(8)   VALUE 0.
       01  WS-NOT-SENT-COUNT           PIC 9(8)   VALUE 0.

      ******************************************************************
      * Run-history fields - one standard record per run lands in the
      * shared history file for the morning job summary
      ******************************************************************
       01  WS-HIST-JOB-NAME            PIC X(32)
               VALUE "BILLING-ACK-RECONCILE".
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
           DISPLAY "=== Grey Billing Acknowledgment Intake ==="
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW

           ACCEPT WS-MODE-ENV FROM ENVIRONMENT "GREY_BILLACK_MODE"
           IF WS-MODE-ENV = SPACES
               MOVE "RECONCILE" TO WS-MODE-ENV
           END-IF
           ACCEPT WS-FILE-ENV FROM ENVIRONMENT "GREY_BILL_ACK_FILE"
           IF WS-FILE-ENV NOT = SPACES
               MOVE WS-FILE-ENV TO WS-ACK-FILE-NAME
           END-IF
           ACCEPT WS-PERIOD-ENV FROM ENVIRONMENT "GREY_BILL_PERIOD"

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

           EVALUATE WS-MODE-ENV
               WHEN "RECONCILE"
                   PERFORM RECONCILE-ACKNOWLEDGMENT
               WHEN "RESUBMIT"
                   PERFORM MARK-RESUBMITTED
               WHEN "CLOSE"
                   PERFORM MARK-CLOSED
               WHEN OTHER
                   DISPLAY "Unknown GREY_BILLACK_MODE: " WS-MODE-ENV
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           IF RETURN-CODE = 8
               MOVE "billing acknowledgment intake failed - see job log"
                   TO WS-RES-ERR-MSG
               PERFORM NOTIFY-ABEND
           END-IF
           PERFORM RECORD-RUN-HISTORY
           CALL "RUN-LOCK-RELEASE" USING WS-HIST-JOB-NAME
           STOP RUN.

      ******************************************************************
      * RECONCILE-ACKNOWLEDGMENT: Tie the intake's acknowledgment back
      * to the feed it answers, write the correction extract and set
      * the period's status
      ******************************************************************
       RECONCILE-ACKNOWLEDGMENT.
           OPEN INPUT ACK-FILE
           IF WS-ACK-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open acknowledgment file "
                       WS-ACK-FILE-NAME
                       " (status " WS-ACK-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ACK-RECORD
           READ ACK-FILE
               AT END MOVE SPACES TO ACK-RECORD
           END-READ
           MOVE ACK-RECORD TO BACK-HEADER-RECORD
           IF BACK-HDR-TYPE NOT = "H"
               DISPLAY "Acknowledgment file has no header record"
               CLOSE ACK-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE BACK-HDR-PERIOD TO WS-ACK-PERIOD
           MOVE BACK-HDR-SOURCE TO WS-ACK-SOURCE
           MOVE BACK-HDR-ACK-DATE TO WS-ACK-DATE
           DISPLAY "Acknowledgment for period " WS-ACK-PERIOD
                   " source " WS-ACK-SOURCE " dated " WS-ACK-DATE

           IF WS-ACK-SOURCE = "GREY-CORRECTION"
               MOVE WS-CORRECTION-FILE-NAME TO WS-SENT-FILE-NAME
           ELSE
               MOVE WS-EXTRACT-FILE-NAME TO WS-SENT-FILE-NAME
           END-IF
           PERFORM LOAD-SENT-FEED
           IF RETURN-CODE NOT = 0
               CLOSE ACK-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ACK-PERIOD TO WS-BILL-PERIOD
           CALL "BILLING-STATUS-GET" USING WS-BILL-PERIOD
                                           WS-PRIOR-STATUS
                                           WS-BILL-SENT
                                           WS-BILL-REJECTED
           IF WS-PRIOR-STATUS = "CLOSED"
               DISPLAY "Period " WS-ACK-PERIOD " is already CLOSED"
                       " - acknowledgment not applied"
               CLOSE ACK-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ACK-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BILLING-ACK|PERIOD=" DELIMITED BY SIZE
                  WS-ACK-PERIOD DELIMITED BY SIZE
                  "|SOURCE=" DELIMITED BY SIZE
                  WS-ACK-SOURCE DELIMITED BY SPACE
                  "|ACK_DATE=" DELIMITED BY SIZE
                  WS-ACK-DATE DELIMITED BY SIZE
                  "|PRIOR_STATUS=" DELIMITED BY SIZE
                  WS-PRIOR-STATUS DELIMITED BY SPACE
                  "|RUN=" DELIMITED BY SIZE
                  WS-HIST-RUN-ID DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "RESULT|PROJECT_ID|COST_CENTER|REASON_CODE|REASON"
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ ACK-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-ACK-RECORD
               END-READ
           END-PERFORM
           CLOSE ACK-FILE

           PERFORM COMPARE-CONTROL-TOTALS

           OPEN OUTPUT CORRECTION-FILE
           MOVE SPACES TO BILL-HEADER-RECORD
           MOVE "H" TO BILL-HDR-TYPE
           MOVE WS-ACK-PERIOD TO BILL-HDR-PERIOD
           MOVE WS-NOW(1:8) TO BILL-HDR-RUN-DATE
           MOVE "GREY-CORRECTION" TO BILL-HDR-SOURCE
           MOVE BILL-HEADER-RECORD TO CORRECTION-RECORD
           WRITE CORRECTION-RECORD

           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                       UNTIL WS-SD-IDX > WS-SD-COUNT
               PERFORM SETTLE-ONE-DETAIL
           END-PERFORM

           MOVE SPACES TO BILL-TRAILER-RECORD
           MOVE "T" TO BILL-TRL-TYPE
           MOVE WS-CORR-COUNT TO BILL-TRL-REC-COUNT
           MOVE WS-CORR-DAY-TOTAL TO BILL-TRL-DAY-TOTAL
           MOVE WS-ID-HASH TO BILL-TRL-ID-HASH
           MOVE BILL-TRAILER-RECORD TO CORRECTION-RECORD
           WRITE CORRECTION-RECORD
           CLOSE CORRECTION-FILE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUMMARY|SENT=" DELIMITED BY SIZE
                  WS-SD-COUNT DELIMITED BY SIZE
                  "|ACCEPTED=" DELIMITED BY SIZE
                  WS-ACCEPTED-COUNT DELIMITED BY SIZE
                  "|REJECTED=" DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  "|NO_ACK=" DELIMITED BY SIZE
                  WS-NO-ACK-COUNT DELIMITED BY SIZE
                  "|NOT_SENT=" DELIMITED BY SIZE
                  WS-NOT-SENT-COUNT DELIMITED BY SIZE
                  "|TOTALS_AGREE=" DELIMITED BY SIZE
                  WS-TOTALS-AGREE DELIMITED BY SIZE
                  "|CORRECTION=" DELIMITED BY SIZE
                  WS-CORR-COUNT DELIMITED BY SIZE
                  "|CC_REFRESHED=" DELIMITED BY SIZE
                  WS-CC-REFRESH-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE ACK-REPORT-FILE
           CALL "META-STORE-CLOSE"

           MOVE WS-SD-COUNT TO WS-BILL-SENT
           MOVE WS-CORR-COUNT TO WS-BILL-REJECTED
           IF WS-CORR-COUNT = 0
               MOVE "ACKNOWLEDGED" TO WS-BILL-STATUS
           ELSE
               MOVE "PARTIALLY-REJECTED" TO WS-BILL-STATUS
           END-IF
           CALL "BILLING-STATUS-SET" USING WS-BILL-PERIOD
                                           WS-BILL-STATUS
                                           WS-BILL-SENT
                                           WS-BILL-REJECTED

           MOVE WS-SD-COUNT TO WS-HIST-READ
           MOVE WS-ACCEPTED-COUNT TO WS-HIST-OK
           MOVE WS-CORR-COUNT TO WS-HIST-FAIL
           IF WS-CORR-COUNT > 0 OR WS-NOT-SENT-COUNT > 0
               MOVE 4 TO RETURN-CODE
               MOVE "WARNING" TO WS-NOTIFY-SEVERITY
               MOVE "billing intake rejected part of the feed"
                   TO WS-NOTIFY-SUMMARY
               MOVE SPACES TO WS-NOTIFY-DETAIL
               STRING "period " DELIMITED BY SIZE
                      WS-ACK-PERIOD DELIMITED BY SIZE
                      " rejected: " DELIMITED BY SIZE
                      WS-REJECTED-COUNT DELIMITED BY SIZE
                      " unacknowledged: " DELIMITED BY SIZE
                      WS-NO-ACK-COUNT DELIMITED BY SIZE
                      " totals agree: " DELIMITED BY SIZE
                      WS-TOTALS-AGREE DELIMITED BY SIZE
                      " - correction extract " DELIMITED BY SIZE
                      WS-CORRECTION-FILE-NAME DELIMITED BY SPACE
                      " holds " DELIMITED BY SIZE
                      WS-CORR-COUNT DELIMITED BY SIZE
                      INTO WS-NOTIFY-DETAIL
               CALL "NOTIFY-SPOOL-WRITE" USING WS-NOTIFY-SEVERITY
                                               WS-HIST-JOB-NAME
                                               WS-NOTIFY-SUMMARY
                                               WS-NOTIFY-DETAIL
                                               WS-HIST-CID
           END-IF

           DISPLAY "Acknowledgment reconciled. Period " WS-ACK-PERIOD
                   " Sent: " WS-SD-COUNT
                   " Accepted: " WS-ACCEPTED-COUNT
                   " Rejected: " WS-REJECTED-COUNT
                   " Unacknowledged: " WS-NO-ACK-COUNT
                   " Not sent: " WS-NOT-SENT-COUNT
           DISPLAY "Control totals agree: " WS-TOTALS-AGREE
                   " Correction details: " WS-CORR-COUNT
                   " Period status: " WS-BILL-STATUS.

      ******************************************************************
      * LOAD-SENT-FEED: The feed the acknowledgment answers - its
      * details into the table, its trailer totals aside
      ******************************************************************
       LOAD-SENT-FEED.
           OPEN INPUT SENT-FILE
           IF WS-SENT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open the feed that was sent "
                       WS-SENT-FILE-NAME
                       " (status " WS-SENT-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SD-COUNT
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SENT-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       EVALUATE SENT-RECORD(1:1)
                           WHEN "H"
                               MOVE SENT-RECORD TO BILL-HEADER-RECORD
                               MOVE BILL-HDR-PERIOD TO WS-SENT-PERIOD
                           WHEN "D"
                               PERFORM LOAD-ONE-SENT-DETAIL
                           WHEN "T"
                               MOVE SENT-RECORD TO BILL-TRAILER-RECORD
                               MOVE BILL-TRL-REC-COUNT
                                   TO WS-SENT-REC-COUNT
                               MOVE BILL-TRL-DAY-TOTAL
                                   TO WS-SENT-DAY-TOTAL
                               MOVE BILL-TRL-ID-HASH TO WS-SENT-ID-HASH
                               MOVE "Y" TO WS-SENT-TRAILER-SEEN
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE SENT-FILE

           IF WS-SENT-PERIOD NOT = WS-ACK-PERIOD
               DISPLAY "Acknowledgment is for period " WS-ACK-PERIOD
                       " but " WS-SENT-FILE-NAME
                       " holds period " WS-SENT-PERIOD
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-SD-OVERFLOW = "Y"
               DISPLAY "Feed has more than 20000 details - "
                       "cannot reconcile"
               MOVE 8 TO RETURN-CODE
           END-IF.

       LOAD-ONE-SENT-DETAIL.
           IF WS-SD-COUNT >= 20000
               MOVE "Y" TO WS-SD-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SD-COUNT
           MOVE SENT-RECORD TO WS-SD-RECORD(WS-SD-COUNT)
           MOVE SPACE TO WS-SD-RESULT(WS-SD-COUNT)
           MOVE SPACES TO WS-SD-REASON-CODE(WS-SD-COUNT)
                          WS-SD-REASON-TEXT(WS-SD-COUNT).

      ******************************************************************
      * APPLY-ONE-ACK-RECORD: One acknowledgment detail marks the
      * detail we sent; the trailer's totals are kept for comparison
      ******************************************************************
       APPLY-ONE-ACK-RECORD.
           EVALUATE ACK-RECORD(1:1)
               WHEN "D"
                   MOVE ACK-RECORD TO BACK-DETAIL-RECORD
                   PERFORM FIND-SENT-DETAIL
                   IF WS-SD-HIT = 0
                       ADD 1 TO WS-NOT-SENT-COUNT
                       MOVE "NOT-SENT" TO WS-LINE-RESULT
                       MOVE BACK-DTL-PROJECT-ID TO WS-LINE-PROJECT
                       MOVE SPACES TO WS-LINE-CC
                       MOVE BACK-DTL-REASON-CODE TO WS-LINE-CODE
                       MOVE "acknowledged but not in the feed sent"
                           TO WS-LINE-DETAIL
                       PERFORM WRITE-RESULT-LINE
                   ELSE
                       MOVE BACK-DTL-RESULT TO WS-SD-RESULT(WS-SD-HIT)
                       MOVE BACK-DTL-REASON-CODE
                           TO WS-SD-REASON-CODE(WS-SD-HIT)
                       MOVE BACK-DTL-REASON-TEXT
                           TO WS-SD-REASON-TEXT(WS-SD-HIT)
                   END-IF
               WHEN "T"
                   MOVE ACK-RECORD TO BACK-TRAILER-RECORD
                   MOVE "Y" TO WS-ACK-TRAILER-SEEN
                   MOVE BACK-TRL-REC-COUNT TO WS-ACK-REC-COUNT
                   MOVE BACK-TRL-DAY-TOTAL TO WS-ACK-DAY-TOTAL
                   MOVE BACK-TRL-ID-HASH TO WS-ACK-ID-HASH
           END-EVALUATE.

      ******************************************************************
      * FIND-SENT-DETAIL: The sent detail for BACK-DTL-PROJECT-ID
      * (WS-SD-HIT, zero when absent). The intake answers in the
      * order it received, so the entry after the last match is
      * tried before the table is searched.
      ******************************************************************
       FIND-SENT-DETAIL.
           MOVE 0 TO WS-SD-HIT
           IF WS-SD-HINT < WS-SD-COUNT
               MOVE WS-SD-RECORD(WS-SD-HINT + 1) TO BILL-DETAIL-RECORD
               IF BILL-DTL-PROJECT-ID = BACK-DTL-PROJECT-ID
                   ADD 1 TO WS-SD-HINT
                   MOVE WS-SD-HINT TO WS-SD-HIT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                       UNTIL WS-SD-IDX > WS-SD-COUNT
               MOVE WS-SD-RECORD(WS-SD-IDX) TO BILL-DETAIL-RECORD
               IF BILL-DTL-PROJECT-ID = BACK-DTL-PROJECT-ID
                   MOVE WS-SD-IDX TO WS-SD-HIT
                   MOVE WS-SD-IDX TO WS-SD-HINT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * COMPARE-CONTROL-TOTALS: The intake's totals against the
      * trailer we sent; any difference means the intake refused
      * the whole file
      ******************************************************************
       COMPARE-CONTROL-TOTALS.
           MOVE "Y" TO WS-TOTALS-AGREE
           MOVE "TOTALS-MISMATCH" TO WS-LINE-RESULT
           MOVE SPACES TO WS-LINE-PROJECT WS-LINE-CC
           IF WS-ACK-TRAILER-SEEN NOT = "Y"
               MOVE "N" TO WS-TOTALS-AGREE
               MOVE "TRAILER" TO WS-LINE-CODE
               MOVE "acknowledgment carries no trailer"
                   TO WS-LINE-DETAIL
               PERFORM WRITE-RESULT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-ACK-REC-COUNT NOT = WS-SENT-REC-COUNT
               MOVE "N" TO WS-TOTALS-AGREE
               MOVE "COUNT" TO WS-LINE-CODE
               MOVE SPACES TO WS-LINE-DETAIL
               STRING "sent " DELIMITED BY SIZE
                      WS-SENT-REC-COUNT DELIMITED BY SIZE
                      " intake " DELIMITED BY SIZE
                      WS-ACK-REC-COUNT DELIMITED BY SIZE
                      INTO WS-LINE-DETAIL
               PERFORM WRITE-RESULT-LINE
           END-IF
           IF WS-ACK-DAY-TOTAL NOT = WS-SENT-DAY-TOTAL
               MOVE "N" TO WS-TOTALS-AGREE
               MOVE "DAYS" TO WS-LINE-CODE
               MOVE SPACES TO WS-LINE-DETAIL
               STRING "sent " DELIMITED BY SIZE
                      WS-SENT-DAY-TOTAL DELIMITED BY SIZE
                      " intake " DELIMITED BY SIZE
                      WS-ACK-DAY-TOTAL DELIMITED BY SIZE
                      INTO WS-LINE-DETAIL
               PERFORM WRITE-RESULT-LINE
           END-IF
           IF WS-ACK-ID-HASH NOT = WS-SENT-ID-HASH
               MOVE "N" TO WS-TOTALS-AGREE
               MOVE "HASH" TO WS-LINE-CODE
               MOVE SPACES TO WS-LINE-DETAIL
               STRING "sent " DELIMITED BY SIZE
                      WS-SENT-ID-HASH DELIMITED BY SIZE
                      " intake " DELIMITED BY SIZE
                      WS-ACK-ID-HASH DELIMITED BY SIZE
                      INTO WS-LINE-DETAIL
               PERFORM WRITE-RESULT-LINE
           END-IF.

      ******************************************************************
      * SETTLE-ONE-DETAIL: Count one sent detail (WS-SD-IDX) as
      * accepted, or put it in the correction extract
      ******************************************************************
       SETTLE-ONE-DETAIL.
           MOVE WS-SD-RECORD(WS-SD-IDX) TO BILL-DETAIL-RECORD
           EVALUATE TRUE
               WHEN WS-SD-RESULT(WS-SD-IDX) = "A"
                   ADD 1 TO WS-ACCEPTED-COUNT
                   IF WS-TOTALS-AGREE = "Y"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "FILE-REJECTED" TO WS-LINE-RESULT
                   MOVE SPACES TO WS-LINE-CODE
                   MOVE "accepted, but the intake refused the file"
                       TO WS-LINE-DETAIL
               WHEN WS-SD-RESULT(WS-SD-IDX) = "R"
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJECTED" TO WS-LINE-RESULT
                   MOVE WS-SD-REASON-CODE(WS-SD-IDX) TO WS-LINE-CODE
                   MOVE WS-SD-REASON-TEXT(WS-SD-IDX) TO WS-LINE-DETAIL
               WHEN OTHER
                   ADD 1 TO WS-NO-ACK-COUNT
                   MOVE "NO-ACK" TO WS-LINE-RESULT
                   MOVE SPACES TO WS-LINE-CODE
                   MOVE "the intake did not acknowledge this detail"
                       TO WS-LINE-DETAIL
           END-EVALUATE

           PERFORM REFRESH-COST-CENTER
           MOVE BILL-DTL-PROJECT-ID TO WS-LINE-PROJECT
           MOVE BILL-DTL-COST-CENTER TO WS-LINE-CC
           PERFORM WRITE-RESULT-LINE

           MOVE BILL-DETAIL-RECORD TO CORRECTION-RECORD
           WRITE CORRECTION-RECORD
           ADD 1 TO WS-CORR-COUNT
           ADD BILL-DTL-ACTIVE-DAYS TO WS-CORR-DAY-TOTAL
           PERFORM FOLD-ID-HASH.

      ******************************************************************
      * REFRESH-COST-CENTER: The detail's cost center as the local
      * metadata store now has it (costCenter, falling back to
      * cost_center); left as sent when the store has nothing
      ******************************************************************
       REFRESH-COST-CENTER.
           MOVE SPACES TO WS-LOOK-PROJ-ID
           MOVE BILL-DTL-PROJECT-ID TO WS-LOOK-PROJ-ID
           CALL "META-STORE-GET" USING WS-LOOK-PROJ-ID
                                       WS-PROJ-METADATA
                                       WS-STORE-FOUND
           IF WS-STORE-FOUND = "N" OR WS-PROJ-METADATA = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "costCenter" TO WS-META-KEY
           MOVE SPACES TO WS-META-VALUE
           CALL "PROJECTS-GET-METADATA-VALUE"
               USING WS-PROJ-METADATA WS-META-KEY WS-META-VALUE
           IF WS-META-VALUE = SPACES
               MOVE "cost_center" TO WS-META-KEY
               CALL "PROJECTS-GET-METADATA-VALUE"
                   USING WS-PROJ-METADATA WS-META-KEY WS-META-VALUE
           END-IF
           IF WS-META-VALUE NOT = SPACES
               AND WS-META-VALUE(1:16) NOT = BILL-DTL-COST-CENTER
               MOVE WS-META-VALUE(1:16) TO BILL-DTL-COST-CENTER
               ADD 1 TO WS-CC-REFRESH-COUNT
           END-IF.

      ******************************************************************
      * FOLD-ID-HASH: The project id folds into the correction
      * trailer's rolling hash total, the way BILLING-EXTRACT folds it
      ******************************************************************
       FOLD-ID-HASH.
           MOVE 32 TO WS-HASH-LEN
           PERFORM UNTIL WS-HASH-LEN = 0
                      OR BILL-DTL-PROJECT-ID(WS-HASH-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-HASH-LEN
           END-PERFORM
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                       UNTIL WS-HASH-IDX > WS-HASH-LEN
               COMPUTE WS-ID-HASH = FUNCTION MOD(
                   WS-ID-HASH * 31
                   + FUNCTION ORD(BILL-DTL-PROJECT-ID(WS-HASH-IDX:1)),
                   1000000007)
           END-PERFORM.

      ******************************************************************
      * MARK-RESUBMITTED: The correction extract for GREY_BILL_PERIOD
      * has gone to the intake
      ******************************************************************
       MARK-RESUBMITTED.
           PERFORM GET-PERIOD-STATUS
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PRIOR-STATUS NOT = "PARTIALLY-REJECTED"
               DISPLAY "Period " WS-BILL-PERIOD " is "
                       WS-PRIOR-STATUS
                       " - only a PARTIALLY-REJECTED period can be"
                       " resubmitted"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CORRECTION-FILE-NAME TO WS-SENT-FILE-NAME
           MOVE WS-BILL-PERIOD TO WS-ACK-PERIOD
           PERFORM LOAD-SENT-FEED
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "RESUBMITTED" TO WS-BILL-STATUS
           MOVE WS-SENT-REC-COUNT TO WS-BILL-SENT
           CALL "BILLING-STATUS-SET" USING WS-BILL-PERIOD
                                           WS-BILL-STATUS
                                           WS-BILL-SENT
                                           WS-BILL-REJECTED
           MOVE WS-SENT-REC-COUNT TO WS-HIST-READ WS-HIST-OK
           DISPLAY "Period " WS-BILL-PERIOD " RESUBMITTED with "
                   WS-SENT-REC-COUNT " correction details".

      ******************************************************************
      * MARK-CLOSED: Finance has posted GREY_BILL_PERIOD
      ******************************************************************
       MARK-CLOSED.
           PERFORM GET-PERIOD-STATUS
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PRIOR-STATUS NOT = "ACKNOWLEDGED"
               DISPLAY "Period " WS-BILL-PERIOD " is "
                       WS-PRIOR-STATUS
                       " - only an ACKNOWLEDGED period can be closed"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "CLOSED" TO WS-BILL-STATUS
           CALL "BILLING-STATUS-SET" USING WS-BILL-PERIOD
                                           WS-BILL-STATUS
                                           WS-BILL-SENT
                                           WS-BILL-REJECTED
           DISPLAY "Period " WS-BILL-PERIOD " CLOSED".

       GET-PERIOD-STATUS.
           IF WS-PERIOD-ENV IS NOT NUMERIC
               DISPLAY "GREY_BILL_PERIOD (YYYYMM) is required for "
                       WS-MODE-ENV
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PERIOD-ENV TO WS-BILL-PERIOD
           CALL "BILLING-STATUS-GET" USING WS-BILL-PERIOD
                                           WS-PRIOR-STATUS
                                           WS-BILL-SENT
                                           WS-BILL-REJECTED
           IF WS-PRIOR-STATUS = SPACES
               MOVE "not on the register" TO WS-PRIOR-STATUS
           END-IF.

      ******************************************************************
      * WRITE-RESULT-LINE: One report line from the WS-LINE- fields
      ******************************************************************
       WRITE-RESULT-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-LINE-RESULT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-LINE-PROJECT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-LINE-CC DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-LINE-CODE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-LINE-DETAIL DELIMITED BY "  "
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO ACK-REPORT-RECORD
           WRITE ACK-REPORT-RECORD.

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

       END PROGRAM BILLING-ACK-RECONCILE.
