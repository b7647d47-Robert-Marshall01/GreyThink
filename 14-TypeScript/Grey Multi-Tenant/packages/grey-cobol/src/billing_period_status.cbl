      ******************************************************************
      * billing_period_status.cbl - Grey Billing Period Status Register
      * One line per billing period saying where that period's feed
      * stands with the mainframe billing intake, so nobody has to
      * piece it together from e-mail days later:
      *   SENT                BILLING-EXTRACT wrote the feed
      *   ACKNOWLEDGED        the intake accepted every detail and its
      *                       control totals agreed with ours
      *   PARTIALLY-REJECTED  the intake rejected details (or the
      *                       totals disagreed); a correction extract
      *                       is waiting to go
      *   RESUBMITTED         the correction extract was sent
      *   CLOSED              finance has posted the period
      * BILLING-EXTRACT and BILLING-ACK-RECONCILE set the status; any
      * job may read it. The register is read afresh on every call
      * and rewritten whole on every change.
      *
      * Register (GREY_BILL_STATUS_FILE, default
      * /tmp/grey_billing_status.txt):
      *   "period|status|updated|sent|rejected|resubmissions"
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLING-PERIOD-STATUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-FILE ASSIGN TO WS-STATUS-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-FILE.
       01  STATUS-RECORD               PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FILE-NAME         PIC X(64)
               VALUE "/tmp/grey_billing_status.txt".
       01  WS-STATUS-FILE-ENV          PIC X(64)  VALUE SPACES.
       01  WS-STATUS-FILE-STATUS       PIC XX     VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-NOW                      PIC X(21)  VALUE SPACES.

      ******************************************************************
      * The whole register, read on every call
      ******************************************************************
       01  WS-BPS-TABLE.
           05  WS-BPS-COUNT             PIC 9(4)  VALUE 0.
           05  WS-BPS-ENTRY OCCURS 1200 TIMES.
               10  WS-BPS-PERIOD        PIC X(6).
               10  WS-BPS-STATUS        PIC X(20).
               10  WS-BPS-UPDATED       PIC X(8).
               10  WS-BPS-SENT          PIC 9(9).
               10  WS-BPS-REJECTED      PIC 9(9).
               10  WS-BPS-RESUBMITS     PIC 9(4).
       01  WS-BPS-IDX                  PIC 9(4)   VALUE 0.
       01  WS-BPS-HIT                  PIC 9(4)   VALUE 0.

       01  WS-REC-SENT                 PIC X(12)  VALUE SPACES.
       01  WS-REC-REJECTED             PIC X(12)  VALUE SPACES.
       01  WS-REC-RESUBMITS            PIC X(8)   VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PERIOD                   PIC X(6).
       01  LS-STATUS                   PIC X(20).
       01  LS-SENT-COUNT               PIC 9(9).
       01  LS-REJECT-COUNT             PIC 9(9).

       PROCEDURE DIVISION.

      ******************************************************************
      * BILLING-STATUS-GET: Where a period's feed stands
      * Input:  LS-PERIOD (YYYYMM)
      * Output: LS-STATUS (spaces when the period has no entry),
      *         LS-SENT-COUNT and LS-REJECT-COUNT as last recorded
      ******************************************************************
       ENTRY "BILLING-STATUS-GET" USING LS-PERIOD LS-STATUS
                                        LS-SENT-COUNT LS-REJECT-COUNT.
           MOVE SPACES TO LS-STATUS
           MOVE 0 TO LS-SENT-COUNT LS-REJECT-COUNT
           PERFORM LOAD-STATUS-REGISTER
           PERFORM FIND-PERIOD
           IF WS-BPS-HIT > 0
               MOVE WS-BPS-STATUS(WS-BPS-HIT) TO LS-STATUS
               MOVE WS-BPS-SENT(WS-BPS-HIT) TO LS-SENT-COUNT
               MOVE WS-BPS-REJECTED(WS-BPS-HIT) TO LS-REJECT-COUNT
           END-IF
           GOBACK.

      ******************************************************************
      * BILLING-STATUS-SET: Record a period's new status, stamped with
      * today's date; moving to RESUBMITTED also counts the
      * resubmission
      * Input:  LS-PERIOD, LS-STATUS, LS-SENT-COUNT, LS-REJECT-COUNT
      ******************************************************************
       ENTRY "BILLING-STATUS-SET" USING LS-PERIOD LS-STATUS
                                        LS-SENT-COUNT LS-REJECT-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           PERFORM LOAD-STATUS-REGISTER
           PERFORM FIND-PERIOD
           IF WS-BPS-HIT = 0
               IF WS-BPS-COUNT >= 1200
                   DISPLAY "Billing status register full - period "
                           LS-PERIOD " not recorded"
                   GOBACK
               END-IF
               ADD 1 TO WS-BPS-COUNT
               MOVE WS-BPS-COUNT TO WS-BPS-HIT
               MOVE LS-PERIOD TO WS-BPS-PERIOD(WS-BPS-HIT)
               MOVE 0 TO WS-BPS-RESUBMITS(WS-BPS-HIT)
           END-IF
           MOVE LS-STATUS TO WS-BPS-STATUS(WS-BPS-HIT)
           MOVE WS-NOW(1:8) TO WS-BPS-UPDATED(WS-BPS-HIT)
           MOVE LS-SENT-COUNT TO WS-BPS-SENT(WS-BPS-HIT)
           MOVE LS-REJECT-COUNT TO WS-BPS-REJECTED(WS-BPS-HIT)
      *    A fresh extract for the period starts its cycle over
           EVALUATE LS-STATUS
               WHEN "RESUBMITTED"
                   ADD 1 TO WS-BPS-RESUBMITS(WS-BPS-HIT)
               WHEN "SENT"
                   MOVE 0 TO WS-BPS-RESUBMITS(WS-BPS-HIT)
           END-EVALUATE
           PERFORM SAVE-STATUS-REGISTER
           GOBACK.

      ******************************************************************
      * LOAD-STATUS-REGISTER: Read the register into the table (an
      * absent register is an empty one)
      ******************************************************************
       LOAD-STATUS-REGISTER.
           MOVE 0 TO WS-BPS-COUNT
           ACCEPT WS-STATUS-FILE-ENV
               FROM ENVIRONMENT "GREY_BILL_STATUS_FILE"
           IF WS-STATUS-FILE-ENV NOT = SPACES
               MOVE WS-STATUS-FILE-ENV TO WS-STATUS-FILE-NAME
           END-IF

           OPEN INPUT STATUS-FILE
           IF WS-STATUS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ STATUS-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF STATUS-RECORD NOT = SPACES
                           AND STATUS-RECORD(1:1) NOT = "#"
                           AND WS-BPS-COUNT < 1200
                           PERFORM LOAD-ONE-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATUS-FILE.

       LOAD-ONE-PERIOD.
           ADD 1 TO WS-BPS-COUNT
           MOVE SPACES TO WS-BPS-ENTRY(WS-BPS-COUNT)
                          WS-REC-SENT WS-REC-REJECTED WS-REC-RESUBMITS
           UNSTRING STATUS-RECORD DELIMITED BY "|"
               INTO WS-BPS-PERIOD(WS-BPS-COUNT)
                    WS-BPS-STATUS(WS-BPS-COUNT)
                    WS-BPS-UPDATED(WS-BPS-COUNT)
                    WS-REC-SENT WS-REC-REJECTED WS-REC-RESUBMITS
           MOVE 0 TO WS-BPS-SENT(WS-BPS-COUNT)
                     WS-BPS-REJECTED(WS-BPS-COUNT)
                     WS-BPS-RESUBMITS(WS-BPS-COUNT)
           IF WS-REC-SENT(1:1) IS NUMERIC
               COMPUTE WS-BPS-SENT(WS-BPS-COUNT) =
                   FUNCTION NUMVAL(WS-REC-SENT)
           END-IF
           IF WS-REC-REJECTED(1:1) IS NUMERIC
               COMPUTE WS-BPS-REJECTED(WS-BPS-COUNT) =
                   FUNCTION NUMVAL(WS-REC-REJECTED)
           END-IF
           IF WS-REC-RESUBMITS(1:1) IS NUMERIC
               COMPUTE WS-BPS-RESUBMITS(WS-BPS-COUNT) =
                   FUNCTION NUMVAL(WS-REC-RESUBMITS)
           END-IF.

       FIND-PERIOD.
           MOVE 0 TO WS-BPS-HIT
           PERFORM VARYING WS-BPS-IDX FROM 1 BY 1
                       UNTIL WS-BPS-IDX > WS-BPS-COUNT
               IF WS-BPS-PERIOD(WS-BPS-IDX) = LS-PERIOD
                   MOVE WS-BPS-IDX TO WS-BPS-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * SAVE-STATUS-REGISTER: Rewrite the register from the table
      ******************************************************************
       SAVE-STATUS-REGISTER.
           OPEN OUTPUT STATUS-FILE
           IF WS-STATUS-FILE-STATUS NOT = "00"
               DISPLAY "Cannot write billing status register "
                       WS-STATUS-FILE-NAME
                       " (status " WS-STATUS-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BPS-IDX FROM 1 BY 1
                       UNTIL WS-BPS-IDX > WS-BPS-COUNT
               MOVE SPACES TO STATUS-RECORD
               STRING WS-BPS-PERIOD(WS-BPS-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-BPS-STATUS(WS-BPS-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-BPS-UPDATED(WS-BPS-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-BPS-SENT(WS-BPS-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-BPS-REJECTED(WS-BPS-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-BPS-RESUBMITS(WS-BPS-IDX) DELIMITED BY SIZE
                      INTO STATUS-RECORD
               WRITE STATUS-RECORD
           END-PERFORM
           CLOSE STATUS-FILE.

       END PROGRAM BILLING-PERIOD-STATUS.
