      * stands in for the archive date the API does not expose).
      *
      * Cost center comes from the costCenter metadata key, falling
      * back to the pre-governance cost_center spelling. The
      * document is read from the local metadata store
      * (META-STORE-GET); only a project the store has no entry for
      * costs a PROJECTS-GET.
      *
      * Every cost center is checked against finance's cost-center
      * master (COST-CENTER-CHECK, as of the run date) before the
      * detail is written. A project charged to a closed, unknown or
      * not-yet-open cost center is diverted to the exception list
      * instead of the feed, so billing never bounces it:
      *   /tmp/grey_billing_exceptions.txt
      *   "project-id|cost-center|CLOSED-UNKNOWN-NOT-OPEN-or-
      *    QUARANTINED|owner|status|active-days"
      * A project SENSITIVE-CONTENT-SCAN has quarantined (see
      * SENSITIVE-QUARANTINE) is diverted the same way, reason
      * QUARANTINED, until it is cleared.
      * The feed's trailer totals cover only the details sent.
      *
      * The period is recorded as SENT in the billing status register
      * (BILLING-PERIOD-STATUS); BILLING-ACK-RECONCILE takes it from
      * there when the intake's acknowledgment comes back.
      *
      * Each month's feed is also retained as
      * /tmp/grey_billing_extract_<YYYYMM>.dat (a rerun for the same
      * period replaces it) - COST-CENTER-CHARGEBACK compares the
      * retained months for finance.
      * Output: /tmp/grey_billing_extract.dat
      * RETURN-CODE 0 extracted, 4 some metadata fetches failed
      * (cost center left blank), projects were diverted, or no
      * cost-center master was on file, 8 setup failure.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLING-EXTRACT.
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SYNC-PROJ-ID
               ALTERNATE RECORD KEY SYNC-PROJ-NAME-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY SYNC-PROJ-OWNER WITH DUPLICATES
               FILE STATUS IS WS-SYNC-FILE-STATUS.

           SELECT BILLING-FILE ASSIGN TO WS-BILLING-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE ASSIGN TO WS-EXCEPTION-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYNC-MASTER-FILE.
       FD  BILLING-FILE.
       01  BILLING-RECORD              PIC X(120).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD            PIC X(200).

       WORKING-STORAGE SECTION.
       COPY GREYCONF.
       COPY GREYERR.
       01  WS-SYNC-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-BILLING-FILE-NAME        PIC X(64)
               VALUE "/tmp/grey_billing_extract.dat".
       01  WS-EXCEPTION-FILE-NAME      PIC X(64)
               VALUE "/tmp/grey_billing_exceptions.txt".
       01  WS-EXCEPTION-LINE           PIC X(200) VALUE SPACES.
       01  WS-MASTER-EOF               PIC X      VALUE "N".

       01  WS-HOST-ENV                 PIC X(256) VALUE SPACES.
       01  WS-META-KEY                 PIC X(256) VALUE SPACES.
       01  WS-META-VALUE               PIC X(2048) VALUE SPACES.
       01  WS-COST-CENTER              PIC X(16)  VALUE SPACES.
       01  WS-STORE-FOUND              PIC X      VALUE "N".
       01  WS-STORE-MISS-COUNT         PIC 9(5)   VALUE 0.

      ******************************************************************
      * Cost-center master check
      ******************************************************************
       01  WS-CC-AS-OF                 PIC 9(8)   VALUE 0.
       01  WS-CC-NAME                  PIC X(64)  VALUE SPACES.
       01  WS-CC-STATE                 PIC X(12)  VALUE SPACES.
       01  WS-CC-UNCHECKED             PIC X      VALUE "N".
       01  WS-EXCEPTION-COUNT          PIC 9(9)   VALUE 0.
       01  WS-QUARANTINED              PIC X      VALUE "N".
       01  WS-QUARANTINE-COUNT         PIC 9(9)   VALUE 0.

      ******************************************************************
      * Billing status register fields
      ******************************************************************
       01  WS-BILL-STATUS              PIC X(20)  VALUE "SENT".
       01  WS-BILL-REJECTED            PIC 9(9)   VALUE 0.
       01  WS-RETAIN-COMMAND           PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN OUTPUT BILLING-FILE
           PERFORM WRITE-BILLING-HEADER
           OPEN OUTPUT EXCEPTION-FILE
           MOVE SPACES TO WS-EXCEPTION-LINE
           STRING "BILLING-EXCEPTIONS|PERIOD=" DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  "|RUN_DATE=" DELIMITED BY SIZE
                  WS-NOW(1:8) DELIMITED BY SIZE
                  INTO WS-EXCEPTION-LINE
           MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD

           MOVE LOW-VALUES TO SYNC-PROJ-ID
           START SYNC-MASTER-FILE KEY >= SYNC-PROJ-ID

           PERFORM WRITE-BILLING-TRAILER
           CLOSE BILLING-FILE
           MOVE SPACES TO WS-RETAIN-COMMAND
           STRING "cp -f " DELIMITED BY SIZE
                  WS-BILLING-FILE-NAME DELIMITED BY SPACE
                  " /tmp/grey_billing_extract_" DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  ".dat 2>/dev/null" DELIMITED BY SIZE
                  INTO WS-RETAIN-COMMAND
           CALL "SYSTEM" USING WS-RETAIN-COMMAND
           MOVE SPACES TO WS-EXCEPTION-LINE
           STRING "TOTAL|" DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
                  INTO WS-EXCEPTION-LINE
           MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           CLOSE EXCEPTION-FILE
           CLOSE SYNC-MASTER-FILE
           CALL "BILLING-STATUS-SET" USING WS-PERIOD
                                           WS-BILL-STATUS
                                           WS-DETAIL-COUNT
                                           WS-BILL-REJECTED
           CALL "META-STORE-CLOSE"
           CALL "SDK-SHUTDOWN"

           IF WS-META-FAIL-COUNT > 0
               OR WS-EXCEPTION-COUNT > 0
               OR WS-CC-UNCHECKED = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Extract complete. Period " WS-PERIOD
                   " Details: " WS-DETAIL-COUNT
                   " Day total: " WS-DAY-TOTAL
                   " Metadata fetch failures: " WS-META-FAIL-COUNT
                   " Store misses: " WS-STORE-MISS-COUNT
           DISPLAY "Diverted to exceptions (cost center not open): "
                   WS-EXCEPTION-COUNT
           IF WS-QUARANTINE-COUNT > 0
               DISPLAY "  of which quarantined for sensitive content: "
                       WS-QUARANTINE-COUNT
           END-IF
           IF WS-CC-UNCHECKED = "Y"
               DISPLAY "WARNING: no cost-center master - cost centers "
                       "went out unvalidated"
           END-IF
           STOP RUN.

      ******************************************************************
                   FUNCTION NUMVAL(WS-NOW(1:8)))
           IF WS-PERIOD-END-INT > WS-TODAY-INT
               MOVE WS-TODAY-INT TO WS-PERIOD-END-INT
           END-IF

      *    Billing posts on receipt, so a cost center must be open on
      *    the day the feed goes out
           MOVE WS-NOW(1:8) TO WS-CC-AS-OF.

      ******************************************************************
      * EXTRACT-ONE-PROJECT: One fixed-width detail record with the
           PERFORM COMPUTE-ACTIVE-DAYS
           PERFORM FETCH-COST-CENTER

           CALL "QUARANTINE-CHECK" USING SYNC-PROJ-ID WS-QUARANTINED
           IF WS-QUARANTINED = "Y"
               MOVE "QUARANTINED" TO WS-CC-STATE
               ADD 1 TO WS-QUARANTINE-COUNT
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-COST-CENTER NOT = SPACES
               CALL "COST-CENTER-CHECK" USING WS-COST-CENTER
                                              WS-CC-AS-OF
                                              WS-CC-NAME
                                              WS-CC-STATE
               EVALUATE WS-CC-STATE
                   WHEN "OPEN"
                       CONTINUE
                   WHEN "NO-MASTER"
                       MOVE "Y" TO WS-CC-UNCHECKED
                   WHEN OTHER
                       PERFORM WRITE-EXCEPTION-LINE
                       EXIT PARAGRAPH
               END-EVALUATE
           END-IF

           MOVE SPACES TO BILL-DETAIL-RECORD
           MOVE "D" TO BILL-DTL-TYPE
           MOVE SYNC-PROJ-ID(1:32) TO BILL-DTL-PROJECT-ID
           ADD WS-ACTIVE-DAYS TO WS-DAY-TOTAL
           PERFORM FOLD-ID-HASH.

      ******************************************************************
      * WRITE-EXCEPTION-LINE: Divert a project whose cost center is
      * not open, or that is quarantined, instead of sending it to
      * billing
      ******************************************************************
       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO WS-EXCEPTION-LINE
           STRING SYNC-PROJ-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-COST-CENTER DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-CC-STATE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  SYNC-PROJ-OWNER DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  SYNC-PROJ-STATUS DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-ACTIVE-DAYS DELIMITED BY SIZE
                  INTO WS-EXCEPTION-LINE
           MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD.

      ******************************************************************
      * COMPUTE-ACTIVE-DAYS: Days of the period the project existed;
      * a project archived before the period start bills zero

      ******************************************************************
      * FETCH-COST-CENTER: The costCenter metadata value, falling
      * back to the pre-governance cost_center spelling (read from
      * the local metadata store, fetched only on a store miss)
      ******************************************************************
       FETCH-COST-CENTER.
           MOVE SPACES TO WS-COST-CENTER
           CALL "META-STORE-GET" USING SYNC-PROJ-ID
                                       WS-PROJ-METADATA
                                       WS-STORE-FOUND
           IF WS-STORE-FOUND = "N"
               ADD 1 TO WS-STORE-MISS-COUNT
               MOVE SPACES TO WS-PROJECT-REQUEST
               MOVE SYNC-PROJ-ID TO WS-PROJ-ID-REQ
               CALL "PROJECTS-GET" USING WS-GREY-CONFIG
                                         WS-PROJECT-REQUEST
                                         WS-PROJECT-RESPONSE
                                         WS-GREY-RESULT
               IF WS-RESULT-OK NOT = "Y"
                   ADD 1 TO WS-META-FAIL-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-PROJ-METADATA = SPACES
               EXIT PARAGRAPH
