      * normalized error code and correlation ID for each failure) so
      * Monday's 30-80 new hires are one job run instead of an hour
      * of hand entry.
      *
      * The feed is logged in the file receipt registry (feed
      * HR-ONBOARDING) before it is read. A file with the same
      * content as one already loaded is quarantined by FILE-RECEIPT
      * and not loaded again (RETURN-CODE 4); the receipt is marked
      * processed when the load ends below RETURN-CODE 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USER-BULK-LOAD.
               VALUE "/tmp/grey_user_load_report.txt".
       01  WS-LOAD-REPORT-LINE         PIC X(1536).
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-RECEIPT-FEED             PIC X(32)
               VALUE "HR-ONBOARDING".
       01  WS-RECEIPT-POLICY           PIC X      VALUE "Q".
       01  WS-RECEIPT-VERDICT          PIC X(12)  VALUE SPACES.
       01  WS-SAVE-RETURN-CODE         PIC S9(4)  VALUE 0.

       01  WS-HOST-ENV                 PIC X(256) VALUE SPACES.
       01  WS-PORT-ENV                 PIC X(5)   VALUE SPACES.
               STOP RUN
           END-IF

           CALL "FILE-RECEIPT-CHECK" USING WS-RECEIPT-FEED
                                           WS-LOAD-INPUT-FILE-NAME
                                           WS-RECEIPT-POLICY
                                           WS-RECEIPT-VERDICT
           IF WS-RECEIPT-VERDICT = "DUPLICATE"
               DISPLAY "User load input already loaded once - "
                       "quarantined, not loaded: "
                       WS-LOAD-INPUT-FILE-NAME
               CALL "SDK-SHUTDOWN"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT LOAD-INPUT-FILE
           IF WS-LOAD-INPUT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open user load input file: "
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE < 8
               PERFORM MARK-RECEIPT-PROCESSED
           END-IF

           DISPLAY "Bulk user load complete. Created: "
                   WS-SUCCESS-COUNT
           MOVE WS-LOAD-REPORT-LINE TO LOAD-REPORT-RECORD
           WRITE LOAD-REPORT-RECORD.

      ******************************************************************
      * MARK-RECEIPT-PROCESSED: Record in the file receipt registry
      * that this input has been loaded (the job's return code is
      * kept across the call)
      ******************************************************************
       MARK-RECEIPT-PROCESSED.
           MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE
           CALL "FILE-RECEIPT-PROCESSED" USING WS-RECEIPT-FEED
                                               WS-LOAD-INPUT-FILE-NAME
           MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.

       END PROGRAM USER-BULK-LOAD.
