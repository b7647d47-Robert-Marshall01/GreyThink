      *   EXCEPTIONS       every run-history record in the period
      *       that ended RC 8 or worse (failed runs and
      *       out-of-balance days both land here)
      *   INTEGRITY        CHAIN-VERIFY's latest signed summary for
      *       the audit log and for the change journal, with its
      *       signature checked against GREY_CHAIN_KEY; a broken
      *       chain or a summary that no longer verifies is an
      *       integrity failure
      *
      * Environment: GREY_ATTEST_FROM / GREY_ATTEST_TO (YYYY-MM-DD,
      * both required).
      * Output: /tmp/grey_attestation_pack.txt
      * RETURN-CODE 0 generated, 4 the count tie does not hold,
      * exceptions exist or an integrity failure was found (the pack
      * says which), 8 bad input.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTESTATION-PACK.
       01  WS-REC-RC                   PIC S9(4)  VALUE 0.
       01  WS-JRNL-ACTION              PIC X      VALUE SPACE.

      ******************************************************************
      * Hash-chain summaries - the signature is the keyed rolling hash
      * of the summary text ahead of "|SIG="
      ******************************************************************
       01  WS-CHAIN-TARGET             PIC X(8)   VALUE SPACES.
       01  WS-CHAIN-KEY                PIC X(64)  VALUE SPACES.
       01  WS-CHAIN-KEY-LEN            PIC 9(3)   VALUE 0.
       01  WS-SIG-POS                  PIC 9(5)   VALUE 0.
       01  WS-SIG-STATED               PIC X(10)  VALUE SPACES.
       01  WS-SIG-COMPUTED             PIC 9(10)  VALUE 0.
       01  WS-SIG-VERDICT              PIC X(3)   VALUE SPACES.
       01  WS-INTACT-COUNT             PIC 9(3)   VALUE 0.
       01  WS-VERIFIED-POS             PIC 9(5)   VALUE 0.
       01  WS-INTEGRITY-FAILURES       PIC 9(3)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Period-End Attestation Pack ==="
           PERFORM WRITE-COUNT-TIE
           PERFORM COLLECT-APPROVALS
           PERFORM COLLECT-EXCEPTIONS
           PERFORM COLLECT-CHAIN-SUMMARIES

           MOVE SPACES TO WS-PACK-LINE
           STRING "SUMMARY|TIE=" DELIMITED BY SIZE
                  WS-APPROVAL-COUNT DELIMITED BY SIZE
                  "|EXCEPTIONS=" DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
                  "|INTEGRITY-FAILURES=" DELIMITED BY SIZE
                  WS-INTEGRITY-FAILURES DELIMITED BY SIZE
                  INTO WS-PACK-LINE
           MOVE WS-PACK-LINE TO PACK-RECORD
           WRITE PACK-RECORD
           CLOSE PACK-FILE

           IF WS-TIE-OK NOT = "Y" OR WS-EXCEPTION-COUNT > 0
               OR WS-INTEGRITY-FAILURES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Pack generated at " WS-PACK-FILE-NAME
               WRITE PACK-RECORD
           END-IF.

      ******************************************************************
      * COLLECT-CHAIN-SUMMARIES: CHAIN-VERIFY's signed summaries for
      * the audit log and the change journal
      ******************************************************************
       COLLECT-CHAIN-SUMMARIES.
           ACCEPT WS-CHAIN-KEY FROM ENVIRONMENT "GREY_CHAIN_KEY"
           MOVE 64 TO WS-CHAIN-KEY-LEN
           PERFORM UNTIL WS-CHAIN-KEY-LEN = 0
                      OR WS-CHAIN-KEY(WS-CHAIN-KEY-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CHAIN-KEY-LEN
           END-PERFORM

           MOVE "AUDIT" TO WS-CHAIN-TARGET
           MOVE "/tmp/grey_chain_summary_audit.txt"
               TO WS-TEXT-IN-NAME
           PERFORM CITE-CHAIN-SUMMARY
           MOVE "JOURNAL" TO WS-CHAIN-TARGET
           MOVE "/tmp/grey_chain_summary_journal.txt"
               TO WS-TEXT-IN-NAME
           PERFORM CITE-CHAIN-SUMMARY.

       CITE-CHAIN-SUMMARY.
           OPEN INPUT TEXT-IN-FILE
           IF WS-TEXT-IN-STATUS NOT = "00"
               MOVE SPACES TO WS-PACK-LINE
               STRING "NOTE|no " DELIMITED BY SIZE
                      WS-CHAIN-TARGET DELIMITED BY SPACE
                      " hash-chain verification on file"
                          DELIMITED BY SIZE
                      INTO WS-PACK-LINE
               MOVE WS-PACK-LINE TO PACK-RECORD
               WRITE PACK-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TEXT-IN-RECORD
           READ TEXT-IN-FILE
               AT END MOVE SPACES TO TEXT-IN-RECORD
           END-READ
           CLOSE TEXT-IN-FILE

      *    Re-sign the text ahead of "|SIG=" and compare
           MOVE 0 TO WS-SIG-POS
           INSPECT TEXT-IN-RECORD(1:400) TALLYING WS-SIG-POS
               FOR CHARACTERS BEFORE INITIAL "|SIG="
           MOVE "BAD" TO WS-SIG-VERDICT
           IF WS-SIG-POS > 0 AND WS-SIG-POS < 385
               MOVE TEXT-IN-RECORD(WS-SIG-POS + 6:10) TO WS-SIG-STATED
               MOVE 0 TO WS-SCAN-HASH
               PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                           UNTIL WS-HASH-IDX > WS-CHAIN-KEY-LEN
                   COMPUTE WS-SCAN-HASH = FUNCTION MOD(
                       WS-SCAN-HASH * 31
                       + FUNCTION ORD(WS-CHAIN-KEY(WS-HASH-IDX:1)),
                       1000000007)
               END-PERFORM
               PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                           UNTIL WS-HASH-IDX > WS-SIG-POS
                   COMPUTE WS-SCAN-HASH = FUNCTION MOD(
                       WS-SCAN-HASH * 31
                       + FUNCTION ORD(TEXT-IN-RECORD(WS-HASH-IDX:1)),
                       1000000007)
               END-PERFORM
               MOVE WS-SCAN-HASH TO WS-SIG-COMPUTED
               IF WS-SIG-STATED IS NUMERIC
                   AND WS-SIG-STATED = WS-SIG-COMPUTED
                   MOVE "OK" TO WS-SIG-VERDICT
               END-IF
           END-IF

           MOVE 0 TO WS-INTACT-COUNT
           INSPECT TEXT-IN-RECORD(1:400) TALLYING WS-INTACT-COUNT
               FOR ALL "|RESULT=INTACT|"
           IF WS-SIG-VERDICT NOT = "OK" OR WS-INTACT-COUNT = 0
               ADD 1 TO WS-INTEGRITY-FAILURES
           END-IF

           MOVE SPACES TO WS-PACK-LINE
           STRING "INTEGRITY|" DELIMITED BY SIZE
                  TEXT-IN-RECORD(1:370) DELIMITED BY "  "
                  "|SIGNATURE=" DELIMITED BY SIZE
                  WS-SIG-VERDICT DELIMITED BY SPACE
                  INTO WS-PACK-LINE
           MOVE WS-PACK-LINE TO PACK-RECORD
           WRITE PACK-RECORD

      *    A verification run before the period closed does not
      *    vouch for the whole period
           MOVE 0 TO WS-VERIFIED-POS
           INSPECT TEXT-IN-RECORD(1:400) TALLYING WS-VERIFIED-POS
               FOR CHARACTERS BEFORE INITIAL "|VERIFIED="
           IF WS-VERIFIED-POS < 380
               IF TEXT-IN-RECORD(WS-VERIFIED-POS + 11:8)
                  < WS-TO-NUM
                   MOVE SPACES TO WS-PACK-LINE
                   STRING "NOTE|" DELIMITED BY SIZE
                          WS-CHAIN-TARGET DELIMITED BY SPACE
                          " chain last verified " DELIMITED BY SIZE
                          TEXT-IN-RECORD(WS-VERIFIED-POS + 11:8)
                              DELIMITED BY SIZE
                          ", before the period end" DELIMITED BY SIZE
                          INTO WS-PACK-LINE
                   MOVE WS-PACK-LINE TO PACK-RECORD
                   WRITE PACK-RECORD
               END-IF
           END-IF.

       END PROGRAM ATTESTATION-PACK.
