               SUBTRACT 1 FROM WS-BREAKER-COOLDOWN-CALLS
               CALL "ERROR-CIRCUIT-OPEN" USING SPACES LS-RESULT-ERROR
               PERFORM MEASURE-ELAPSED-MS
               CALL "AUDIT-LOG-NOTE-ERROR" USING LS-RES-ERR-CODE
               CALL "AUDIT-LOG-CALL-FULL" USING WS-METHOD
                                           WS-FULL-URL
                                           0
               END-EVALUATE
               PERFORM RECORD-BREAKER-FAILURE
               PERFORM MEASURE-ELAPSED-MS
               CALL "AUDIT-LOG-NOTE-ERROR" USING LS-RES-ERR-CODE
               CALL "AUDIT-LOG-CALL-FULL" USING WS-METHOD
                                           WS-FULL-URL
                                           WS-HTTP-STATUS
                       LS-RESULT-ERROR
                   MOVE "N" TO LS-RESULT-OK
                   PERFORM MEASURE-ELAPSED-MS
                   CALL "AUDIT-LOG-NOTE-ERROR" USING LS-RES-ERR-CODE
                   CALL "AUDIT-LOG-CALL-FULL" USING WS-METHOD
                                               WS-FULL-URL
                                               WS-HTTP-STATUS
           END-IF

           PERFORM MEASURE-ELAPSED-MS
           IF LS-RESULT-OK NOT = "Y"
               CALL "AUDIT-LOG-NOTE-ERROR" USING LS-RES-ERR-CODE
           END-IF
           CALL "AUDIT-LOG-CALL-FULL" USING WS-METHOD
                                       WS-FULL-URL
                                       WS-HTTP-STATUS
