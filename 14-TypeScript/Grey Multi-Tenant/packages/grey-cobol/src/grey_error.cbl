           MOVE WS-CLASSIFY-RETRYABLE TO LS-ERR-RETRYABLE
           GOBACK.

      ******************************************************************
      * ERROR-LEGAL-HOLD: The destructive action was refused because
      * the item is under legal hold - permanent until legal
      * releases it, so never retried
      * Input:  LS-MESSAGE (optional)
      * Output: LS-ERROR
      ******************************************************************
       ENTRY "ERROR-LEGAL-HOLD" USING LS-MESSAGE LS-ERROR.
           PERFORM INIT-ERROR
           MOVE EC-LEGAL-HOLD TO LS-ERR-CODE
           IF LS-MESSAGE NOT = SPACES
               MOVE LS-MESSAGE TO LS-ERR-MESSAGE
           ELSE
               MOVE "Refused - the item is under legal hold"
                   TO LS-ERR-MESSAGE
           END-IF
           MOVE LS-ERR-CODE TO WS-CLASSIFY-CODE
           PERFORM CLASSIFY-RETRYABLE
           MOVE WS-CLASSIFY-RETRYABLE TO LS-ERR-RETRYABLE
           GOBACK.

      ******************************************************************
      * ERROR-IS-RETRYABLE: Tell a caller whether a normalized error
      * code represents a transient condition worth retrying (network
