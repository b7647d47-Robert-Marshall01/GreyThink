           END-IF

      *    A create retried after a timeout must not double-create -
      *    the idempotency key is stable for the same project name
      *    in the same tenant, so Grey deduplicates server-side while
      *    a same-named create in another tenant (a cross-tenant
      *    migration) is a request of its own
           MOVE SPACES TO WS-IDEM-IDENTITY
           STRING "create-project:" DELIMITED BY SIZE
                  LS-TENANT-ID DELIMITED BY SPACE
                  ":" DELIMITED BY SIZE
                  LS-PROJ-NAME-REQ DELIMITED BY "  "
                  INTO WS-IDEM-IDENTITY
           CALL "IDEM-KEY-FOR" USING WS-IDEM-IDENTITY WS-IDEM-KEY
