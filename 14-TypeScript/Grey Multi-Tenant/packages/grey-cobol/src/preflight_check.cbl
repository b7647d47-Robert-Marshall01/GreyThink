      *               GREY_LOCK_STALE_HOURS (default 12)
      *   DISK        /tmp headroom at least GREY_MIN_FREE_KB
      *               (default 102400)
      *   CONTROLS    no control or reference file differs from its
      *               approved baseline (CONTROL-BASELINE-VERIFY) -
      *               an edit made outside change control holds the
      *               window until it is backed out or promoted
      *
      * Gate record (/tmp/grey_preflight_gate.txt):
      *   "GO|timestamp"  or  "NO-GO|timestamp|failed check list"

       01  WS-COMMAND                  PIC X(256) VALUE SPACES.
       01  WS-WHK-IDX                  PIC 9(3)   VALUE 0.
       01  WS-DRIFT-COUNT              PIC 9(4)   VALUE 0.
       01  WS-DRIFT-LIST               PIC X(200) VALUE SPACES.

      ******************************************************************
      * The verdict and the failed-check list
           PERFORM CHECK-WEBHOOKS
           PERFORM CHECK-STALE-LOCKS
           PERFORM CHECK-DISK-HEADROOM
           PERFORM CHECK-CONTROL-FILES

           CALL "SDK-SHUTDOWN"
           PERFORM WRITE-GATE-RECORD
               PERFORM FAIL-CHECK
           END-IF.

      ******************************************************************
      * CHECK-CONTROL-FILES: Every control file still the approved
      * version
      ******************************************************************
       CHECK-CONTROL-FILES.
           CALL "CONTROL-BASELINE-VERIFY" USING WS-DRIFT-COUNT
                                                WS-DRIFT-LIST
           IF WS-DRIFT-COUNT > 0
               MOVE "CONTROLS" TO WS-CHECK-NAME
               MOVE SPACES TO WS-CHECK-DETAIL
               STRING "edited outside change control: "
                          DELIMITED BY SIZE
                      WS-DRIFT-LIST DELIMITED BY SPACE
                      INTO WS-CHECK-DETAIL
               PERFORM FAIL-CHECK
           END-IF.

      ******************************************************************
      * FAIL-CHECK: Flip the verdict, grow the failed list, spool
      ******************************************************************
