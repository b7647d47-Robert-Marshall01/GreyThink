      ******************************************************************
      * GREYRUNB.cpy - Grey Runbook Guidance
      * What RUNBOOK-LOOKUP hands back for a normalized error code
      * (and, optionally, the job that hit it): what the error means,
      * the first thing the operator should do, who to escalate to,
      * and whether the job is safe to rerun. WS-RUNBOOK-GUIDANCE is
      * the same advice on one line, ready to print next to the
      * error; it is blank when the catalog has no entry.
      ******************************************************************
       01  WS-RUNBOOK-CODE             PIC X(32)  VALUE SPACES.
       01  WS-RUNBOOK-JOB              PIC X(32)  VALUE SPACES.
       01  WS-RUNBOOK.
           05  WS-RUNBOOK-FOUND        PIC X      VALUE "N".
               88  WS-RUNBOOK-IS-FOUND            VALUE "Y".
           05  WS-RUNBOOK-MEANING      PIC X(128) VALUE SPACES.
           05  WS-RUNBOOK-ACTION       PIC X(128) VALUE SPACES.
           05  WS-RUNBOOK-CONTACT      PIC X(64)  VALUE SPACES.
      *        "Y" safe to rerun, "N" not safe, space not stated
           05  WS-RUNBOOK-RERUN        PIC X      VALUE SPACES.
               88  WS-RUNBOOK-RERUN-SAFE          VALUE "Y".
           05  WS-RUNBOOK-GUIDANCE     PIC X(256) VALUE SPACES.

      ******************************************************************
      * Codes a report has already explained - a report prints each
      * code's guidance once, beside the first line that hit it
      ******************************************************************
       01  WS-RUNBOOK-GIVEN-COUNT      PIC 9(3)   VALUE 0.
       01  WS-RUNBOOK-GIVEN-TABLE.
           05  WS-RUNBOOK-GIVEN        PIC X(32)  OCCURS 50 TIMES.
       01  WS-RUNBOOK-GIVEN-IDX        PIC 9(3)   VALUE 0.
       01  WS-RUNBOOK-NEW              PIC X      VALUE "N".
