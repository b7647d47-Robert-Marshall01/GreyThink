      * TENANT-FANOUT and marks the entry as staged).
      * Removals are reported only - a tenant leaving the live list
      * is an operator decision to retire, never an automatic edit.
      * An entry TENANT-DECOMMISSION has retired
      * ("tenant-id|cred-ref|N|retired") is expected to be gone from
      * the live list and is not reported as a removal.
      *
      * The roster is logged in the file receipt registry (feed
      * TENANT-ROSTER) with the repeating-feed policy - it is the
      * same file night after night, so a repeat is never
      * quarantined but still logs that day's arrival - and marked
      * processed once the refresh has been reported.
      *
      * The roster is a controlled file (CONTROL-BASELINE key
      * TENANT-ROSTER). Staging a disabled entry is a sanctioned
      * automatic edit, so when the roster still matched its approved
      * baseline before the refresh, the staged version becomes the
      * new baseline; a roster already edited outside change control
      * is left drifted for CONTROL-DRIFT-CHECK to raise.
      *
      * Report: /tmp/grey_roster_refresh_report.txt
      * RETURN-CODE 0 roster matches, 4 additions staged and/or
       01  WS-TENANT-ROSTER-NAME       PIC X(64)
               VALUE "/tmp/grey_tenant_roster.txt".
       01  WS-TENANT-ROSTER-STATUS     PIC XX     VALUE SPACES.
       01  WS-RECEIPT-FEED             PIC X(32)
               VALUE "TENANT-ROSTER".
       01  WS-RECEIPT-POLICY           PIC X      VALUE "R".
       01  WS-RECEIPT-VERDICT          PIC X(12)  VALUE SPACES.
       01  WS-REFRESH-REPORT-NAME      PIC X(64)
               VALUE "/tmp/grey_roster_refresh_report.txt".
       01  WS-REFRESH-LINE             PIC X(250) VALUE SPACES.
           05  WS-ROSTER-ENTRY OCCURS 200 TIMES.
               10  WS-RS-TENANT         PIC X(64).
               10  WS-RS-SEEN-LIVE      PIC X.
               10  WS-RS-RETIRED        PIC X.
       01  WS-ROSTER-IDX               PIC 9(3)   VALUE 0.

       01  WS-REC-TENANT               PIC X(64)  VALUE SPACES.
       01  WS-REC-CRED-REF             PIC X(32)  VALUE SPACES.
       01  WS-REC-ENABLED              PIC X(8)   VALUE SPACES.
       01  WS-REC-NOTE                 PIC X(32)  VALUE SPACES.
       01  WS-TEN-IDX                  PIC 9(3)   VALUE 0.
       01  WS-ON-ROSTER                PIC X      VALUE "N".

       01  WS-ADDED-COUNT              PIC 9(3)   VALUE 0.

      ******************************************************************
      * Control baseline fields
      ******************************************************************
       01  WS-CTL-KEY                  PIC X(16)  VALUE "TENANT-ROSTER".
       01  WS-CTL-CHECKSUM             PIC X(24)  VALUE SPACES.
       01  WS-CTL-APPROVED             PIC X(24)  VALUE SPACES.
       01  WS-CTL-CHANGE-ID            PIC X(24)  VALUE SPACES.
       01  WS-CTL-REFRESH-ID           PIC X(24)
               VALUE "TENANT-ROSTER-REFRESH".
       01  WS-REMOVED-COUNT            PIC 9(3)   VALUE 0.

       PROCEDURE DIVISION.
           END-IF
           CALL "SDK-SHUTDOWN"

           CALL "FILE-RECEIPT-CHECK" USING WS-RECEIPT-FEED
                                           WS-TENANT-ROSTER-NAME
                                           WS-RECEIPT-POLICY
                                           WS-RECEIPT-VERDICT
           CALL "CONTROL-BASELINE-GET" USING WS-CTL-KEY
                                             WS-CTL-APPROVED
                                             WS-CTL-CHANGE-ID
           CALL "CONTROL-CHECKSUM" USING WS-TENANT-ROSTER-NAME
                                         WS-CTL-CHECKSUM
           PERFORM LOAD-ROSTER

           OPEN OUTPUT REFRESH-REPORT-FILE
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                       UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
               IF WS-RS-SEEN-LIVE(WS-ROSTER-IDX) NOT = "Y"
                   AND WS-RS-RETIRED(WS-ROSTER-IDX) NOT = "Y"
                   ADD 1 TO WS-REMOVED-COUNT
                   MOVE SPACES TO WS-REFRESH-LINE
                   STRING "REMOVED-LIVE|" DELIMITED BY SIZE
           MOVE WS-REFRESH-LINE TO REFRESH-REPORT-RECORD
           WRITE REFRESH-REPORT-RECORD
           CLOSE REFRESH-REPORT-FILE
           CALL "FILE-RECEIPT-PROCESSED" USING WS-RECEIPT-FEED
                                               WS-TENANT-ROSTER-NAME

      *    Staged entries re-baseline a roster that was still the
      *    approved version
           IF WS-ADDED-COUNT > 0
               AND WS-CTL-APPROVED NOT = SPACES
               AND WS-CTL-APPROVED = WS-CTL-CHECKSUM
               CALL "CONTROL-CHECKSUM" USING WS-TENANT-ROSTER-NAME
                                             WS-CTL-CHECKSUM
               CALL "CONTROL-BASELINE-SET" USING WS-CTL-KEY
                                                 WS-TENANT-ROSTER-NAME
                                                 WS-CTL-CHECKSUM
                                                 WS-CTL-REFRESH-ID
           END-IF

           IF WS-ADDED-COUNT > 0 OR WS-REMOVED-COUNT > 0
               MOVE 4 TO RETURN-CODE
               OR WS-ROSTER-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REC-TENANT WS-REC-CRED-REF
                          WS-REC-ENABLED WS-REC-NOTE
           UNSTRING TENANT-ROSTER-RECORD DELIMITED BY "|"
               INTO WS-REC-TENANT WS-REC-CRED-REF WS-REC-ENABLED
                    WS-REC-NOTE
           IF WS-REC-TENANT = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ROSTER-COUNT
           MOVE WS-REC-TENANT TO WS-RS-TENANT(WS-ROSTER-COUNT)
           MOVE "N" TO WS-RS-SEEN-LIVE(WS-ROSTER-COUNT)
           MOVE "N" TO WS-RS-RETIRED(WS-ROSTER-COUNT)
           IF WS-REC-NOTE = "retired"
               MOVE "Y" TO WS-RS-RETIRED(WS-ROSTER-COUNT)
           END-IF.

      ******************************************************************
      * CHECK-LIVE-TENANT: Known on the roster, or staged disabled
