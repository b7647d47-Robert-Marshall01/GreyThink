      ******************************************************************
      * user_overlap_report.cbl - Grey Cross-Tenant User Overlap
      * The same person often holds an account in several tenants,
      * and OFFBOARDING-DRIVER works within one tenant only - so a
      * person suspended in one tenant stays active in the others.
      * This report joins the per-tenant user snapshots TENANT-FANOUT
      * pulls (/tmp/grey_user_sync_<tenant>.txt, one per enabled
      * roster tenant) into one view keyed on the normalized email
      * address (trimmed, lower case) and reports:
      *   - people with accounts in more than one tenant
      *   - status conflicts: suspended or inactive in one tenant,
      *     active in another
      *   - username mismatches: one email, different usernames
      * Reads local files only - it does not talk to Grey.
      *
      * Report: /tmp/grey_user_overlap_report.txt
      *   "TENANT|tenant-id|USERS=n" or "TENANT|tenant-id|NO-SNAPSHOT"
      *   "MULTI-TENANT|email|tenants|tenant=username/status;..."
      *   "STATUS-CONFLICT|email|active-in|inactive-in"
      *   "USERNAME-MISMATCH|email|tenant=username;..."
      *   "TOTAL|TENANTS=n|ACCOUNTS=n|PEOPLE=n|MULTI_TENANT=n|
      *    STATUS_CONFLICTS=n|USERNAME_MISMATCHES=n|CANDIDATES=n|
      *    NO_EMAIL=n"
      *
      * Candidate suspension file, for review before anything is
      * suspended: /tmp/grey_user_suspend_candidates.txt
      *   "tenant-id|user-id|username|email|status-elsewhere|
      *    tenant-elsewhere"
      * one line per still-active account of a person in conflict,
      * naming the first tenant where they are not active.
      *
      * Accounts without an email cannot be joined and are counted
      * only. The tenant roster is TENANT-FANOUT's
      * (/tmp/grey_tenant_roster.txt).
      *
      * RETURN-CODE 0 no conflicts, 4 status conflicts found or an
      * enabled tenant has no user snapshot, 8 the roster cannot be
      * read.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USER-OVERLAP-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TENANT-ROSTER-FILE ASSIGN TO WS-TENANT-ROSTER-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TENANT-ROSTER-STATUS.

           SELECT TENANT-USER-FILE ASSIGN TO WS-TENANT-USER-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TENANT-USER-STATUS.

           SELECT OVERLAP-WORK-FILE ASSIGN TO WS-OVERLAP-WORK-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OVERLAP-WORK-STATUS.

           SELECT OVERLAP-REPORT-FILE ASSIGN TO WS-OVERLAP-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT CANDIDATE-FILE ASSIGN TO WS-CANDIDATE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TENANT-ROSTER-FILE.
       01  TENANT-ROSTER-RECORD        PIC X(200).

       FD  TENANT-USER-FILE.
       01  TENANT-USER-RECORD          PIC X(700).

       FD  OVERLAP-WORK-FILE.
       01  OVERLAP-WORK-RECORD         PIC X(700).

       FD  OVERLAP-REPORT-FILE.
       01  OVERLAP-REPORT-RECORD       PIC X(2000).

       FD  CANDIDATE-FILE.
       01  CANDIDATE-RECORD            PIC X(700).

       WORKING-STORAGE SECTION.
       01  WS-TENANT-ROSTER-NAME       PIC X(64)
               VALUE "/tmp/grey_tenant_roster.txt".
       01  WS-TENANT-ROSTER-STATUS     PIC XX     VALUE SPACES.
       01  WS-TENANT-USER-NAME         PIC X(64)  VALUE SPACES.
       01  WS-TENANT-USER-STATUS       PIC XX     VALUE SPACES.
       01  WS-OVERLAP-WORK-NAME        PIC X(64)
               VALUE "/tmp/grey_user_overlap_work.txt".
       01  WS-OVERLAP-WORK-STATUS      PIC XX     VALUE SPACES.
       01  WS-OVERLAP-REPORT-NAME      PIC X(64)
               VALUE "/tmp/grey_user_overlap_report.txt".
       01  WS-CANDIDATE-FILE-NAME      PIC X(64)
               VALUE "/tmp/grey_user_suspend_candidates.txt".
       01  WS-REPORT-LINE              PIC X(2000) VALUE SPACES.
       01  WS-REPORT-PTR               PIC 9(4)   VALUE 0.
       01  WS-CANDIDATE-LINE           PIC X(700) VALUE SPACES.
       01  WS-COMMAND                  PIC X(256) VALUE SPACES.
       01  WS-ROSTER-EOF               PIC X      VALUE "N".
       01  WS-EOF                      PIC X      VALUE "N".

       01  WS-TEN-ID                   PIC X(64)  VALUE SPACES.
       01  WS-TEN-CRED-REF             PIC X(32)  VALUE SPACES.
       01  WS-TEN-ENABLED              PIC X(8)   VALUE SPACES.
       01  WS-TEN-USER-COUNT           PIC 9(8)   VALUE 0.

      ******************************************************************
      * One user snapshot row
      ******************************************************************
       01  WS-USR-ID                   PIC X(64)  VALUE SPACES.
       01  WS-USR-USERNAME             PIC X(256) VALUE SPACES.
       01  WS-USR-EMAIL                PIC X(256) VALUE SPACES.
       01  WS-USR-STATUS               PIC X(32)  VALUE SPACES.
       01  WS-USR-EMAIL-KEY            PIC X(256) VALUE SPACES.

      ******************************************************************
      * One sorted work row, and the accounts gathered for the email
      * being examined
      ******************************************************************
       01  WS-WK-EMAIL                 PIC X(256) VALUE SPACES.
       01  WS-WK-TENANT                PIC X(64)  VALUE SPACES.
       01  WS-WK-USER-ID               PIC X(64)  VALUE SPACES.
       01  WS-WK-USERNAME              PIC X(256) VALUE SPACES.
       01  WS-WK-STATUS                PIC X(32)  VALUE SPACES.

       01  WS-PERSON-EMAIL             PIC X(256) VALUE SPACES.
       01  WS-PERSON-TABLE.
           05  WS-ACCT-COUNT            PIC 9(3)  VALUE 0.
           05  WS-ACCT-ENTRY OCCURS 100 TIMES.
               10  WS-ACCT-TENANT       PIC X(64).
               10  WS-ACCT-USER-ID      PIC X(64).
               10  WS-ACCT-USERNAME     PIC X(256).
               10  WS-ACCT-STATUS       PIC X(32).
       01  WS-ACCT-IDX                 PIC 9(3)   VALUE 0.
       01  WS-PERSON-TENANTS           PIC 9(3)   VALUE 0.
       01  WS-ACTIVE-COUNT             PIC 9(3)   VALUE 0.
       01  WS-INACTIVE-COUNT           PIC 9(3)   VALUE 0.
       01  WS-INACTIVE-IDX             PIC 9(3)   VALUE 0.
       01  WS-LIST-COUNT               PIC 9(3)   VALUE 0.
       01  WS-NAME-MISMATCH            PIC X      VALUE "N".
       01  WS-FIRST-USERNAME           PIC X(256) VALUE SPACES.
       01  WS-CMP-USERNAME             PIC X(256) VALUE SPACES.

       01  WS-TENANT-COUNT             PIC 9(5)   VALUE 0.
       01  WS-MISSING-COUNT            PIC 9(5)   VALUE 0.
       01  WS-ACCOUNT-COUNT            PIC 9(8)   VALUE 0.
       01  WS-NO-EMAIL-COUNT           PIC 9(8)   VALUE 0.
       01  WS-PEOPLE-COUNT             PIC 9(8)   VALUE 0.
       01  WS-MULTI-COUNT              PIC 9(8)   VALUE 0.
       01  WS-CONFLICT-COUNT           PIC 9(8)   VALUE 0.
       01  WS-MISMATCH-COUNT           PIC 9(8)   VALUE 0.
       01  WS-CANDIDATE-COUNT          PIC 9(8)   VALUE 0.
       01  WS-TRUNCATED-COUNT          PIC 9(8)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Cross-Tenant User Overlap ==="
           MOVE 0 TO RETURN-CODE

           OPEN INPUT TENANT-ROSTER-FILE
           IF WS-TENANT-ROSTER-STATUS NOT = "00"
               DISPLAY "Cannot open tenant roster: "
                       WS-TENANT-ROSTER-NAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT OVERLAP-REPORT-FILE
           MOVE "RECORD|KEY|DETAIL" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           OPEN OUTPUT OVERLAP-WORK-FILE
           PERFORM UNTIL WS-ROSTER-EOF = "Y"
               READ TENANT-ROSTER-FILE
                   AT END MOVE "Y" TO WS-ROSTER-EOF
                   NOT AT END
                       PERFORM LOAD-TENANT-USERS
               END-READ
           END-PERFORM
           CLOSE TENANT-ROSTER-FILE
           CLOSE OVERLAP-WORK-FILE

      *    Sorting on the whole row brings each email's accounts
      *    together, tenant by tenant
           MOVE SPACES TO WS-COMMAND
           STRING "LC_ALL=C sort -o " DELIMITED BY SIZE
                  WS-OVERLAP-WORK-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-OVERLAP-WORK-NAME DELIMITED BY SPACE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE 0 TO RETURN-CODE

           OPEN OUTPUT CANDIDATE-FILE
           MOVE SPACES TO CANDIDATE-RECORD
           STRING "# tenant-id|user-id|username|email|status-elsewhere|"
                      DELIMITED BY SIZE
                  "tenant-elsewhere" DELIMITED BY SIZE
                  INTO CANDIDATE-RECORD
           WRITE CANDIDATE-RECORD

           MOVE SPACES TO WS-PERSON-EMAIL
           MOVE 0 TO WS-ACCT-COUNT
           OPEN INPUT OVERLAP-WORK-FILE
           IF WS-OVERLAP-WORK-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ OVERLAP-WORK-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM GATHER-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE OVERLAP-WORK-FILE
           END-IF
           PERFORM EXAMINE-PERSON
           CLOSE CANDIDATE-FILE

           PERFORM WRITE-FOOTER
           CLOSE OVERLAP-REPORT-FILE

           IF WS-CONFLICT-COUNT > 0 OR WS-MISSING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-TRUNCATED-COUNT > 0
               DISPLAY "WARNING: " WS-TRUNCATED-COUNT " accounts "
                       "beyond 100 for one email were not examined"
           END-IF

           DISPLAY "Overlap complete. Tenants: " WS-TENANT-COUNT
                   " Accounts: " WS-ACCOUNT-COUNT
                   " People: " WS-PEOPLE-COUNT
                   " Multi-tenant: " WS-MULTI-COUNT
           DISPLAY "Status conflicts: " WS-CONFLICT-COUNT
                   " Username mismatches: " WS-MISMATCH-COUNT
                   " Suspension candidates: " WS-CANDIDATE-COUNT
           DISPLAY "Candidates for review: " WS-CANDIDATE-FILE-NAME
           STOP RUN.

      ******************************************************************
      * LOAD-TENANT-USERS: One enabled roster tenant's user snapshot
      * into the work file, each row keyed on its normalized email
      ******************************************************************
       LOAD-TENANT-USERS.
           IF TENANT-ROSTER-RECORD = SPACES
               OR TENANT-ROSTER-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TEN-ID WS-TEN-CRED-REF WS-TEN-ENABLED
           UNSTRING TENANT-ROSTER-RECORD DELIMITED BY "|"
               INTO WS-TEN-ID WS-TEN-CRED-REF WS-TEN-ENABLED
           IF WS-TEN-ID = SPACES
               OR WS-TEN-ENABLED(1:1) = "N"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TENANT-COUNT

           MOVE SPACES TO WS-TENANT-USER-NAME
           STRING "/tmp/grey_user_sync_" DELIMITED BY SIZE
                  WS-TEN-ID DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-TENANT-USER-NAME
           OPEN INPUT TENANT-USER-FILE
           IF WS-TENANT-USER-STATUS NOT = "00"
               ADD 1 TO WS-MISSING-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "TENANT|" DELIMITED BY SIZE
                      WS-TEN-ID DELIMITED BY SPACE
                      "|NO-SNAPSHOT" DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TEN-USER-COUNT
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ TENANT-USER-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TENANT-USER-RECORD NOT = SPACES
                           PERFORM STAGE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TENANT-USER-FILE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "TENANT|" DELIMITED BY SIZE
                  WS-TEN-ID DELIMITED BY SPACE
                  "|USERS=" DELIMITED BY SIZE
                  WS-TEN-USER-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       STAGE-ACCOUNT.
           MOVE SPACES TO WS-USR-ID WS-USR-USERNAME WS-USR-EMAIL
                          WS-USR-STATUS
           UNSTRING TENANT-USER-RECORD DELIMITED BY "|"
               INTO WS-USR-ID WS-USR-USERNAME WS-USR-EMAIL
                    WS-USR-STATUS
           ADD 1 TO WS-TEN-USER-COUNT
           ADD 1 TO WS-ACCOUNT-COUNT
           IF WS-USR-EMAIL = SPACES
               ADD 1 TO WS-NO-EMAIL-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-USR-EMAIL))
               TO WS-USR-EMAIL-KEY

           MOVE SPACES TO OVERLAP-WORK-RECORD
           STRING WS-USR-EMAIL-KEY DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-TEN-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-USR-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-USR-USERNAME DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-USR-STATUS DELIMITED BY SPACE
                  INTO OVERLAP-WORK-RECORD
           WRITE OVERLAP-WORK-RECORD.

      ******************************************************************
      * GATHER-ACCOUNT: Collect the sorted rows one email at a time;
      * a new email closes out the previous person
      ******************************************************************
       GATHER-ACCOUNT.
           MOVE SPACES TO WS-WK-EMAIL WS-WK-TENANT WS-WK-USER-ID
                          WS-WK-USERNAME WS-WK-STATUS
           UNSTRING OVERLAP-WORK-RECORD DELIMITED BY "|"
               INTO WS-WK-EMAIL WS-WK-TENANT WS-WK-USER-ID
                    WS-WK-USERNAME WS-WK-STATUS
           IF WS-WK-EMAIL NOT = WS-PERSON-EMAIL
               PERFORM EXAMINE-PERSON
               MOVE WS-WK-EMAIL TO WS-PERSON-EMAIL
               MOVE 0 TO WS-ACCT-COUNT
           END-IF
           IF WS-ACCT-COUNT >= 100
               ADD 1 TO WS-TRUNCATED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCT-COUNT
           MOVE WS-WK-TENANT TO WS-ACCT-TENANT(WS-ACCT-COUNT)
           MOVE WS-WK-USER-ID TO WS-ACCT-USER-ID(WS-ACCT-COUNT)
           MOVE WS-WK-USERNAME TO WS-ACCT-USERNAME(WS-ACCT-COUNT)
           MOVE WS-WK-STATUS TO WS-ACCT-STATUS(WS-ACCT-COUNT).

      ******************************************************************
      * EXAMINE-PERSON: The gathered accounts of one email - how many
      * tenants, whether their statuses disagree, whether their
      * usernames do
      ******************************************************************
       EXAMINE-PERSON.
           IF WS-ACCT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PEOPLE-COUNT

      *    Rows are sorted by tenant within the email, so a change of
      *    tenant from the row before is a further tenant
           MOVE 0 TO WS-PERSON-TENANTS WS-ACTIVE-COUNT
                     WS-INACTIVE-COUNT WS-INACTIVE-IDX
           MOVE "N" TO WS-NAME-MISMATCH
           MOVE FUNCTION LOWER-CASE(WS-ACCT-USERNAME(1))
               TO WS-FIRST-USERNAME
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-ACCT-IDX = 1
                   ADD 1 TO WS-PERSON-TENANTS
               ELSE
                   IF WS-ACCT-TENANT(WS-ACCT-IDX)
                       NOT = WS-ACCT-TENANT(WS-ACCT-IDX - 1)
                       ADD 1 TO WS-PERSON-TENANTS
                   END-IF
               END-IF
               EVALUATE WS-ACCT-STATUS(WS-ACCT-IDX)
                   WHEN "active"
                       ADD 1 TO WS-ACTIVE-COUNT
                   WHEN "suspended"
                   WHEN "inactive"
                       ADD 1 TO WS-INACTIVE-COUNT
                       IF WS-INACTIVE-IDX = 0
                           MOVE WS-ACCT-IDX TO WS-INACTIVE-IDX
                       END-IF
               END-EVALUATE
               MOVE FUNCTION LOWER-CASE(WS-ACCT-USERNAME(WS-ACCT-IDX))
                   TO WS-CMP-USERNAME
               IF WS-CMP-USERNAME NOT = WS-FIRST-USERNAME
                   MOVE "Y" TO WS-NAME-MISMATCH
               END-IF
           END-PERFORM

           IF WS-PERSON-TENANTS < 2
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MULTI-COUNT
           PERFORM WRITE-MULTI-LINE

           IF WS-ACTIVE-COUNT > 0 AND WS-INACTIVE-COUNT > 0
               ADD 1 TO WS-CONFLICT-COUNT
               PERFORM WRITE-CONFLICT-LINE
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                           UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   IF WS-ACCT-STATUS(WS-ACCT-IDX) = "active"
                       PERFORM WRITE-CANDIDATE-LINE
                   END-IF
               END-PERFORM
           END-IF

           IF WS-NAME-MISMATCH = "Y"
               ADD 1 TO WS-MISMATCH-COUNT
               PERFORM WRITE-MISMATCH-LINE
           END-IF.

      ******************************************************************
      * WRITE-MULTI-LINE / WRITE-CONFLICT-LINE / WRITE-MISMATCH-LINE /
      * WRITE-CANDIDATE-LINE: Report and candidate records for the
      * person in hand
      ******************************************************************
       WRITE-MULTI-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-REPORT-PTR
           STRING "MULTI-TENANT|" DELIMITED BY SIZE
                  WS-PERSON-EMAIL DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-PERSON-TENANTS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  INTO WS-REPORT-LINE WITH POINTER WS-REPORT-PTR
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-ACCT-IDX > 1
                   STRING ";" DELIMITED BY SIZE
                       INTO WS-REPORT-LINE WITH POINTER WS-REPORT-PTR
               END-IF
               STRING WS-ACCT-TENANT(WS-ACCT-IDX) DELIMITED BY SPACE
                      "=" DELIMITED BY SIZE
                      WS-ACCT-USERNAME(WS-ACCT-IDX) DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      WS-ACCT-STATUS(WS-ACCT-IDX) DELIMITED BY SPACE
                      INTO WS-REPORT-LINE WITH POINTER WS-REPORT-PTR
           END-PERFORM
           PERFORM WRITE-REPORT-LINE.

       WRITE-CONFLICT-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-REPORT-PTR
           STRING "STATUS-CONFLICT|" DELIMITED BY SIZE
                  WS-PERSON-EMAIL DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-REPORT-LINE WITH POINTER WS-REPORT-PTR
           MOVE 0 TO WS-LIST-COUNT
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-ACCT-STATUS(WS-ACCT-IDX) = "active"
                   IF WS-LIST-COUNT > 0
                       STRING "," DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                           WITH POINTER WS-REPORT-PTR
                   END-IF
                   ADD 1 TO WS-LIST-COUNT
                   STRING WS-ACCT-TENANT(WS-ACCT-IDX) DELIMITED BY SPACE
                       INTO WS-REPORT-LINE WITH POINTER WS-REPORT-PTR
               END-IF
           END-PERFORM
           STRING "|" DELIMITED BY SIZE
               INTO WS-REPORT-LINE WITH POINTER WS-REPORT-PTR
           MOVE 0 TO WS-LIST-COUNT
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-ACCT-STATUS(WS-ACCT-IDX) = "suspended"
                   OR WS-ACCT-STATUS(WS-ACCT-IDX) = "inactive"
                   IF WS-LIST-COUNT > 0
                       STRING "," DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                           WITH POINTER WS-REPORT-PTR
                   END-IF
                   ADD 1 TO WS-LIST-COUNT
                   STRING WS-ACCT-TENANT(WS-ACCT-IDX) DELIMITED BY SPACE
                          "(" DELIMITED BY SIZE
                          WS-ACCT-STATUS(WS-ACCT-IDX) DELIMITED BY SPACE
                          ")" DELIMITED BY SIZE
                       INTO WS-REPORT-LINE WITH POINTER WS-REPORT-PTR
               END-IF
           END-PERFORM
           PERFORM WRITE-REPORT-LINE.

       WRITE-MISMATCH-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-REPORT-PTR
           STRING "USERNAME-MISMATCH|" DELIMITED BY SIZE
                  WS-PERSON-EMAIL DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-REPORT-LINE WITH POINTER WS-REPORT-PTR
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-ACCT-IDX > 1
                   STRING ";" DELIMITED BY SIZE
                       INTO WS-REPORT-LINE WITH POINTER WS-REPORT-PTR
               END-IF
               STRING WS-ACCT-TENANT(WS-ACCT-IDX) DELIMITED BY SPACE
                      "=" DELIMITED BY SIZE
                      WS-ACCT-USERNAME(WS-ACCT-IDX) DELIMITED BY SPACE
                      INTO WS-REPORT-LINE WITH POINTER WS-REPORT-PTR
           END-PERFORM
           PERFORM WRITE-REPORT-LINE.

       WRITE-CANDIDATE-LINE.
           MOVE SPACES TO WS-CANDIDATE-LINE
           STRING WS-ACCT-TENANT(WS-ACCT-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-ACCT-USER-ID(WS-ACCT-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-ACCT-USERNAME(WS-ACCT-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-PERSON-EMAIL DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-ACCT-STATUS(WS-INACTIVE-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-ACCT-TENANT(WS-INACTIVE-IDX) DELIMITED BY SPACE
                  INTO WS-CANDIDATE-LINE
           MOVE WS-CANDIDATE-LINE TO CANDIDATE-RECORD
           WRITE CANDIDATE-RECORD
           ADD 1 TO WS-CANDIDATE-COUNT.

       WRITE-FOOTER.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL|TENANTS=" DELIMITED BY SIZE
                  WS-TENANT-COUNT DELIMITED BY SIZE
                  "|ACCOUNTS=" DELIMITED BY SIZE
                  WS-ACCOUNT-COUNT DELIMITED BY SIZE
                  "|PEOPLE=" DELIMITED BY SIZE
                  WS-PEOPLE-COUNT DELIMITED BY SIZE
                  "|MULTI_TENANT=" DELIMITED BY SIZE
                  WS-MULTI-COUNT DELIMITED BY SIZE
                  "|STATUS_CONFLICTS=" DELIMITED BY SIZE
                  WS-CONFLICT-COUNT DELIMITED BY SIZE
                  "|USERNAME_MISMATCHES=" DELIMITED BY SIZE
                  WS-MISMATCH-COUNT DELIMITED BY SIZE
                  "|CANDIDATES=" DELIMITED BY SIZE
                  WS-CANDIDATE-COUNT DELIMITED BY SIZE
                  "|NO_EMAIL=" DELIMITED BY SIZE
                  WS-NO-EMAIL-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO OVERLAP-REPORT-RECORD
           WRITE OVERLAP-REPORT-RECORD.

       END PROGRAM USER-OVERLAP-REPORT.
