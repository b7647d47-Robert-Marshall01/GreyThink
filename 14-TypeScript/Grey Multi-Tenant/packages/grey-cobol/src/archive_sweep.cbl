      * validated and reported but never sent - the rehearsal ops
      * runs before pulling the trigger.
      *
      * GREY_ARCHIVE_DAY_BASIS=BUSINESS counts the cutoff in business
      * days (DATE-BUSINESS-CUTOFF-TS, weekends and the holiday
      * calendar left out) so projects do not age past it over a
      * holiday shutdown; the default, CALENDAR, counts every day.
      *
      * An exclusion file of project IDs that must never be
      * auto-archived is honored; excluded candidates are reported as
      * EXCLUDED so the report still shows they aged past the cutoff.
      *
      * Every candidate is checked against the legal hold registry
      * (HOLD-CHECK) on the project and its owner before it is
      * archived; a held candidate is reported as HELD with the
      * matter number, never archived, and (on an applying run -
      * a preview attempts nothing) logged as a blocked attempt
      * for the hold register. A held project is the
      * expected state while the matter runs, so it does not change
      * the return code.
      *
      * Projects the owner attestation campaign left unattested at
      * its deadline are listed in the nominations file
      * ("project-id|campaign|owner"); a nominated project still
      * active is a candidate whatever its updated_at, subject to the
      * same exclusion and legal hold checks as an idle one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVE-SWEEP.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCLUSION-FILE-STATUS.

           SELECT NOMINATION-FILE ASSIGN TO WS-NOMINATION-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NOMINATION-FILE-STATUS.

           SELECT SWEEP-REPORT-FILE ASSIGN TO WS-SWEEP-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       FD  EXCLUSION-FILE.
       01  EXCLUSION-RECORD            PIC X(80).

       FD  NOMINATION-FILE.
       01  NOMINATION-RECORD           PIC X(200).

       FD  SWEEP-REPORT-FILE.
       01  SWEEP-REPORT-RECORD         PIC X(600).

       01  WS-PROFILE-LOADED           PIC X      VALUE "N".
       01  WS-DAYS-ENV                 PIC X(5)   VALUE SPACES.
       01  WS-MODE-ENV                 PIC X(8)   VALUE SPACES.
       01  WS-BASIS-ENV                PIC X(8)   VALUE SPACES.

       01  WS-ARCHIVE-DAYS             PIC 9(5)   VALUE 365.
       01  WS-DAY-BASIS                PIC X(8)   VALUE "CALENDAR".
           88  WS-BUSINESS-DAY-BASIS              VALUE "BUSINESS".
       01  WS-APPLY-MODE               PIC X      VALUE "N".
           88  WS-APPLY-RUN                       VALUE "Y".

       01  WS-EXCL-IDX                 PIC 9(3)   VALUE 0.
       01  WS-EXCL-FOUND               PIC X      VALUE "N".

      ******************************************************************
      * Projects nominated by the attestation campaign, loaded from
      * the nominations file
      ******************************************************************
       01  WS-NOMINATION-FILE-NAME     PIC X(64)
               VALUE "/tmp/grey_archive_nominations.txt".
       01  WS-NOMINATION-FILE-STATUS   PIC XX     VALUE SPACES.
       01  WS-NOM-SET.
           05  WS-NOM-COUNT             PIC 9(4)  VALUE 0.
           05  WS-NOM-ID OCCURS 2000 TIMES PIC X(64).
       01  WS-NOM-IDX                  PIC 9(4)   VALUE 0.
       01  WS-NOM-FOUND                PIC X      VALUE "N".
       01  WS-NOMINATED-COUNT          PIC 9(5)   VALUE 0.

       01  WS-SWEEP-LIVE-NAME          PIC X(64)
               VALUE "/tmp/grey_sweep_live.txt".
       01  WS-SWEEP-LIVE-STATUS        PIC XX     VALUE SPACES.
       01  WS-CANDIDATE-COUNT          PIC 9(5)   VALUE 0.
       01  WS-ARCHIVED-COUNT           PIC 9(5)   VALUE 0.
       01  WS-EXCLUDED-COUNT           PIC 9(5)   VALUE 0.
       01  WS-HELD-COUNT               PIC 9(5)   VALUE 0.

      ******************************************************************
      * Legal hold check of the current candidate
      ******************************************************************
       01  WS-JOB-NAME                 PIC X(32)  VALUE "ARCHIVE-SWEEP".
       01  WS-HOLD-ACTION              PIC X(16)  VALUE SPACES.
       01  WS-HOLD-FLAG                PIC X      VALUE "N".
       01  WS-HOLD-MATTER              PIC X(32)  VALUE SPACES.
       01  WS-FAIL-COUNT               PIC 9(5)   VALUE 0.

       PROCEDURE DIVISION.
           END-IF

           PERFORM COMPUTE-CUTOFF
           DISPLAY "Idle threshold: " WS-ARCHIVE-DAYS " "
                   FUNCTION LOWER-CASE(FUNCTION TRIM(WS-DAY-BASIS))
                   " days (cutoff " WS-CUTOFF-TS ")"

           PERFORM LOAD-EXCLUSIONS
           PERFORM LOAD-NOMINATIONS
           PERFORM FETCH-ACTIVE-PROJECTS

           IF WS-RESULT-OK NOT = "Y"
           END-IF

           DISPLAY "Sweep complete. Candidates: " WS-CANDIDATE-COUNT
                   " Nominated: " WS-NOMINATED-COUNT
                   " Archived: " WS-ARCHIVED-COUNT
                   " Excluded: " WS-EXCLUDED-COUNT
                   " Held: " WS-HELD-COUNT
                   " Failed: " WS-FAIL-COUNT
           STOP RUN.

           ACCEPT WS-PROXY-ENV FROM ENVIRONMENT "GREY_HTTP_PROXY"
           ACCEPT WS-DAYS-ENV FROM ENVIRONMENT "GREY_ARCHIVE_DAYS"
           ACCEPT WS-MODE-ENV FROM ENVIRONMENT "GREY_SWEEP_MODE"
           ACCEPT WS-BASIS-ENV FROM ENVIRONMENT "GREY_ARCHIVE_DAY_BASIS"

      *    A named configuration profile, when requested, supplies
      *    host/port/TLS/timeouts/proxy/headers in one place; the env
               MOVE "Y" TO WS-APPLY-MODE
           END-IF

           IF FUNCTION UPPER-CASE(WS-BASIS-ENV) = "BUSINESS"
               MOVE "BUSINESS" TO WS-DAY-BASIS
           END-IF

           IF WS-PROFILE-LOADED NOT = "Y"
               CALL "SDK-INIT-PRODUCTION" USING WS-HOST-ENV
                                                WS-PORT-NUM

      ******************************************************************
      * COMPUTE-CUTOFF: Build the ISO-8601 timestamp WS-ARCHIVE-DAYS
      * calendar or business days before today; updated_at values
      * below it are idle
      ******************************************************************
       COMPUTE-CUTOFF.
           IF WS-BUSINESS-DAY-BASIS
               CALL "DATE-BUSINESS-CUTOFF-TS" USING WS-ARCHIVE-DAYS
                                                    WS-CUTOFF-TS
           ELSE
               CALL "DATE-CUTOFF-TS" USING WS-ARCHIVE-DAYS WS-CUTOFF-TS
           END-IF.

      ******************************************************************
      * LOAD-EXCLUSIONS: Read the never-archive project IDs; comment
           CLOSE EXCLUSION-FILE
           MOVE "N" TO WS-EOF.

      ******************************************************************
      * LOAD-NOMINATIONS: Read the project IDs nominated by the owner
      * attestation campaign (first field of each line)
      ******************************************************************
       LOAD-NOMINATIONS.
           MOVE 0 TO WS-NOM-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT NOMINATION-FILE
           IF WS-NOMINATION-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ NOMINATION-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF NOMINATION-RECORD NOT = SPACES
                           AND NOMINATION-RECORD(1:1) NOT = "#"
                           AND WS-NOM-COUNT < 2000
                           ADD 1 TO WS-NOM-COUNT
                           UNSTRING NOMINATION-RECORD DELIMITED BY "|"
                               INTO WS-NOM-ID(WS-NOM-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE NOMINATION-FILE
           MOVE "N" TO WS-EOF.

      ******************************************************************
      * FETCH-ACTIVE-PROJECTS: Stream every active project into the
      * live work file - no table, no row ceiling (archived ones are

      ******************************************************************
      * CHECK-ONE-PROJECT: A project whose last update predates the
      * cutoff, or that the attestation campaign nominated, is a
      * candidate - excluded, archived, or reported, depending on the
      * exclusion list and the run mode
      ******************************************************************
       CHECK-ONE-PROJECT.
           IF SWEEP-LIVE-RECORD = SPACES
                    WS-ROW-ETAG

           IF WS-ROW-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-NOMINATION
           IF WS-NOM-FOUND = "N"
               IF WS-ROW-UPDATED = SPACES
                   OR WS-ROW-UPDATED(1:32) >= WS-CUTOFF-TS
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-CANDIDATE-COUNT
           IF WS-NOM-FOUND = "Y"
               ADD 1 TO WS-NOMINATED-COUNT
           END-IF

           PERFORM CHECK-EXCLUSION
           IF WS-EXCL-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF

      *    Legal hold on the project or its owner - never archived
           IF WS-APPLY-RUN
               MOVE "ARCHIVE" TO WS-HOLD-ACTION
           ELSE
               MOVE "PREVIEW-ARCHIVE" TO WS-HOLD-ACTION
           END-IF
           CALL "HOLD-CHECK" USING WS-JOB-NAME WS-HOLD-ACTION
                                   WS-ROW-ID WS-ROW-OWNER
                                   WS-HOLD-FLAG WS-HOLD-MATTER
                                   WS-RESULT-ERROR
           IF WS-HOLD-FLAG = "Y"
               ADD 1 TO WS-HELD-COUNT
               PERFORM WRITE-HELD-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM ARCHIVE-ONE-PROJECT.

      ******************************************************************
      * CHECK-NOMINATION: Set WS-NOM-FOUND when the current project
      * was left unattested by the attestation campaign
      ******************************************************************
       CHECK-NOMINATION.
           MOVE "N" TO WS-NOM-FOUND
           PERFORM VARYING WS-NOM-IDX FROM 1 BY 1
                       UNTIL WS-NOM-IDX > WS-NOM-COUNT
               IF WS-NOM-ID(WS-NOM-IDX) = WS-ROW-ID
                   MOVE "Y" TO WS-NOM-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * CHECK-EXCLUSION: Set WS-EXCL-FOUND when the current project
      * is on the never-archive list
           MOVE WS-SWEEP-LINE TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD.

      ******************************************************************
      * WRITE-HELD-LINE: A candidate under legal hold - reported with
      * the refusal's error code and the matter number
      ******************************************************************
       WRITE-HELD-LINE.
           MOVE SPACES TO WS-SWEEP-LINE
           STRING "HELD|" DELIMITED BY SIZE
                  WS-ROW-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-ROW-NAME
                      DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-ROW-UPDATED
                      DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-RES-ERR-CODE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-HOLD-MATTER DELIMITED BY SPACE
                  INTO WS-SWEEP-LINE
           MOVE WS-SWEEP-LINE TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD.

      ******************************************************************
      * WRITE-FOOTER: Write the report's summary totals line
      ******************************************************************
                  WS-ARCHIVED-COUNT DELIMITED BY SIZE
                  "|EXCLUDED=" DELIMITED BY SIZE
                  WS-EXCLUDED-COUNT DELIMITED BY SIZE
                  "|HELD=" DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
                  "|FAILED=" DELIMITED BY SIZE
                  WS-FAIL-COUNT DELIMITED BY SIZE
                  INTO WS-SWEEP-LINE
