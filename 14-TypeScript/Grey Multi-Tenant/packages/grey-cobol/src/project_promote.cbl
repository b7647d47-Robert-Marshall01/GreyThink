      * instead of creating a twin no matter how large the estate
      * grows. The promotion report pairs each staging ID with its
      * production ID and result.
      *
      * Staging names are held to production's naming rules
      * (NAMING-RULES) before anything is sent: a project whose name
      * breaks them is not promoted - its report row carries action
      * NAMING, every rule broken and a conforming name to rename it
      * to in staging.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT-PROMOTE.
       COPY GREYRES.
       COPY GREYAUTH.
       COPY GREYPROJ.
       COPY GREYNAME.

      ******************************************************************
      * The staging-side configuration (the 01 in GREYCONF is the
       01  WS-TRIM-LEN                 PIC 9(5)   VALUE 0.
       01  WS-META-PTR                 PIC 9(5)   VALUE 0.
       01  WS-PAIR-LINE                PIC X(140) VALUE SPACES.
       01  WS-REPORT-PTR               PIC 9(3)   VALUE 0.

       01  WS-PROMOTED-COUNT           PIC 9(5)   VALUE 0.
       01  WS-FAIL-COUNT               PIC 9(5)   VALUE 0.
           END-IF

           PERFORM LOAD-MAPPING-RULES
           CALL "NAMING-RULES-LOAD" USING WS-NAMING-RULES-FILE
                                          WS-NAMING-RULE-COUNT

           OPEN INPUT ID-LIST-FILE
           IF WS-ID-LIST-STATUS NOT = "00"
           END-PERFORM

           PERFORM FIND-KNOWN-PAIR

           IF WS-NAMING-RULE-COUNT > 0
               MOVE SPACES TO WS-NAMING-PROJ-ID
               IF WS-PAIR-FOUND = "Y"
                   MOVE WS-PROD-PROJ-ID TO WS-NAMING-PROJ-ID
               END-IF
               MOVE WS-PROJ-OWNER-ID TO WS-NAMING-OWNER-ID
               MOVE 0 TO WS-NAMING-NAME-LEN
               CALL "NAMING-RULES-CHECK" USING WS-NAMING-PROJ-ID
                                               WS-PROJ-NAME
                                               WS-NAMING-NAME-LEN
                                               WS-NAMING-OWNER-ID
                                               WS-NAMING-RESULT
               IF WS-NAMING-VIOL-COUNT > 0
                   ADD 1 TO WS-FAIL-COUNT
                   PERFORM WRITE-NAMING-FAILED-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-PAIR-FOUND = "Y"
               PERFORM UPDATE-PRODUCTION
           ELSE
           IF WS-RESULT-OK = "Y"
               MOVE WS-PROJ-ID TO WS-PROD-PROJ-ID
               PERFORM APPEND-KNOWN-PAIR
               CALL "NAMING-RULES-NOTE" USING WS-PROD-PROJ-ID
                                              WS-PROJ-NAME-REQ
               ADD 1 TO WS-PROMOTED-COUNT
               PERFORM WRITE-PROMOTED-LINE
           ELSE

           MOVE "UPDATE" TO WS-PROMOTE-ACTION
           IF WS-RESULT-OK = "Y"
               CALL "NAMING-RULES-NOTE" USING WS-PROD-PROJ-ID
                                              WS-PROJ-NAME-REQ
               ADD 1 TO WS-PROMOTED-COUNT
               PERFORM WRITE-PROMOTED-LINE
           ELSE
           MOVE WS-REPORT-LINE TO PROMOTE-REPORT-RECORD
           WRITE PROMOTE-REPORT-RECORD.

      ******************************************************************
      * WRITE-NAMING-FAILED-LINE: A staging name the naming rules
      * refuse - every rule broken, then the suggested name
      ******************************************************************
       WRITE-NAMING-FAILED-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-REPORT-PTR
           STRING WS-STG-PROJ-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-NAMING-PROJ-ID DELIMITED BY SPACE
                  "|NAMING|" DELIMITED BY SIZE
                  INTO WS-REPORT-LINE WITH POINTER WS-REPORT-PTR
           PERFORM VARYING WS-NAMING-VIOL-IDX FROM 1 BY 1
                       UNTIL WS-NAMING-VIOL-IDX > WS-NAMING-VIOL-COUNT
               STRING WS-NAMING-VIOL-RULE(WS-NAMING-VIOL-IDX)
                          DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-NAMING-VIOL-DETAIL(WS-NAMING-VIOL-IDX)
                          DELIMITED BY "  "
                      "; " DELIMITED BY SIZE
                      INTO WS-REPORT-LINE WITH POINTER WS-REPORT-PTR
           END-PERFORM
           STRING "suggested=" DELIMITED BY SIZE
                  WS-NAMING-SUGGESTED DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  INTO WS-REPORT-LINE WITH POINTER WS-REPORT-PTR
           MOVE WS-REPORT-LINE TO PROMOTE-REPORT-RECORD
           WRITE PROMOTE-REPORT-RECORD.

       END PROGRAM PROJECT-PROMOTE.
