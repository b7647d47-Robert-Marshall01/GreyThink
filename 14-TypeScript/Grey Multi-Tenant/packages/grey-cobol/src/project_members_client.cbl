      * Grey projects carry a member list, not just the single
      * owner id, and memberships were administered through the
      * vendor UI one project at a time. This client sits alongside
      * PROJECTS-CLIENT and covers list, add, remove, and role
      * change against /projects/<id>/members.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT-MEMBERS-CLIENT.
                                    LS-RESULT
           GOBACK.

      ******************************************************************
      * PROJECT-MEMBERS-UPDATE-ROLE: Change an existing member's role
      * in place, so a role change never passes through a moment
      * where the user has no access at all
      * Input:  LS-CONFIG, LS-MEMBER-REQUEST (project id, user id,
      *         role)
      * Output: LS-RESULT
      ******************************************************************
       ENTRY "PROJECT-MEMBERS-UPDATE-ROLE" USING LS-CONFIG
                                                 LS-MEMBER-REQUEST
                                                 LS-RESULT.
           PERFORM INIT-RESULT

           IF LS-MBR-PROJ-ID-REQ = SPACES
               OR LS-MBR-USER-ID-REQ = SPACES
               OR LS-MBR-ROLE-REQ = SPACES
               MOVE "N" TO LS-RESULT-OK
               CALL "ERROR-VALIDATION" USING
                   "Project ID, user ID and role are required"
                   SPACES
                   LS-RESULT-ERROR
               GOBACK
           END-IF

           MOVE SPACES TO WS-ESC-IN-BUF
           MOVE LS-MBR-ROLE-REQ TO WS-ESC-IN-BUF
           CALL "JSON-ESCAPE-STRING" USING WS-ESC-IN-BUF
                                           WS-ESC-ROLE

           MOVE SPACES TO WS-JSON-BODY
           STRING '{"role":"' DELIMITED BY SIZE
                  WS-ESC-ROLE DELIMITED BY SPACE
                  '"}' DELIMITED BY SIZE
                  INTO WS-JSON-BODY

           MOVE SPACES TO WS-PATH
           STRING "/projects/" DELIMITED BY SIZE
                  LS-MBR-PROJ-ID-REQ DELIMITED BY SPACE
                  "/members/" DELIMITED BY SIZE
                  LS-MBR-USER-ID-REQ DELIMITED BY SPACE
                  INTO WS-PATH

      *    In dry-run mode nothing is actually changed
           IF LS-DRY-RUN = "Y"
               MOVE "Y" TO LS-RESULT-OK
               GOBACK
           END-IF

           CALL "HTTP-PATCH" USING LS-CONFIG WS-PATH WS-JSON-BODY
                                   LS-RESULT
           GOBACK.

      ******************************************************************
      * Internal: Initialize result structure
      ******************************************************************
