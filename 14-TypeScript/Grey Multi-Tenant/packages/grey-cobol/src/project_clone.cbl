      ******************************************************************
      * project_clone.cbl - Grey Project Clone
      * Teams starting a new phase ask for "another one just like
      * project X", and create-time templates only cover the
      * standard shapes, so the metadata was retyped and the members
      * re-added by hand. This job takes a source project
      * (GREY_CLONE_SOURCE), a new name (GREY_CLONE_NAME) and an
      * optional new owner (GREY_CLONE_OWNER - the source's owner
      * when not given), and creates the copy through
      * PROJECTS-CREATE with the source's description and metadata.
      *
      * Metadata keys listed in the exclusion file
      * (GREY_CLONE_EXCLUDE_FILE, default
      * /tmp/grey_clone_exclude_keys.txt, one top-level key a line,
      * "#" lines are comments) are left off the copy - parent_id,
      * ticket references and the like belong to the source alone.
      * The copy's metadata records where it came from under
      * "cloned_from" (the source project ID), replacing any
      * cloned_from the source itself carried.
      *
      * The source's member list is then copied through
      * PROJECT-MEMBERS-ADD, each member keeping its role; a member
      * the new project already has (its creator) is skipped. A new
      * owner whose account is not active is refused before
      * anything is created, as OWNERSHIP-TRANSFER does.
      *
      * Report: /tmp/grey_clone_report.txt, in the order the work
      * is done
      *   "META|key|COPIED-SKIPPED-or-ADDED|detail"
      *   "CLONE|source-id|new-id|new-name"
      *   "OWNER|user-id|SET-or-FAILED|detail"
      *   "MEMBER|user-id|role|COPIED-SKIPPED-or-FAILED|detail"
      *   "SUMMARY|KEYS-COPIED=n|KEYS-SKIPPED=n|MEMBERS-COPIED=n|
      *    MEMBERS-SKIPPED=n|MEMBERS-FAILED=n"
      * RETURN-CODE 0 clean, 4 the copy exists but its owner or some
      * members could not be set, 8 nothing created (bad parameters,
      * login, source not readable, owner not active, create
      * refused).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT-CLONE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCLUDE-FILE ASSIGN TO WS-EXCLUDE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCLUDE-FILE-STATUS.

           SELECT CLONE-REPORT-FILE ASSIGN TO WS-CLONE-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCLUDE-FILE.
       01  EXCLUDE-RECORD              PIC X(80).

       FD  CLONE-REPORT-FILE.
       01  CLONE-REPORT-RECORD         PIC X(400).

       WORKING-STORAGE SECTION.
       COPY GREYCONF.
       COPY GREYERR.
       COPY GREYRES.
       COPY GREYAUTH.
       COPY GREYPROJ.
       COPY GREYMBR.
       COPY GREYUSER.

       01  WS-EXCLUDE-FILE-NAME        PIC X(64)
               VALUE "/tmp/grey_clone_exclude_keys.txt".
       01  WS-EXCLUDE-FILE-ENV         PIC X(64)  VALUE SPACES.
       01  WS-EXCLUDE-FILE-STATUS      PIC XX     VALUE SPACES.
       01  WS-CLONE-REPORT-NAME        PIC X(64)
               VALUE "/tmp/grey_clone_report.txt".
       01  WS-CLONE-LINE               PIC X(400) VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".

       01  WS-HOST-ENV                 PIC X(256) VALUE SPACES.
       01  WS-PORT-ENV                 PIC X(5)   VALUE SPACES.
       01  WS-PORT-NUM                 PIC 9(5)   VALUE 0.
       01  WS-USER-ENV                 PIC X(256) VALUE SPACES.
       01  WS-PASS-ENV                 PIC X(256) VALUE SPACES.
       01  WS-TENANT-ENV               PIC X(64)  VALUE SPACES.
       01  WS-PROXY-ENV                PIC X(512) VALUE SPACES.
       01  WS-PROFILE-ENV              PIC X(32)  VALUE SPACES.
       01  WS-PROFILE-LOADED           PIC X      VALUE "N".

       01  WS-SOURCE-ENV               PIC X(64)  VALUE SPACES.
       01  WS-NEW-NAME-ENV             PIC X(256) VALUE SPACES.
       01  WS-NEW-OWNER-ENV            PIC X(64)  VALUE SPACES.
       01  WS-NEW-OWNER                PIC X(64)  VALUE SPACES.
       01  WS-NEW-PROJ-ID              PIC X(64)  VALUE SPACES.
       01  WS-SOURCE-DESC              PIC X(1024) VALUE SPACES.

      ******************************************************************
      * Excluded metadata keys
      ******************************************************************
       01  WS-EXCLUDE-TABLE.
           05  WS-EX-COUNT              PIC 9(3)  VALUE 0.
           05  WS-EX-KEY OCCURS 100 TIMES PIC X(64).
       01  WS-EX-IDX                   PIC 9(3)   VALUE 0.
       01  WS-KEY-EXCLUDED             PIC X      VALUE "N".

      ******************************************************************
      * Metadata copy - the source document is walked character by
      * character so only its top-level members are split, whatever
      * objects or arrays they hold
      ******************************************************************
       01  WS-META-IN                  PIC X(8192) VALUE SPACES.
       01  WS-META-OUT                 PIC X(8192) VALUE SPACES.
       01  WS-META-LEN                 PIC 9(5)   VALUE 0.
       01  WS-META-POS                 PIC 9(5)   VALUE 0.
       01  WS-OUT-PTR                  PIC 9(5)   VALUE 0.
       01  WS-META-CHAR                PIC X      VALUE SPACE.
       01  WS-META-DEPTH               PIC 9(3)   VALUE 0.
       01  WS-IN-STRING                PIC X      VALUE "N".
       01  WS-ESCAPED                  PIC X      VALUE "N".
       01  WS-MEMBER-START             PIC 9(5)   VALUE 0.
       01  WS-MEMBER-LEN               PIC 9(5)   VALUE 0.
       01  WS-MEMBER-KEY               PIC X(64)  VALUE SPACES.
       01  WS-MEMBER-LEAD              PIC X(8)   VALUE SPACES.
       01  WS-META-OVERFLOW            PIC X      VALUE "N".
       01  WS-CLONED-FROM-KEY          PIC X(64)  VALUE "cloned_from".

      ******************************************************************
      * Members of the source and of the new project
      ******************************************************************
       01  WS-SRC-MEMBERS.
           05  WS-SM-COUNT              PIC 9(3)  VALUE 0.
           05  WS-SM-TRUNCATED          PIC X     VALUE "N".
           05  WS-SM-ENTRY OCCURS 100 TIMES.
               10  WS-SM-USER-ID        PIC X(64).
               10  WS-SM-ROLE           PIC X(32).
       01  WS-SM-IDX                   PIC 9(3)   VALUE 0.
       01  WS-MBR-IDX                  PIC 9(3)   VALUE 0.
       01  WS-ALREADY-MEMBER           PIC X      VALUE "N".

       01  WS-KEYS-COPIED              PIC 9(5)   VALUE 0.
       01  WS-KEYS-SKIPPED             PIC 9(5)   VALUE 0.
       01  WS-MEMBERS-COPIED           PIC 9(5)   VALUE 0.
       01  WS-MEMBERS-SKIPPED          PIC 9(5)   VALUE 0.
       01  WS-MEMBERS-FAILED           PIC 9(5)   VALUE 0.
       01  WS-OWNER-FAILED             PIC X      VALUE "N".
       01  WS-CLONE-RC                 PIC 9(2)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Grey Project Clone ==="
           MOVE 0 TO WS-CLONE-RC

           ACCEPT WS-SOURCE-ENV FROM ENVIRONMENT "GREY_CLONE_SOURCE"
           ACCEPT WS-NEW-NAME-ENV FROM ENVIRONMENT "GREY_CLONE_NAME"
           ACCEPT WS-NEW-OWNER-ENV FROM ENVIRONMENT "GREY_CLONE_OWNER"
           ACCEPT WS-EXCLUDE-FILE-ENV
               FROM ENVIRONMENT "GREY_CLONE_EXCLUDE_FILE"
           IF WS-EXCLUDE-FILE-ENV NOT = SPACES
               MOVE WS-EXCLUDE-FILE-ENV TO WS-EXCLUDE-FILE-NAME
           END-IF

           IF WS-SOURCE-ENV = SPACES OR WS-NEW-NAME-ENV = SPACES
               DISPLAY "GREY_CLONE_SOURCE and GREY_CLONE_NAME "
                       "are both required"
               MOVE 8 TO WS-CLONE-RC
               MOVE WS-CLONE-RC TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM INITIALIZE-CONFIG
           PERFORM AUTHENTICATE
           IF WS-RESULT-OK NOT = "Y"
               DISPLAY "Login failed: " WS-RES-ERR-MSG
                       " (correlation id: " WS-RESULT-CORRELATION-ID
                       ")"
               MOVE 8 TO WS-CLONE-RC
               CALL "SDK-SHUTDOWN"
               MOVE WS-CLONE-RC TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM FETCH-SOURCE
           IF WS-CLONE-RC NOT = 0
               CALL "SDK-SHUTDOWN"
               MOVE WS-CLONE-RC TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-NEW-OWNER-ENV NOT = SPACES
               MOVE WS-NEW-OWNER-ENV TO WS-NEW-OWNER
               PERFORM CHECK-NEW-OWNER
               IF WS-CLONE-RC NOT = 0
                   CALL "SDK-SHUTDOWN"
                   MOVE WS-CLONE-RC TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM LOAD-EXCLUSIONS
           OPEN OUTPUT CLONE-REPORT-FILE

           PERFORM BUILD-CLONE-METADATA
           IF WS-META-OVERFLOW = "Y"
               MOVE SPACES TO WS-CLONE-LINE
               STRING "META|cloned_from|FAILED|metadata too large to "
                          DELIMITED BY SIZE
                      "carry the clone marker - nothing created"
                          DELIMITED BY SIZE
                      INTO WS-CLONE-LINE
               PERFORM WRITE-CLONE-LINE
               CLOSE CLONE-REPORT-FILE
               DISPLAY "Source metadata too large to clone"
               MOVE 8 TO WS-CLONE-RC
               CALL "SDK-SHUTDOWN"
               MOVE WS-CLONE-RC TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CREATE-CLONE
           IF WS-CLONE-RC NOT = 0
               CLOSE CLONE-REPORT-FILE
               CALL "SDK-SHUTDOWN"
               MOVE WS-CLONE-RC TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SET-CLONE-OWNER
           PERFORM COPY-MEMBERS

           MOVE SPACES TO WS-CLONE-LINE
           STRING "SUMMARY|KEYS-COPIED=" DELIMITED BY SIZE
                  WS-KEYS-COPIED DELIMITED BY SIZE
                  "|KEYS-SKIPPED=" DELIMITED BY SIZE
                  WS-KEYS-SKIPPED DELIMITED BY SIZE
                  "|MEMBERS-COPIED=" DELIMITED BY SIZE
                  WS-MEMBERS-COPIED DELIMITED BY SIZE
                  "|MEMBERS-SKIPPED=" DELIMITED BY SIZE
                  WS-MEMBERS-SKIPPED DELIMITED BY SIZE
                  "|MEMBERS-FAILED=" DELIMITED BY SIZE
                  WS-MEMBERS-FAILED DELIMITED BY SIZE
                  INTO WS-CLONE-LINE
           PERFORM WRITE-CLONE-LINE
           CLOSE CLONE-REPORT-FILE
           CALL "SDK-SHUTDOWN"

           IF WS-MEMBERS-FAILED > 0 OR WS-OWNER-FAILED = "Y"
               OR WS-SM-TRUNCATED = "Y"
               MOVE 4 TO WS-CLONE-RC
           END-IF

           DISPLAY "Clone complete. New project: " WS-NEW-PROJ-ID
                   " Members copied: " WS-MEMBERS-COPIED
                   " Failed: " WS-MEMBERS-FAILED
           MOVE WS-CLONE-RC TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * INITIALIZE-CONFIG: Build the Grey config from the job's
      * environment (GREY_HOST/GREY_PORT), defaulting to local dev
      ******************************************************************
       INITIALIZE-CONFIG.
           ACCEPT WS-HOST-ENV FROM ENVIRONMENT "GREY_HOST"
           ACCEPT WS-PORT-ENV FROM ENVIRONMENT "GREY_PORT"
           ACCEPT WS-USER-ENV FROM ENVIRONMENT "GREY_USERNAME"
           ACCEPT WS-PASS-ENV FROM ENVIRONMENT "GREY_PASSWORD"
           ACCEPT WS-TENANT-ENV FROM ENVIRONMENT "GREY_TENANT_ID"
           ACCEPT WS-PROXY-ENV FROM ENVIRONMENT "GREY_HTTP_PROXY"

      *    A named configuration profile, when requested, supplies
      *    host/port/TLS/timeouts/proxy/headers in one place; the env
      *    vars below remain the path for jobs not yet on profiles
           ACCEPT WS-PROFILE-ENV FROM ENVIRONMENT "GREY_PROFILE"
           IF WS-PROFILE-ENV NOT = SPACES
               CALL "CONFIG-PROFILE-LOAD" USING WS-PROFILE-ENV
                                                WS-GREY-CONFIG
                                                WS-PROFILE-LOADED
               IF WS-PROFILE-LOADED NOT = "Y"
                   DISPLAY "Profile not found: " WS-PROFILE-ENV
               END-IF
           END-IF

           IF WS-HOST-ENV = SPACES
               MOVE "localhost" TO WS-HOST-ENV
           END-IF

           IF WS-PORT-ENV = SPACES
               MOVE 8080 TO WS-PORT-NUM
           ELSE
               MOVE WS-PORT-ENV TO WS-PORT-NUM
           END-IF

           IF WS-PROFILE-LOADED NOT = "Y"
               CALL "SDK-INIT-PRODUCTION" USING WS-HOST-ENV
                                                WS-PORT-NUM
                                                WS-GREY-CONFIG
           END-IF

           IF WS-TENANT-ENV NOT = SPACES
               CALL "SDK-SET-TENANT-ID" USING WS-GREY-CONFIG
                                              WS-TENANT-ENV
           END-IF

           IF WS-PROXY-ENV NOT = SPACES
               CALL "SDK-SET-PROXY" USING WS-GREY-CONFIG
                                          WS-PROXY-ENV
           END-IF.

      ******************************************************************
      * AUTHENTICATE: Reuse a session saved by an earlier step in this
      * job if one is available; otherwise log in and save the session
      ******************************************************************
       AUTHENTICATE.
           CALL "SDK-LOAD-SESSION" USING WS-GREY-CONFIG WS-GREY-RESULT
           IF WS-RESULT-OK = "Y"
               DISPLAY "Reusing session from a prior job step"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-USER-ENV TO WS-AUTH-USERNAME
           MOVE WS-PASS-ENV TO WS-AUTH-PASSWORD
           MOVE SPACES TO WS-AUTH-REFRESH-TOKEN

           CALL "AUTH-LOGIN" USING WS-GREY-CONFIG WS-AUTH-REQUEST
                                   WS-AUTH-RESPONSE WS-GREY-RESULT

           IF WS-RESULT-OK = "Y"
               CALL "SDK-SAVE-SESSION" USING WS-GREY-CONFIG
           END-IF.

      ******************************************************************
      * FETCH-SOURCE: The source project and its member list. A
      * source whose metadata came back truncated cannot be copied
      * faithfully and is refused.
      ******************************************************************
       FETCH-SOURCE.
           MOVE SPACES TO WS-PROJECT-REQUEST
           MOVE WS-SOURCE-ENV TO WS-PROJ-ID-REQ
           CALL "PROJECTS-GET" USING WS-GREY-CONFIG
                                     WS-PROJECT-REQUEST
                                     WS-PROJECT-RESPONSE
                                     WS-GREY-RESULT
           IF WS-RESULT-OK NOT = "Y"
               DISPLAY "Cannot fetch source project " WS-SOURCE-ENV
                       ": " WS-RES-ERR-MSG
               MOVE 8 TO WS-CLONE-RC
               EXIT PARAGRAPH
           END-IF
           IF WS-PROJ-META-IS-TRUNC
               DISPLAY "Source project " WS-SOURCE-ENV
                       " metadata is larger than the SDK carries - "
                       "clone it by hand"
               MOVE 8 TO WS-CLONE-RC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROJ-METADATA TO WS-META-IN
           MOVE WS-PROJ-DESCRIPTION TO WS-SOURCE-DESC
           MOVE WS-PROJ-OWNER-ID TO WS-NEW-OWNER

           MOVE SPACES TO WS-MEMBER-REQUEST
           MOVE WS-SOURCE-ENV TO WS-MBR-PROJ-ID-REQ
           CALL "PROJECT-MEMBERS-LIST" USING WS-GREY-CONFIG
                                             WS-MEMBER-REQUEST
                                             WS-MEMBER-LIST-RESPONSE
                                             WS-GREY-RESULT
           IF WS-RESULT-OK NOT = "Y"
               DISPLAY "Cannot list source members: " WS-RES-ERR-MSG
               MOVE 8 TO WS-CLONE-RC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MEMBER-COUNT TO WS-SM-COUNT
           IF WS-MBR-TOTAL-COUNT > WS-MEMBER-COUNT
               MOVE "Y" TO WS-SM-TRUNCATED
           END-IF
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-SM-COUNT
               MOVE WS-MBR-ITEM-USER-ID(WS-SM-IDX)
                   TO WS-SM-USER-ID(WS-SM-IDX)
               MOVE WS-MBR-ITEM-ROLE(WS-SM-IDX)
                   TO WS-SM-ROLE(WS-SM-IDX)
           END-PERFORM.

      ******************************************************************
      * CHECK-NEW-OWNER: A named new owner must be an active account
      ******************************************************************
       CHECK-NEW-OWNER.
           CALL "USER-GET" USING WS-GREY-CONFIG WS-NEW-OWNER
                                 WS-USER-RESPONSE WS-GREY-RESULT
           IF WS-RESULT-OK NOT = "Y"
               DISPLAY "Cannot fetch new owner " WS-NEW-OWNER
                       ": " WS-RES-ERR-MSG
               MOVE 8 TO WS-CLONE-RC
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-USER-ACTIVE
               DISPLAY "New owner " FUNCTION TRIM(WS-NEW-OWNER)
                       " is "
                       FUNCTION TRIM(WS-USER-STATUS)
                       ", not active - clone refused"
               MOVE 8 TO WS-CLONE-RC
           END-IF.

      ******************************************************************
      * LOAD-EXCLUSIONS: Top-level metadata keys not to copy
      ******************************************************************
       LOAD-EXCLUSIONS.
           MOVE 0 TO WS-EX-COUNT
           OPEN INPUT EXCLUDE-FILE
           IF WS-EXCLUDE-FILE-STATUS NOT = "00"
               DISPLAY "No exclusion file - every metadata key copied"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ EXCLUDE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EXCLUDE-RECORD NOT = SPACES
                           AND EXCLUDE-RECORD(1:1) NOT = "#"
                           AND WS-EX-COUNT < 100
                           ADD 1 TO WS-EX-COUNT
                           MOVE FUNCTION TRIM(EXCLUDE-RECORD)
                               TO WS-EX-KEY(WS-EX-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCLUDE-FILE.

      ******************************************************************
      * BUILD-CLONE-METADATA: The source's top-level members, less
      * the excluded keys, then the cloned_from marker
      ******************************************************************
       BUILD-CLONE-METADATA.
           MOVE "N" TO WS-META-OVERFLOW
           MOVE SPACES TO WS-META-OUT
           MOVE 1 TO WS-OUT-PTR
           STRING "{" DELIMITED BY SIZE
                  INTO WS-META-OUT WITH POINTER WS-OUT-PTR

           MOVE 8192 TO WS-META-LEN
           PERFORM UNTIL WS-META-LEN = 0
                      OR WS-META-IN(WS-META-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-META-LEN
           END-PERFORM

           MOVE 0 TO WS-META-DEPTH
           MOVE 0 TO WS-MEMBER-START
           MOVE "N" TO WS-IN-STRING
           MOVE "N" TO WS-ESCAPED
           PERFORM VARYING WS-META-POS FROM 1 BY 1
                   UNTIL WS-META-POS > WS-META-LEN
               PERFORM SCAN-META-CHAR
           END-PERFORM

           IF WS-OUT-PTR > 2
               STRING "," DELIMITED BY SIZE
                      INTO WS-META-OUT WITH POINTER WS-OUT-PTR
                      ON OVERFLOW MOVE "Y" TO WS-META-OVERFLOW
               END-STRING
           END-IF
           STRING '"cloned_from":"' DELIMITED BY SIZE
                  WS-SOURCE-ENV DELIMITED BY SPACE
                  '"}' DELIMITED BY SIZE
                  INTO WS-META-OUT WITH POINTER WS-OUT-PTR
                  ON OVERFLOW MOVE "Y" TO WS-META-OVERFLOW
           END-STRING

           MOVE SPACES TO WS-CLONE-LINE
           STRING "META|cloned_from|ADDED|" DELIMITED BY SIZE
                  WS-SOURCE-ENV DELIMITED BY SPACE
                  INTO WS-CLONE-LINE
           PERFORM WRITE-CLONE-LINE.

      *    One character of the source document - a top-level member
      *    ends at a comma or the closing brace seen at depth 1
      *    outside a string
       SCAN-META-CHAR.
           MOVE WS-META-IN(WS-META-POS:1) TO WS-META-CHAR
           IF WS-IN-STRING = "Y"
               EVALUATE TRUE
                   WHEN WS-ESCAPED = "Y"
                       MOVE "N" TO WS-ESCAPED
                   WHEN WS-META-CHAR = "\"
                       MOVE "Y" TO WS-ESCAPED
                   WHEN WS-META-CHAR = '"'
                       MOVE "N" TO WS-IN-STRING
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-META-CHAR
               WHEN '"'
                   MOVE "Y" TO WS-IN-STRING
               WHEN "{"
               WHEN "["
                   ADD 1 TO WS-META-DEPTH
                   IF WS-META-DEPTH = 1
                       COMPUTE WS-MEMBER-START = WS-META-POS + 1
                   END-IF
               WHEN ","
                   IF WS-META-DEPTH = 1
                       PERFORM TAKE-META-MEMBER
                       COMPUTE WS-MEMBER-START = WS-META-POS + 1
                   END-IF
               WHEN "}"
               WHEN "]"
                   IF WS-META-DEPTH = 1
                       PERFORM TAKE-META-MEMBER
                       MOVE 0 TO WS-MEMBER-START
                   END-IF
                   IF WS-META-DEPTH > 0
                       SUBTRACT 1 FROM WS-META-DEPTH
                   END-IF
           END-EVALUATE.

      *    The member from WS-MEMBER-START up to the character before
      *    WS-META-POS - copied, or skipped when its key is excluded
       TAKE-META-MEMBER.
           IF WS-MEMBER-START = 0 OR WS-MEMBER-START >= WS-META-POS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MEMBER-LEN = WS-META-POS - WS-MEMBER-START
           IF WS-META-IN(WS-MEMBER-START:WS-MEMBER-LEN) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-MEMBER-LEAD WS-MEMBER-KEY
           UNSTRING WS-META-IN(WS-MEMBER-START:WS-MEMBER-LEN)
               DELIMITED BY '"'
               INTO WS-MEMBER-LEAD WS-MEMBER-KEY

           MOVE "N" TO WS-KEY-EXCLUDED
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EX-COUNT
               IF WS-EX-KEY(WS-EX-IDX) = WS-MEMBER-KEY
                   MOVE "Y" TO WS-KEY-EXCLUDED
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-CLONE-LINE
           EVALUATE TRUE
               WHEN WS-MEMBER-KEY = WS-CLONED-FROM-KEY
                   ADD 1 TO WS-KEYS-SKIPPED
                   MOVE SPACES TO WS-CLONE-LINE
                   STRING "META|cloned_from|SKIPPED|the source's own "
                              DELIMITED BY SIZE
                          "marker - replaced by this clone's"
                              DELIMITED BY SIZE
                          INTO WS-CLONE-LINE
               WHEN WS-KEY-EXCLUDED = "Y"
                   ADD 1 TO WS-KEYS-SKIPPED
                   STRING "META|" DELIMITED BY SIZE
                          WS-MEMBER-KEY DELIMITED BY SPACE
                          "|SKIPPED|in the exclusion file"
                              DELIMITED BY SIZE
                          INTO WS-CLONE-LINE
               WHEN OTHER
                   ADD 1 TO WS-KEYS-COPIED
                   IF WS-OUT-PTR > 2
                       STRING "," DELIMITED BY SIZE
                              INTO WS-META-OUT
                              WITH POINTER WS-OUT-PTR
                              ON OVERFLOW MOVE "Y" TO WS-META-OVERFLOW
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(WS-META-IN
                              (WS-MEMBER-START:WS-MEMBER-LEN))
                              DELIMITED BY SIZE
                          INTO WS-META-OUT WITH POINTER WS-OUT-PTR
                          ON OVERFLOW MOVE "Y" TO WS-META-OVERFLOW
                   END-STRING
                   STRING "META|" DELIMITED BY SIZE
                          WS-MEMBER-KEY DELIMITED BY SPACE
                          "|COPIED|" DELIMITED BY SIZE
                          INTO WS-CLONE-LINE
           END-EVALUATE
           PERFORM WRITE-CLONE-LINE.

      ******************************************************************
      * CREATE-CLONE: The copy itself, through PROJECTS-CREATE (which
      * carries the idempotency key for the name)
      ******************************************************************
       CREATE-CLONE.
           MOVE SPACES TO WS-PROJECT-REQUEST
           MOVE WS-NEW-NAME-ENV TO WS-PROJ-NAME-REQ
           MOVE WS-SOURCE-DESC TO WS-PROJ-DESC-REQ
           MOVE WS-META-OUT TO WS-PROJ-METADATA-REQ
           CALL "PROJECTS-CREATE" USING WS-GREY-CONFIG
                                        WS-PROJECT-REQUEST
                                        WS-PROJECT-RESPONSE
                                        WS-GREY-RESULT
           MOVE SPACES TO WS-CLONE-LINE
           IF WS-RESULT-OK NOT = "Y"
               STRING "CLONE|" DELIMITED BY SIZE
                      WS-SOURCE-ENV DELIMITED BY SPACE
                      "||FAILED|" DELIMITED BY SIZE
                      WS-RES-ERR-MSG DELIMITED BY "  "
                      INTO WS-CLONE-LINE
               PERFORM WRITE-CLONE-LINE
               DISPLAY "Create refused: " WS-RES-ERR-MSG
                       " (correlation id: " WS-RESULT-CORRELATION-ID
                       ")"
               MOVE 8 TO WS-CLONE-RC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROJ-ID TO WS-NEW-PROJ-ID
           STRING "CLONE|" DELIMITED BY SIZE
                  WS-SOURCE-ENV DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-NEW-PROJ-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-NEW-NAME-ENV DELIMITED BY "  "
                  INTO WS-CLONE-LINE
           PERFORM WRITE-CLONE-LINE.

      ******************************************************************
      * SET-CLONE-OWNER: The new owner, or the source's owner
      ******************************************************************
       SET-CLONE-OWNER.
           IF WS-NEW-OWNER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PROJECT-REQUEST
           MOVE WS-NEW-PROJ-ID TO WS-PROJ-ID-REQ
           MOVE WS-NEW-OWNER TO WS-PROJ-OWNER-REQ
           CALL "PROJECTS-UPDATE" USING WS-GREY-CONFIG
                                        WS-PROJECT-REQUEST
                                        WS-PROJECT-RESPONSE
                                        WS-GREY-RESULT
           MOVE SPACES TO WS-CLONE-LINE
           IF WS-RESULT-OK = "Y"
               STRING "OWNER|" DELIMITED BY SIZE
                      WS-NEW-OWNER DELIMITED BY SPACE
                      "|SET|" DELIMITED BY SIZE
                      INTO WS-CLONE-LINE
           ELSE
               MOVE "Y" TO WS-OWNER-FAILED
               STRING "OWNER|" DELIMITED BY SIZE
                      WS-NEW-OWNER DELIMITED BY SPACE
                      "|FAILED|" DELIMITED BY SIZE
                      WS-RES-ERR-MSG DELIMITED BY "  "
                      INTO WS-CLONE-LINE
           END-IF
           PERFORM WRITE-CLONE-LINE.

      ******************************************************************
      * COPY-MEMBERS: Every source member added to the copy with its
      * role, unless the copy already has them
      ******************************************************************
       COPY-MEMBERS.
           MOVE SPACES TO WS-MEMBER-REQUEST
           MOVE WS-NEW-PROJ-ID TO WS-MBR-PROJ-ID-REQ
           CALL "PROJECT-MEMBERS-LIST" USING WS-GREY-CONFIG
                                             WS-MEMBER-REQUEST
                                             WS-MEMBER-LIST-RESPONSE
                                             WS-GREY-RESULT
           IF WS-RESULT-OK NOT = "Y"
               MOVE 0 TO WS-MEMBER-COUNT
           END-IF

           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-SM-COUNT
               PERFORM COPY-ONE-MEMBER
           END-PERFORM

           IF WS-SM-TRUNCATED = "Y"
               MOVE SPACES TO WS-CLONE-LINE
               STRING "MEMBER|||SKIPPED|source lists " DELIMITED BY SIZE
                      WS-MBR-TOTAL-COUNT DELIMITED BY SIZE
                      " members - only the first page was copied"
                          DELIMITED BY SIZE
                      INTO WS-CLONE-LINE
               PERFORM WRITE-CLONE-LINE
           END-IF.

       COPY-ONE-MEMBER.
           MOVE "N" TO WS-ALREADY-MEMBER
           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                   UNTIL WS-MBR-IDX > WS-MEMBER-COUNT
               IF WS-MBR-ITEM-USER-ID(WS-MBR-IDX)
                   = WS-SM-USER-ID(WS-SM-IDX)
                   MOVE "Y" TO WS-ALREADY-MEMBER
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-CLONE-LINE
           IF WS-ALREADY-MEMBER = "Y"
               ADD 1 TO WS-MEMBERS-SKIPPED
               STRING "MEMBER|" DELIMITED BY SIZE
                      WS-SM-USER-ID(WS-SM-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-SM-ROLE(WS-SM-IDX) DELIMITED BY SPACE
                      "|SKIPPED|already a member of the copy"
                          DELIMITED BY SIZE
                      INTO WS-CLONE-LINE
               PERFORM WRITE-CLONE-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-PROJ-ID TO WS-MBR-PROJ-ID-REQ
           MOVE WS-SM-USER-ID(WS-SM-IDX) TO WS-MBR-USER-ID-REQ
           MOVE WS-SM-ROLE(WS-SM-IDX) TO WS-MBR-ROLE-REQ
           CALL "PROJECT-MEMBERS-ADD" USING WS-GREY-CONFIG
                                            WS-MEMBER-REQUEST
                                            WS-GREY-RESULT
           IF WS-RESULT-OK = "Y"
               ADD 1 TO WS-MEMBERS-COPIED
               STRING "MEMBER|" DELIMITED BY SIZE
                      WS-SM-USER-ID(WS-SM-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-SM-ROLE(WS-SM-IDX) DELIMITED BY SPACE
                      "|COPIED|" DELIMITED BY SIZE
                      INTO WS-CLONE-LINE
           ELSE
               ADD 1 TO WS-MEMBERS-FAILED
               STRING "MEMBER|" DELIMITED BY SIZE
                      WS-SM-USER-ID(WS-SM-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-SM-ROLE(WS-SM-IDX) DELIMITED BY SPACE
                      "|FAILED|" DELIMITED BY SIZE
                      WS-RES-ERR-MSG DELIMITED BY "  "
                      INTO WS-CLONE-LINE
           END-IF
           PERFORM WRITE-CLONE-LINE.

       WRITE-CLONE-LINE.
           MOVE WS-CLONE-LINE TO CLONE-REPORT-RECORD
           WRITE CLONE-REPORT-RECORD.

       END PROGRAM PROJECT-CLONE.
