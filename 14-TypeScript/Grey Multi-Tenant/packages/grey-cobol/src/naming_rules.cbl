      ******************************************************************
      * naming_rules.cbl - Grey Project Naming Convention Rules
      * Project names used to be free text - "payments-mig",
      * "PAYMENTS Migration (old)", "test123" - and the roster and
      * duplicate detection suffered for it. This engine holds the
      * shop's naming rules and checks a proposed name against them,
      * so the bulk loader's edit pass, the bulk updater, promotion,
      * snapshot restore and NAMING-VIOLATIONS-REPORT all enforce
      * the same rules from the same place. Every check also hands
      * back a conforming name to offer in place of a bad one.
      *
      * Rules file record: "rule|value|value2", "#" lines comments:
      *   PREFIX|department|prefix
      *              - every name must start with one of the listed
      *                prefixes; when the owner's department (ORG-
      *                REFERENCE) has its own line, with that one.
      *                A line with a blank department names the
      *                prefix suggested for owners with none on file
      *   CHARSET|tokens
      *              - the characters a name may use, blank-separated:
      *                A-Z, a-z and 0-9 for the ranges, SPACE for a
      *                blank, anything else taken literally ("-_.")
      *   MINLEN|n   - fewest characters a name may have
      *   MAXLEN|n   - most characters a name may have
      *   RESERVED|word,word,...
      *              - words a name may not contain, in any case
      *                ("test" catches "test123" and "Test Copy");
      *                may be repeated
      *   CASE-UNIQUE|Y
      *              - a name may not differ only in case from
      *                another project's name on the local project
      *                master (compared on the leading 128 characters)
      * Once any rule is loaded, blanks are checked too: no leading
      * or trailing blanks and no doubled blanks inside the name.
      *
      * Rule codes handed back: MISSING-PREFIX, WRONG-PREFIX,
      * BAD-CHARACTER, TOO-SHORT, TOO-LONG, RESERVED-WORD,
      * CASE-COLLISION, WHITESPACE.
      *
      * Entry points:
      *   NAMING-RULES-LOAD  - read the rules file (and, for
      *                        CASE-UNIQUE, the master's names)
      *   NAMING-RULES-CHECK - check one proposed name
      *   NAMING-RULES-NOTE  - tell the engine a name was just
      *                        written, so later checks in the same
      *                        run see it
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMING-RULES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE ASSIGN TO WS-RULES-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.

           SELECT SYNC-MASTER-FILE ASSIGN TO WS-SYNC-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SYNC-PROJ-ID
               ALTERNATE RECORD KEY SYNC-PROJ-NAME-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY SYNC-PROJ-OWNER WITH DUPLICATES
               FILE STATUS IS WS-SYNC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01  RULES-RECORD                PIC X(600).

       FD  SYNC-MASTER-FILE.
       COPY GREYSYNC.

       WORKING-STORAGE SECTION.
       01  WS-RULES-FILE-NAME          PIC X(64)  VALUE SPACES.
       01  WS-RULES-FILE-STATUS        PIC XX     VALUE SPACES.
       01  WS-SYNC-FILE-NAME           PIC X(64)
               VALUE "/tmp/grey_project_master.dat".
       01  WS-SYNC-FILE-STATUS         PIC XX     VALUE SPACES.
       01  WS-EOF                      PIC X      VALUE "N".
       01  WS-RULE-COUNT               PIC 9(3)   VALUE 0.

       01  WS-RULE-TAG                 PIC X(16)  VALUE SPACES.
       01  WS-RULE-VALUE               PIC X(400) VALUE SPACES.
       01  WS-RULE-VALUE2              PIC X(64)  VALUE SPACES.

      ******************************************************************
      * The loaded rules - kept across calls so a driver loads once
      * and checks thousands of names
      ******************************************************************
       01  WS-PREFIX-SET.
           05  WS-PFX-COUNT             PIC 9(2)  VALUE 0.
           05  WS-PFX-ENTRY OCCURS 30 TIMES.
               10  WS-PFX-DEPT          PIC X(64).
               10  WS-PFX-TEXT          PIC X(32).
               10  WS-PFX-LEN           PIC 9(2).
       01  WS-PFX-IDX                  PIC 9(2)   VALUE 0.
       01  WS-PFX-DEFAULT-IDX          PIC 9(2)   VALUE 0.
       01  WS-PFX-DEPT-IDX             PIC 9(2)   VALUE 0.
       01  WS-PFX-HAS-IDX              PIC 9(2)   VALUE 0.
       01  WS-PFX-SUGGEST-IDX          PIC 9(2)   VALUE 0.

       01  WS-CHARSET-ON               PIC X      VALUE "N".
       01  WS-SPACE-OK                 PIC X      VALUE "N".
       01  WS-ALLOWED-CHARS            PIC X(256) VALUE SPACES.
       01  WS-ALLOWED-LEN              PIC 9(3)   VALUE 0.
       01  WS-CHARSET-TOKEN            PIC X(64)  VALUE SPACES.
       01  WS-SCAN-PTR                 PIC 9(4)   VALUE 0.
       01  WS-TOKEN-LEN                PIC 9(3)   VALUE 0.

       01  WS-MIN-LEN                  PIC 9(4)   VALUE 0.
       01  WS-MAX-LEN                  PIC 9(4)   VALUE 0.

       01  WS-RESERVED-SET.
           05  WS-RSV-COUNT             PIC 9(2)  VALUE 0.
           05  WS-RSV-ENTRY OCCURS 50 TIMES.
               10  WS-RSV-WORD          PIC X(32).
               10  WS-RSV-LEN           PIC 9(2).
       01  WS-RSV-IDX                  PIC 9(2)   VALUE 0.
       01  WS-RSV-ONE                  PIC X(64)  VALUE SPACES.

       01  WS-CASE-UNIQUE              PIC X      VALUE "N".

      ******************************************************************
      * Every project name on the master (and every name noted since)
      * for the CASE-UNIQUE rule
      ******************************************************************
       01  WS-KNOWN-SET.
           05  WS-KN-COUNT              PIC 9(5)  VALUE 0.
           05  WS-KN-FULL               PIC X     VALUE "N".
           05  WS-KN-ENTRY OCCURS 10000 TIMES.
               10  WS-KN-ID             PIC X(64).
               10  WS-KN-NAME           PIC X(128).
               10  WS-KN-UPPER          PIC X(128).
       01  WS-KN-IDX                   PIC 9(5)   VALUE 0.
       01  WS-KN-HIT-IDX               PIC 9(5)   VALUE 0.

      ******************************************************************
      * Check working fields
      ******************************************************************
       01  WS-NAME                     PIC X(256) VALUE SPACES.
       01  WS-NAME-UPPER               PIC X(256) VALUE SPACES.
       01  WS-NAME-LEN                 PIC 9(4)   VALUE 0.
       01  WS-KEYED-LEN                PIC 9(4)   VALUE 0.
       01  WS-CHAR-IDX                 PIC 9(4)   VALUE 0.
       01  WS-ONE-CHAR                 PIC X      VALUE SPACE.
       01  WS-CHAR-OK                  PIC X      VALUE "N".
       01  WS-HITS                     PIC 9(4)   VALUE 0.
       01  WS-LEN-TEXT                 PIC ZZZ9.
       01  WS-LIMIT-TEXT               PIC ZZZ9.
       01  WS-POS-TEXT                 PIC ZZZ9.
       01  WS-VIOL-RULE                PIC X(16)  VALUE SPACES.
       01  WS-VIOL-DETAIL              PIC X(64)  VALUE SPACES.
       01  WS-DEPARTMENT               PIC X(64)  VALUE SPACES.
       01  WS-DEPT-UPPER               PIC X(64)  VALUE SPACES.
       01  WS-COST-CENTER              PIC X(32)  VALUE SPACES.
       01  WS-MANAGER-ID               PIC X(64)  VALUE SPACES.
       01  WS-ORG-FOUND                PIC X      VALUE "N".

      ******************************************************************
      * Suggestion working fields
      ******************************************************************
       01  WS-SUG                      PIC X(256) VALUE SPACES.
       01  WS-SUG-UPPER                PIC X(256) VALUE SPACES.
       01  WS-SUG-WORK                 PIC X(256) VALUE SPACES.
       01  WS-SUG-BASE                 PIC X(256) VALUE SPACES.
       01  WS-SUG-LEN                  PIC 9(4)   VALUE 0.
       01  WS-SUG-PTR                  PIC 9(4)   VALUE 0.
       01  WS-SUG-POS                  PIC 9(4)   VALUE 0.
       01  WS-SUG-TRIES                PIC 9(2)   VALUE 0.
       01  WS-SUG-TAKEN                PIC X      VALUE "N".
       01  WS-SUG-DIGIT                PIC 9      VALUE 0.
       01  WS-SEP-CHAR                 PIC X      VALUE SPACE.
       01  WS-HAVE-SEP                 PIC X      VALUE "N".
       01  WS-PAD-CHAR                 PIC X      VALUE "0".
       01  WS-LAST-CHAR                PIC X      VALUE SPACE.
       01  WS-CUT-POS                  PIC 9(4)   VALUE 0.
       01  WS-CUT-LEN                  PIC 9(4)   VALUE 0.

       LINKAGE SECTION.
       01  LS-RULES-FILE-NAME          PIC X(64).
       01  LS-RULE-COUNT-OUT           PIC 9(3).

       01  LS-PROJ-ID                  PIC X(64).
       01  LS-PROJ-NAME                PIC X(256).
       01  LS-NAME-LEN                 PIC 9(4).
       01  LS-OWNER-ID                 PIC X(64).

       01  LS-NAMING-RESULT.
           05  LS-VIOL-COUNT           PIC 9(2).
           05  LS-VIOL OCCURS 10 TIMES.
               10  LS-VIOL-RULE        PIC X(16).
               10  LS-VIOL-DETAIL      PIC X(64).
           05  LS-SUGGESTED            PIC X(256).

       PROCEDURE DIVISION.

      ******************************************************************
      * NAMING-RULES-LOAD: Read the named rules file into the engine
      * Input:  LS-RULES-FILE-NAME
      * Output: LS-RULE-COUNT-OUT (zero when the file is missing -
      *         no naming rule is then enforced)
      ******************************************************************
       ENTRY "NAMING-RULES-LOAD" USING LS-RULES-FILE-NAME
                                       LS-RULE-COUNT-OUT.
           MOVE 0 TO WS-RULE-COUNT WS-PFX-COUNT WS-RSV-COUNT
                     WS-MIN-LEN WS-MAX-LEN WS-ALLOWED-LEN
                     WS-KN-COUNT WS-PFX-DEFAULT-IDX
           MOVE "N" TO WS-CHARSET-ON WS-SPACE-OK WS-CASE-UNIQUE
                       WS-KN-FULL WS-EOF
           MOVE SPACES TO WS-ALLOWED-CHARS
           MOVE LS-RULES-FILE-NAME TO WS-RULES-FILE-NAME

           OPEN INPUT RULES-FILE
           IF WS-RULES-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ RULES-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM PARSE-RULE-LINE
                   END-READ
               END-PERFORM
               CLOSE RULES-FILE
           END-IF

           IF WS-CASE-UNIQUE = "Y"
               PERFORM LOAD-KNOWN-NAMES
           END-IF

           MOVE WS-RULE-COUNT TO LS-RULE-COUNT-OUT
           GOBACK.

      ******************************************************************
      * NAMING-RULES-CHECK: Check one proposed project name
      * Input:  LS-PROJ-ID (the project being renamed or restored -
      *         blank for a new one; its own master entry is never a
      *         collision), LS-PROJ-NAME, LS-NAME-LEN (as keyed,
      *         trailing blanks included; zero when not known),
      *         LS-OWNER-ID (picks the department's prefix)
      * Output: LS-NAMING-RESULT (GREYNAME layout)
      ******************************************************************
       ENTRY "NAMING-RULES-CHECK" USING LS-PROJ-ID LS-PROJ-NAME
                                        LS-NAME-LEN LS-OWNER-ID
                                        LS-NAMING-RESULT.
           MOVE 0 TO LS-VIOL-COUNT
           MOVE SPACES TO LS-SUGGESTED
           MOVE LS-PROJ-NAME TO WS-NAME
           MOVE FUNCTION UPPER-CASE(WS-NAME) TO WS-NAME-UPPER

           MOVE 256 TO WS-NAME-LEN
           PERFORM UNTIL WS-NAME-LEN = 0
                      OR WS-NAME(WS-NAME-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-NAME-LEN
           END-PERFORM
           IF WS-NAME-LEN = 0
               GOBACK
           END-IF
           IF WS-RULE-COUNT = 0
               MOVE WS-NAME TO LS-SUGGESTED
               GOBACK
           END-IF
           MOVE WS-NAME-LEN TO WS-KEYED-LEN
           IF LS-NAME-LEN > WS-NAME-LEN
               MOVE LS-NAME-LEN TO WS-KEYED-LEN
           END-IF

           PERFORM CHECK-WHITESPACE
           IF WS-PFX-COUNT > 0
               PERFORM CHECK-PREFIX
           END-IF
           IF WS-CHARSET-ON = "Y"
               PERFORM CHECK-CHARSET
           END-IF
           PERFORM CHECK-LENGTH
           PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
                       UNTIL WS-RSV-IDX > WS-RSV-COUNT
               PERFORM CHECK-ONE-RESERVED
           END-PERFORM
           IF WS-CASE-UNIQUE = "Y"
               PERFORM CHECK-CASE-COLLISION
           END-IF

           PERFORM BUILD-SUGGESTION
           GOBACK.

      ******************************************************************
      * NAMING-RULES-NOTE: A project name was just written - record
      * it (replacing the project's old name) so the CASE-UNIQUE rule
      * sees it for the rest of the run
      * Input:  LS-PROJ-ID (blank for a name not yet given an ID),
      *         LS-PROJ-NAME
      ******************************************************************
       ENTRY "NAMING-RULES-NOTE" USING LS-PROJ-ID LS-PROJ-NAME.
           IF WS-CASE-UNIQUE NOT = "Y" OR LS-PROJ-NAME = SPACES
               GOBACK
           END-IF
           MOVE 0 TO WS-KN-HIT-IDX
           IF LS-PROJ-ID NOT = SPACES
               PERFORM VARYING WS-KN-IDX FROM 1 BY 1
                           UNTIL WS-KN-IDX > WS-KN-COUNT
                   IF WS-KN-ID(WS-KN-IDX) = LS-PROJ-ID
                       MOVE WS-KN-IDX TO WS-KN-HIT-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-KN-HIT-IDX = 0
               IF WS-KN-COUNT >= 10000
                   MOVE "Y" TO WS-KN-FULL
                   GOBACK
               END-IF
               ADD 1 TO WS-KN-COUNT
               MOVE WS-KN-COUNT TO WS-KN-HIT-IDX
           END-IF
           MOVE LS-PROJ-ID TO WS-KN-ID(WS-KN-HIT-IDX)
           MOVE LS-PROJ-NAME(1:128) TO WS-KN-NAME(WS-KN-HIT-IDX)
           MOVE FUNCTION UPPER-CASE(LS-PROJ-NAME(1:128))
               TO WS-KN-UPPER(WS-KN-HIT-IDX)
           GOBACK.

      ******************************************************************
      * Internal: Parse one rules-file record; blanks and "#" comment
      * lines are skipped
      ******************************************************************
       PARSE-RULE-LINE.
           IF RULES-RECORD = SPACES
               OR RULES-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RULE-TAG WS-RULE-VALUE WS-RULE-VALUE2
           UNSTRING RULES-RECORD DELIMITED BY "|"
               INTO WS-RULE-TAG WS-RULE-VALUE WS-RULE-VALUE2
           MOVE FUNCTION UPPER-CASE(WS-RULE-TAG) TO WS-RULE-TAG

           EVALUATE WS-RULE-TAG
               WHEN "PREFIX"
                   IF WS-RULE-VALUE2 = SPACES OR WS-PFX-COUNT >= 30
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-PFX-COUNT
                   MOVE FUNCTION UPPER-CASE(WS-RULE-VALUE(1:64))
                       TO WS-PFX-DEPT(WS-PFX-COUNT)
                   MOVE WS-RULE-VALUE2(1:32)
                       TO WS-PFX-TEXT(WS-PFX-COUNT)
                   MOVE 32 TO WS-PFX-LEN(WS-PFX-COUNT)
                   PERFORM UNTIL WS-PFX-LEN(WS-PFX-COUNT) = 0
                       OR WS-PFX-TEXT(WS-PFX-COUNT)
                              (WS-PFX-LEN(WS-PFX-COUNT):1) NOT = SPACE
                       SUBTRACT 1 FROM WS-PFX-LEN(WS-PFX-COUNT)
                   END-PERFORM
                   IF WS-PFX-DEPT(WS-PFX-COUNT) = SPACES
                       AND WS-PFX-DEFAULT-IDX = 0
                       MOVE WS-PFX-COUNT TO WS-PFX-DEFAULT-IDX
                   END-IF
               WHEN "CHARSET"
                   MOVE "Y" TO WS-CHARSET-ON
                   PERFORM PARSE-CHARSET
               WHEN "MINLEN"
                   IF FUNCTION TRIM(WS-RULE-VALUE) IS NUMERIC
                       COMPUTE WS-MIN-LEN =
                           FUNCTION NUMVAL(WS-RULE-VALUE)
                   ELSE
                       EXIT PARAGRAPH
                   END-IF
               WHEN "MAXLEN"
                   IF FUNCTION TRIM(WS-RULE-VALUE) IS NUMERIC
                       COMPUTE WS-MAX-LEN =
                           FUNCTION NUMVAL(WS-RULE-VALUE)
                   ELSE
                       EXIT PARAGRAPH
                   END-IF
               WHEN "RESERVED"
                   PERFORM PARSE-RESERVED
               WHEN "CASE-UNIQUE"
                   IF WS-RULE-VALUE(1:1) = "N" OR "n"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "Y" TO WS-CASE-UNIQUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO WS-RULE-COUNT.

      ******************************************************************
      * Internal: Add a CHARSET line's tokens to the allowed set
      ******************************************************************
       PARSE-CHARSET.
           MOVE 1 TO WS-SCAN-PTR
           PERFORM UNTIL WS-SCAN-PTR > 400
                      OR WS-RULE-VALUE(WS-SCAN-PTR:) = SPACES
               MOVE SPACES TO WS-CHARSET-TOKEN
               PERFORM UNTIL WS-RULE-VALUE(WS-SCAN-PTR:1) NOT = SPACE
                   ADD 1 TO WS-SCAN-PTR
               END-PERFORM
               UNSTRING WS-RULE-VALUE DELIMITED BY SPACE
                   INTO WS-CHARSET-TOKEN
                   WITH POINTER WS-SCAN-PTR
               EVALUATE WS-CHARSET-TOKEN
                   WHEN "A-Z"
                       MOVE "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                           TO WS-CHARSET-TOKEN
                   WHEN "a-z"
                       MOVE "abcdefghijklmnopqrstuvwxyz"
                           TO WS-CHARSET-TOKEN
                   WHEN "0-9"
                       MOVE "0123456789" TO WS-CHARSET-TOKEN
                   WHEN "SPACE"
                       MOVE "Y" TO WS-SPACE-OK
                       MOVE SPACES TO WS-CHARSET-TOKEN
               END-EVALUATE
               MOVE 64 TO WS-TOKEN-LEN
               PERFORM UNTIL WS-TOKEN-LEN = 0
                          OR WS-CHARSET-TOKEN(WS-TOKEN-LEN:1)
                                 NOT = SPACE
                   SUBTRACT 1 FROM WS-TOKEN-LEN
               END-PERFORM
               IF WS-TOKEN-LEN > 0
                   AND WS-ALLOWED-LEN + WS-TOKEN-LEN <= 256
                   MOVE WS-CHARSET-TOKEN(1:WS-TOKEN-LEN)
                       TO WS-ALLOWED-CHARS(WS-ALLOWED-LEN + 1:
                                           WS-TOKEN-LEN)
                   ADD WS-TOKEN-LEN TO WS-ALLOWED-LEN
               END-IF
           END-PERFORM.

      ******************************************************************
      * Internal: Add a RESERVED line's comma-separated words
      ******************************************************************
       PARSE-RESERVED.
           MOVE 1 TO WS-SCAN-PTR
           PERFORM UNTIL WS-SCAN-PTR > 400 OR WS-RSV-COUNT >= 50
                      OR WS-RULE-VALUE(WS-SCAN-PTR:) = SPACES
               MOVE SPACES TO WS-RSV-ONE
               UNSTRING WS-RULE-VALUE DELIMITED BY ","
                   INTO WS-RSV-ONE
                   WITH POINTER WS-SCAN-PTR
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RSV-ONE))
                   TO WS-RSV-ONE
               IF WS-RSV-ONE NOT = SPACES
                   ADD 1 TO WS-RSV-COUNT
                   MOVE WS-RSV-ONE(1:32) TO WS-RSV-WORD(WS-RSV-COUNT)
                   MOVE 32 TO WS-RSV-LEN(WS-RSV-COUNT)
                   PERFORM UNTIL WS-RSV-LEN(WS-RSV-COUNT) = 0
                       OR WS-RSV-WORD(WS-RSV-COUNT)
                              (WS-RSV-LEN(WS-RSV-COUNT):1) NOT = SPACE
                       SUBTRACT 1 FROM WS-RSV-LEN(WS-RSV-COUNT)
                   END-PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * Internal: Every project name on the local master, for the
      * CASE-UNIQUE rule (no master yet means nothing to collide
      * with)
      ******************************************************************
       LOAD-KNOWN-NAMES.
           OPEN INPUT SYNC-MASTER-FILE
           IF WS-SYNC-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO SYNC-PROJ-ID
           START SYNC-MASTER-FILE KEY >= SYNC-PROJ-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ SYNC-MASTER-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-KN-COUNT >= 10000
                           MOVE "Y" TO WS-KN-FULL
                           MOVE "Y" TO WS-EOF
                       ELSE
                           ADD 1 TO WS-KN-COUNT
                           MOVE SYNC-PROJ-ID TO WS-KN-ID(WS-KN-COUNT)
                           MOVE SYNC-PROJ-NAME(1:128)
                               TO WS-KN-NAME(WS-KN-COUNT)
                           MOVE FUNCTION UPPER-CASE(
                               SYNC-PROJ-NAME(1:128))
                               TO WS-KN-UPPER(WS-KN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SYNC-MASTER-FILE
           MOVE "N" TO WS-EOF
           IF WS-KN-FULL = "Y"
               DISPLAY "NAMING-RULES: master holds over 10000 "
                       "projects - CASE-UNIQUE checks the first 10000"
           END-IF.

      ******************************************************************
      * Internal: Leading, trailing or doubled blanks
      ******************************************************************
       CHECK-WHITESPACE.
           MOVE 0 TO WS-HITS
           INSPECT WS-NAME(1:WS-NAME-LEN) TALLYING WS-HITS
               FOR ALL "  "
           EVALUATE TRUE
               WHEN WS-NAME(1:1) = SPACE
                   MOVE "leading blank" TO WS-VIOL-DETAIL
               WHEN WS-KEYED-LEN > WS-NAME-LEN
                   MOVE "trailing blank" TO WS-VIOL-DETAIL
               WHEN WS-HITS > 0
                   MOVE "doubled blank" TO WS-VIOL-DETAIL
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE "WHITESPACE" TO WS-VIOL-RULE
           PERFORM ADD-VIOLATION.

      ******************************************************************
      * Internal: The department prefix - the owner's department's
      * own prefix when it has one, any listed prefix otherwise
      ******************************************************************
       CHECK-PREFIX.
           MOVE 0 TO WS-PFX-DEPT-IDX WS-PFX-HAS-IDX
           IF LS-OWNER-ID NOT = SPACES
               CALL "ORG-REFERENCE-GET" USING LS-OWNER-ID WS-DEPARTMENT
                                              WS-COST-CENTER
                                              WS-MANAGER-ID
                                              WS-ORG-FOUND
               IF WS-ORG-FOUND = "Y" AND WS-DEPARTMENT NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-DEPARTMENT)
                       TO WS-DEPT-UPPER
                   PERFORM VARYING WS-PFX-IDX FROM 1 BY 1
                               UNTIL WS-PFX-IDX > WS-PFX-COUNT
                       IF WS-PFX-DEPT(WS-PFX-IDX) = WS-DEPT-UPPER
                           MOVE WS-PFX-IDX TO WS-PFX-DEPT-IDX
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-IF

           PERFORM VARYING WS-PFX-IDX FROM 1 BY 1
                       UNTIL WS-PFX-IDX > WS-PFX-COUNT
               IF WS-PFX-LEN(WS-PFX-IDX) > 0
                   AND WS-PFX-LEN(WS-PFX-IDX) <= WS-NAME-LEN
                   AND WS-NAME(1:WS-PFX-LEN(WS-PFX-IDX))
                       = WS-PFX-TEXT(WS-PFX-IDX)
                             (1:WS-PFX-LEN(WS-PFX-IDX))
                   MOVE WS-PFX-IDX TO WS-PFX-HAS-IDX
                   IF WS-PFX-DEPT-IDX = 0
                       OR WS-PFX-TEXT(WS-PFX-IDX)
                          = WS-PFX-TEXT(WS-PFX-DEPT-IDX)
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-PFX-DEPT-IDX > 0
                   MOVE WS-PFX-DEPT-IDX TO WS-PFX-SUGGEST-IDX
               WHEN WS-PFX-DEFAULT-IDX > 0
                   MOVE WS-PFX-DEFAULT-IDX TO WS-PFX-SUGGEST-IDX
               WHEN OTHER
                   MOVE 1 TO WS-PFX-SUGGEST-IDX
           END-EVALUATE

           IF WS-PFX-HAS-IDX > 0
               IF WS-PFX-DEPT-IDX = 0
                   OR WS-PFX-TEXT(WS-PFX-HAS-IDX)
                      = WS-PFX-TEXT(WS-PFX-DEPT-IDX)
                   EXIT PARAGRAPH
               END-IF
               MOVE "WRONG-PREFIX" TO WS-VIOL-RULE
           ELSE
               MOVE "MISSING-PREFIX" TO WS-VIOL-RULE
           END-IF
           MOVE SPACES TO WS-VIOL-DETAIL
           IF WS-PFX-DEPT-IDX > 0
               STRING "owner's department requires " DELIMITED BY SIZE
                      WS-PFX-TEXT(WS-PFX-DEPT-IDX) DELIMITED BY SPACE
                      INTO WS-VIOL-DETAIL
           ELSE
               MOVE "name must start with a department prefix"
                   TO WS-VIOL-DETAIL
           END-IF
           PERFORM ADD-VIOLATION.

      ******************************************************************
      * Internal: Every character from the allowed set - the first
      * one that is not is named
      ******************************************************************
       CHECK-CHARSET.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                       UNTIL WS-CHAR-IDX > WS-NAME-LEN
               MOVE WS-NAME(WS-CHAR-IDX:1) TO WS-ONE-CHAR
               PERFORM TEST-ONE-CHAR
               IF WS-CHAR-OK NOT = "Y"
                   MOVE WS-CHAR-IDX TO WS-POS-TEXT
                   MOVE SPACES TO WS-VIOL-DETAIL
                   STRING 'character "' DELIMITED BY SIZE
                          WS-ONE-CHAR DELIMITED BY SIZE
                          '" at position ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-POS-TEXT) DELIMITED BY SIZE
                          INTO WS-VIOL-DETAIL
                   MOVE "BAD-CHARACTER" TO WS-VIOL-RULE
                   PERFORM ADD-VIOLATION
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       TEST-ONE-CHAR.
           MOVE "Y" TO WS-CHAR-OK
           IF WS-CHARSET-ON NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-ONE-CHAR = SPACE
               MOVE WS-SPACE-OK TO WS-CHAR-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-HITS
           IF WS-ALLOWED-LEN > 0
               INSPECT WS-ALLOWED-CHARS(1:WS-ALLOWED-LEN)
                   TALLYING WS-HITS FOR ALL WS-ONE-CHAR
           END-IF
           IF WS-HITS = 0
               MOVE "N" TO WS-CHAR-OK
           END-IF.

      ******************************************************************
      * Internal: Minimum and maximum length
      ******************************************************************
       CHECK-LENGTH.
           MOVE WS-NAME-LEN TO WS-LEN-TEXT
           IF WS-MIN-LEN > 0 AND WS-NAME-LEN < WS-MIN-LEN
               MOVE WS-MIN-LEN TO WS-LIMIT-TEXT
               MOVE SPACES TO WS-VIOL-DETAIL
               STRING FUNCTION TRIM(WS-LEN-TEXT) DELIMITED BY SIZE
                      " characters, minimum " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LIMIT-TEXT) DELIMITED BY SIZE
                      INTO WS-VIOL-DETAIL
               MOVE "TOO-SHORT" TO WS-VIOL-RULE
               PERFORM ADD-VIOLATION
           END-IF
           IF WS-MAX-LEN > 0 AND WS-NAME-LEN > WS-MAX-LEN
               MOVE WS-MAX-LEN TO WS-LIMIT-TEXT
               MOVE SPACES TO WS-VIOL-DETAIL
               STRING FUNCTION TRIM(WS-LEN-TEXT) DELIMITED BY SIZE
                      " characters, maximum " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LIMIT-TEXT) DELIMITED BY SIZE
                      INTO WS-VIOL-DETAIL
               MOVE "TOO-LONG" TO WS-VIOL-RULE
               PERFORM ADD-VIOLATION
           END-IF.

      ******************************************************************
      * Internal: One reserved word anywhere in the name, any case
      ******************************************************************
       CHECK-ONE-RESERVED.
           IF WS-RSV-LEN(WS-RSV-IDX) = 0
               OR WS-RSV-LEN(WS-RSV-IDX) > WS-NAME-LEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-HITS
           INSPECT WS-NAME-UPPER(1:WS-NAME-LEN) TALLYING WS-HITS
               FOR ALL WS-RSV-WORD(WS-RSV-IDX)
                           (1:WS-RSV-LEN(WS-RSV-IDX))
           IF WS-HITS > 0
               MOVE SPACES TO WS-VIOL-DETAIL
               STRING "contains " DELIMITED BY SIZE
                      WS-RSV-WORD(WS-RSV-IDX) DELIMITED BY SPACE
                      INTO WS-VIOL-DETAIL
               MOVE "RESERVED-WORD" TO WS-VIOL-RULE
               PERFORM ADD-VIOLATION
           END-IF.

      ******************************************************************
      * Internal: Another project whose name differs only in case
      ******************************************************************
       CHECK-CASE-COLLISION.
           PERFORM VARYING WS-KN-IDX FROM 1 BY 1
                       UNTIL WS-KN-IDX > WS-KN-COUNT
               IF (LS-PROJ-ID = SPACES
                   OR WS-KN-ID(WS-KN-IDX) NOT = LS-PROJ-ID)
                   AND WS-KN-UPPER(WS-KN-IDX) = WS-NAME-UPPER(1:128)
                   AND WS-KN-NAME(WS-KN-IDX) NOT = WS-NAME(1:128)
                   MOVE SPACES TO WS-VIOL-DETAIL
                   IF WS-KN-ID(WS-KN-IDX) = SPACES
                       STRING "differs only in case from "
                                  DELIMITED BY SIZE
                              WS-KN-NAME(WS-KN-IDX) DELIMITED BY "  "
                              INTO WS-VIOL-DETAIL
                   ELSE
                       STRING "differs only in case from project "
                                  DELIMITED BY SIZE
                              WS-KN-ID(WS-KN-IDX) DELIMITED BY SPACE
                              INTO WS-VIOL-DETAIL
                   END-IF
                   MOVE "CASE-COLLISION" TO WS-VIOL-RULE
                   PERFORM ADD-VIOLATION
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * Internal: Record one violation
      ******************************************************************
       ADD-VIOLATION.
           IF LS-VIOL-COUNT >= 10
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-VIOL-COUNT
           MOVE WS-VIOL-RULE TO LS-VIOL-RULE(LS-VIOL-COUNT)
           MOVE WS-VIOL-DETAIL TO LS-VIOL-DETAIL(LS-VIOL-COUNT).

      ******************************************************************
      * Internal: A conforming name to offer - reserved words taken
      * out, disallowed characters and blank runs folded to one
      * separator, the right prefix put on, cut to the maximum,
      * padded to the minimum and, if it would then collide with
      * another project, numbered
      ******************************************************************
       BUILD-SUGGESTION.
           MOVE WS-NAME TO WS-SUG
           IF LS-VIOL-COUNT = 0
               MOVE FUNCTION TRIM(WS-SUG LEADING) TO LS-SUGGESTED
               EXIT PARAGRAPH
           END-IF

           PERFORM CHOOSE-SEPARATOR

           PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
                       UNTIL WS-RSV-IDX > WS-RSV-COUNT
               PERFORM REMOVE-RESERVED-WORD
           END-PERFORM

           PERFORM FOLD-CHARACTERS

           IF WS-PFX-COUNT > 0
               PERFORM APPLY-PREFIX
           END-IF

           PERFORM SUGGESTION-LENGTH
           IF WS-MAX-LEN > 0 AND WS-SUG-LEN > WS-MAX-LEN
               MOVE SPACES TO WS-SUG(WS-MAX-LEN + 1:)
               PERFORM TRIM-SUGGESTION-END
           END-IF

           PERFORM SUGGESTION-LENGTH
           PERFORM UNTIL WS-MIN-LEN = 0 OR WS-SUG-LEN >= WS-MIN-LEN
                      OR WS-SUG-LEN >= 256
               ADD 1 TO WS-SUG-LEN
               MOVE WS-PAD-CHAR TO WS-SUG(WS-SUG-LEN:1)
           END-PERFORM

           IF WS-CASE-UNIQUE = "Y"
               PERFORM MAKE-SUGGESTION-UNIQUE
           END-IF
           MOVE WS-SUG TO LS-SUGGESTED.

      ******************************************************************
      * Internal: The separator a suggestion may use ("-", then "_",
      * then a blank - whichever the character set allows) and the
      * character it pads a short name with
      ******************************************************************
       CHOOSE-SEPARATOR.
           MOVE "Y" TO WS-HAVE-SEP
           MOVE "-" TO WS-ONE-CHAR
           PERFORM TEST-ONE-CHAR
           IF WS-CHAR-OK = "Y"
               MOVE "-" TO WS-SEP-CHAR
           ELSE
               MOVE "_" TO WS-ONE-CHAR
               PERFORM TEST-ONE-CHAR
               IF WS-CHAR-OK = "Y"
                   MOVE "_" TO WS-SEP-CHAR
               ELSE
                   MOVE SPACE TO WS-SEP-CHAR
                   MOVE WS-SPACE-OK TO WS-HAVE-SEP
               END-IF
           END-IF
           IF WS-CHARSET-ON NOT = "Y"
               MOVE "Y" TO WS-HAVE-SEP
           END-IF

           MOVE "0" TO WS-ONE-CHAR
           PERFORM TEST-ONE-CHAR
           IF WS-CHAR-OK = "Y"
               MOVE "0" TO WS-PAD-CHAR
           ELSE
               MOVE WS-ALLOWED-CHARS(1:1) TO WS-PAD-CHAR
           END-IF.

      ******************************************************************
      * Internal: Cut every occurrence of one reserved word out of
      * the suggestion
      ******************************************************************
       REMOVE-RESERVED-WORD.
           IF WS-RSV-LEN(WS-RSV-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SUG-TRIES
           PERFORM UNTIL WS-SUG-TRIES >= 10
               ADD 1 TO WS-SUG-TRIES
               MOVE FUNCTION UPPER-CASE(WS-SUG) TO WS-SUG-UPPER
               MOVE 0 TO WS-SUG-POS
               INSPECT WS-SUG-UPPER TALLYING WS-SUG-POS
                   FOR CHARACTERS BEFORE INITIAL
                       WS-RSV-WORD(WS-RSV-IDX)
                           (1:WS-RSV-LEN(WS-RSV-IDX))
               IF WS-SUG-POS >= 256
                   EXIT PERFORM
               END-IF
               COMPUTE WS-CUT-POS = WS-SUG-POS + 1
               MOVE WS-RSV-LEN(WS-RSV-IDX) TO WS-CUT-LEN
               PERFORM CUT-SUGGESTION
           END-PERFORM.

       CUT-SUGGESTION.
           MOVE SPACES TO WS-SUG-WORK
           IF WS-CUT-POS > 1
               MOVE WS-SUG(1:WS-CUT-POS - 1) TO WS-SUG-WORK
           END-IF
           IF WS-CUT-POS + WS-CUT-LEN <= 256
               MOVE WS-SUG(WS-CUT-POS + WS-CUT-LEN:)
                   TO WS-SUG-WORK(WS-CUT-POS:)
           END-IF
           MOVE WS-SUG-WORK TO WS-SUG.

      ******************************************************************
      * Internal: Rebuild the suggestion character by character -
      * disallowed characters become the separator, runs of blanks
      * and separators become one, none lead or trail
      ******************************************************************
       FOLD-CHARACTERS.
           PERFORM SUGGESTION-LENGTH
           MOVE SPACES TO WS-SUG-WORK
           MOVE 0 TO WS-SUG-PTR
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                       UNTIL WS-CHAR-IDX > WS-SUG-LEN
               MOVE WS-SUG(WS-CHAR-IDX:1) TO WS-ONE-CHAR
               PERFORM TEST-ONE-CHAR
               IF WS-CHAR-OK NOT = "Y" OR WS-ONE-CHAR = SPACE
                   IF WS-ONE-CHAR = SPACE AND WS-CHAR-OK = "Y"
                       MOVE SPACE TO WS-ONE-CHAR
                   ELSE
                       MOVE WS-SEP-CHAR TO WS-ONE-CHAR
                   END-IF
                   IF WS-HAVE-SEP NOT = "Y"
                       MOVE LOW-VALUE TO WS-ONE-CHAR
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN WS-ONE-CHAR = LOW-VALUE
                       CONTINUE
                   WHEN (WS-ONE-CHAR = SPACE OR WS-SEP-CHAR)
                        AND (WS-SUG-PTR = 0
                             OR WS-LAST-CHAR = SPACE
                             OR WS-LAST-CHAR = WS-SEP-CHAR)
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-SUG-PTR
                       MOVE WS-ONE-CHAR TO WS-SUG-WORK(WS-SUG-PTR:1)
                       MOVE WS-ONE-CHAR TO WS-LAST-CHAR
               END-EVALUATE
           END-PERFORM
           MOVE WS-SUG-WORK TO WS-SUG
           PERFORM TRIM-SUGGESTION-END.

      ******************************************************************
      * Internal: Put the required prefix on the front - a prefix
      * already there in another case is corrected, another
      * department's prefix is replaced (any listed prefix stands
      * when the owner's department has none of its own)
      ******************************************************************
       APPLY-PREFIX.
           MOVE WS-PFX-SUGGEST-IDX TO WS-PFX-IDX
           IF WS-PFX-LEN(WS-PFX-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-SUG) TO WS-SUG-UPPER
           PERFORM VARYING WS-PFX-HAS-IDX FROM 1 BY 1
                       UNTIL WS-PFX-HAS-IDX > WS-PFX-COUNT
               IF WS-PFX-LEN(WS-PFX-HAS-IDX) > 0
                   AND WS-SUG-UPPER(1:WS-PFX-LEN(WS-PFX-HAS-IDX))
                       = FUNCTION UPPER-CASE(WS-PFX-TEXT(WS-PFX-HAS-IDX)
                             (1:WS-PFX-LEN(WS-PFX-HAS-IDX)))
                   IF WS-PFX-DEPT-IDX = 0
                       MOVE WS-PFX-HAS-IDX TO WS-PFX-IDX
                   END-IF
                   MOVE 1 TO WS-CUT-POS
                   MOVE WS-PFX-LEN(WS-PFX-HAS-IDX) TO WS-CUT-LEN
                   PERFORM CUT-SUGGESTION
                   MOVE FUNCTION TRIM(WS-SUG LEADING) TO WS-SUG
                   IF WS-SUG(1:1) = WS-SEP-CHAR
                       MOVE WS-SUG(2:) TO WS-SUG-WORK
                       MOVE WS-SUG-WORK TO WS-SUG
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-SUG-WORK
           STRING WS-PFX-TEXT(WS-PFX-IDX)(1:WS-PFX-LEN(WS-PFX-IDX))
                      DELIMITED BY SIZE
                  WS-SUG DELIMITED BY SIZE
                  INTO WS-SUG-WORK
           MOVE WS-SUG-WORK TO WS-SUG.

      ******************************************************************
      * Internal: Number the suggestion until no other project has
      * it in any case
      ******************************************************************
       MAKE-SUGGESTION-UNIQUE.
           PERFORM TEST-SUGGESTION-TAKEN
           IF WS-SUG-TAKEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUG TO WS-SUG-BASE
           PERFORM VARYING WS-SUG-DIGIT FROM 2 BY 1
                       UNTIL WS-SUG-DIGIT = 0
                          OR WS-SUG-TAKEN NOT = "Y"
               MOVE WS-SUG-BASE TO WS-SUG
               PERFORM SUGGESTION-LENGTH
               IF WS-MAX-LEN > 0 AND WS-SUG-LEN + 2 > WS-MAX-LEN
                   AND WS-MAX-LEN > 2
                   MOVE SPACES TO WS-SUG(WS-MAX-LEN - 1:)
                   PERFORM TRIM-SUGGESTION-END
                   PERFORM SUGGESTION-LENGTH
               END-IF
               IF WS-SUG-LEN < 254
                   IF WS-HAVE-SEP = "Y"
                       ADD 1 TO WS-SUG-LEN
                       MOVE WS-SEP-CHAR TO WS-SUG(WS-SUG-LEN:1)
                   END-IF
                   ADD 1 TO WS-SUG-LEN
                   MOVE WS-SUG-DIGIT TO WS-SUG(WS-SUG-LEN:1)
               END-IF
               PERFORM TEST-SUGGESTION-TAKEN
               IF WS-SUG-DIGIT = 9
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       TEST-SUGGESTION-TAKEN.
           MOVE "N" TO WS-SUG-TAKEN
           MOVE FUNCTION UPPER-CASE(WS-SUG) TO WS-SUG-UPPER
           PERFORM VARYING WS-KN-IDX FROM 1 BY 1
                       UNTIL WS-KN-IDX > WS-KN-COUNT
               IF (LS-PROJ-ID = SPACES
                   OR WS-KN-ID(WS-KN-IDX) NOT = LS-PROJ-ID)
                   AND WS-KN-UPPER(WS-KN-IDX) = WS-SUG-UPPER(1:128)
                   MOVE "Y" TO WS-SUG-TAKEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * Internal: Length of the suggestion, and dropping the blanks
      * and separators left at its end
      ******************************************************************
       SUGGESTION-LENGTH.
           MOVE 256 TO WS-SUG-LEN
           PERFORM UNTIL WS-SUG-LEN = 0
                      OR WS-SUG(WS-SUG-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-SUG-LEN
           END-PERFORM.

       TRIM-SUGGESTION-END.
           PERFORM SUGGESTION-LENGTH
           PERFORM UNTIL WS-SUG-LEN = 0
                      OR (WS-SUG(WS-SUG-LEN:1) NOT = SPACE
                          AND WS-SUG(WS-SUG-LEN:1) NOT = WS-SEP-CHAR)
               MOVE SPACE TO WS-SUG(WS-SUG-LEN:1)
               SUBTRACT 1 FROM WS-SUG-LEN
           END-PERFORM.

       END PROGRAM NAMING-RULES.
