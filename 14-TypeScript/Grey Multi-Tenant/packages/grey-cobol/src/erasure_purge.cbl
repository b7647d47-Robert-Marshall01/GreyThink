      * and produces a destruction certificate
      * (/tmp/grey_erasure_certificate.txt) listing each file
      * touched and the records affected.
      * A user under legal hold (HOLD-CHECK) is not erased at all -
      * the run is refused with the LEGAL-HOLD error before anything
      * is rewritten, and the attempt is logged for the hold register.
      * RETURN-CODE 0 purged, 4 user not on the user master (only
      * the ID could be swept), 8 setup failure, 12 refused - the
      * user is under legal hold.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERASURE-PURGE.

       01  WS-ERASE-ID-ENV             PIC X(64)  VALUE SPACES.

      ******************************************************************
      * Legal hold check of the user to be erased
      ******************************************************************
       01  WS-JOB-NAME                 PIC X(32)  VALUE "ERASURE-PURGE".
       01  WS-HOLD-ACTION              PIC X(16)  VALUE "ERASE".
       01  WS-HOLD-PROJECT-ID          PIC X(64)  VALUE SPACES.
       01  WS-HOLD-FLAG                PIC X      VALUE "N".
       01  WS-HOLD-MATTER              PIC X(32)  VALUE SPACES.
       01  WS-HOLD-ERROR.
           05  WS-HOLD-ERR-CODE        PIC X(32)  VALUE SPACES.
           05  WS-HOLD-ERR-MSG         PIC X(256) VALUE SPACES.
           05  WS-HOLD-ERR-DETAILS     PIC X(1024) VALUE SPACES.
           05  WS-HOLD-ERR-RETRYABLE   PIC X      VALUE "N".

      ******************************************************************
      * The person's identifying strings, resolved from the user
      * master before anything is rewritten
               STOP RUN
           END-IF

      *    A user under legal hold must be preserved, not erased
           CALL "HOLD-CHECK" USING WS-JOB-NAME WS-HOLD-ACTION
                                   WS-HOLD-PROJECT-ID WS-ERASE-ID-ENV
                                   WS-HOLD-FLAG WS-HOLD-MATTER
                                   WS-HOLD-ERROR
           IF WS-HOLD-FLAG = "Y"
               DISPLAY "Erasure refused: " WS-HOLD-ERR-MSG
               CALL "ERROR-TO-RETURN-CODE" USING WS-HOLD-ERR-CODE
                                                 RETURN-CODE
               STOP RUN
           END-IF

           PERFORM RESOLVE-PERSON
           IF WS-PERSON-FOUND NOT = "Y"
               DISPLAY "User " WS-ERASE-ID-ENV " is not on the user "
