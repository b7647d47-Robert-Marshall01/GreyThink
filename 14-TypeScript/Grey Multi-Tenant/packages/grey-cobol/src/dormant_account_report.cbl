      * security asks about each quarter: any account whose status is
      * "inactive", and any account still "pending" whose last update
      * is older than the aging threshold (GREY_DORMANT_DAYS,
      * default 90). GREY_DORMANT_DAY_BASIS=BUSINESS counts the
      * threshold in business days (weekends and the holiday
      * calendar left out); the default, CALENDAR, counts every day.
      *
      * Report record shape is deliberately a candidate input file
      * for a later suspension step driven through USER-SET-STATUS:
       01  WS-PROFILE-ENV              PIC X(32)  VALUE SPACES.
       01  WS-PROFILE-LOADED           PIC X      VALUE "N".
       01  WS-DAYS-ENV                 PIC X(5)   VALUE SPACES.
       01  WS-BASIS-ENV                PIC X(8)   VALUE SPACES.

       01  WS-DORMANT-DAYS             PIC 9(5)   VALUE 90.
       01  WS-DAY-BASIS                PIC X(8)   VALUE "CALENDAR".
           88  WS-BUSINESS-DAY-BASIS              VALUE "BUSINESS".

      ******************************************************************
      * Aging cutoff (from DATE-CUTOFF-TS) - updated_at values older
           END-IF

           PERFORM COMPUTE-CUTOFF
           DISPLAY "Aging threshold: " WS-DORMANT-DAYS " "
                   FUNCTION LOWER-CASE(FUNCTION TRIM(WS-DAY-BASIS))
                   " days (cutoff " WS-CUTOFF-TS ")"

           OPEN OUTPUT DORMANT-FILE
           ACCEPT WS-TENANT-ENV FROM ENVIRONMENT "GREY_TENANT_ID"
           ACCEPT WS-PROXY-ENV FROM ENVIRONMENT "GREY_HTTP_PROXY"
           ACCEPT WS-DAYS-ENV FROM ENVIRONMENT "GREY_DORMANT_DAYS"
           ACCEPT WS-BASIS-ENV FROM ENVIRONMENT "GREY_DORMANT_DAY_BASIS"

      *    A named configuration profile, when requested, supplies
      *    host/port/TLS/timeouts/proxy/headers in one place; the env
               COMPUTE WS-DORMANT-DAYS = FUNCTION NUMVAL(WS-DAYS-ENV)
           END-IF

           IF FUNCTION UPPER-CASE(WS-BASIS-ENV) = "BUSINESS"
               MOVE "BUSINESS" TO WS-DAY-BASIS
           END-IF

           IF WS-PROFILE-LOADED NOT = "Y"
               CALL "SDK-INIT-PRODUCTION" USING WS-HOST-ENV
                                                WS-PORT-NUM

      ******************************************************************
      * COMPUTE-CUTOFF: Build the ISO-8601 timestamp WS-DORMANT-DAYS
      * calendar or business days before today; updated_at values
      * below it are stale
      ******************************************************************
       COMPUTE-CUTOFF.
           IF WS-BUSINESS-DAY-BASIS
               CALL "DATE-BUSINESS-CUTOFF-TS" USING WS-DORMANT-DAYS
                                                    WS-CUTOFF-TS
           ELSE
               CALL "DATE-CUTOFF-TS" USING WS-DORMANT-DAYS WS-CUTOFF-TS
           END-IF.

      ******************************************************************
      * SCAN-USER-PAGE: Pull one page of users and report each
