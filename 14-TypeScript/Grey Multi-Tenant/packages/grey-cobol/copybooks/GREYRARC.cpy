      ******************************************************************
      * GREYRARC.cpy - Grey Report Archive Index Record
      * One record per report REPORT-DISTRIBUTOR sent out: the
      * archived copy of the file as it was mailed, what it held,
      * its checksum (the shop's standard rolling hash, so a copy
      * that has been altered or damaged since shows up on the
      * retrieval's verify), and who it went to. Keyed on report
      * name (the file name without its directory), run date and
      * distribution run ID, so REPORT-RETRIEVAL finds every
      * archived night of a report by name and date with one START.
      ******************************************************************
       01  RARC-RECORD.
           05  RARC-KEY.
               10  RARC-REPORT-NAME    PIC X(64).
      *        Run date as YYYY-MM-DD and the distribution run
      *        ("RUN-" + YYYYMMDDHHMMSS) - two runs in one day both
      *        stay on file
               10  RARC-RUN-DATE       PIC X(10).
               10  RARC-RUN-ID         PIC X(24).
           05  RARC-SOURCE-PATH        PIC X(128).
           05  RARC-ARCHIVE-PATH       PIC X(128).
           05  RARC-ARCHIVED-TS        PIC X(19).
           05  RARC-LINE-COUNT         PIC 9(8).
           05  RARC-PAGE-COUNT         PIC 9(6).
           05  RARC-BYTE-COUNT         PIC 9(12).
           05  RARC-CHECKSUM           PIC 9(10).
           05  RARC-RECIP-COUNT        PIC 9(3).
      *    Recipients as routed, comma separated
           05  RARC-RECIPIENTS         PIC X(512).
