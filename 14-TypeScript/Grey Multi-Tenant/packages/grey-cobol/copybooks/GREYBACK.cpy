      ******************************************************************
      * GREYBACK.cpy - Grey Billing Intake Acknowledgment Layouts
      * The file the mainframe billing intake returns for each feed
      * it receives (the monthly GREYBILL extract or a correction
      * extract). All three record types are 120 bytes; the type
      * byte in column 1 tells them apart. The header echoes the
      * period and source of the feed acknowledged, each detail says
      * whether one project's detail record was accepted or rejected
      * and why, and the trailer carries the control totals the
      * intake computed from what it actually received - compared
      * against the trailer we sent.
      ******************************************************************
       01  BACK-HEADER-RECORD.
           05  BACK-HDR-TYPE           PIC X(01).
           05  BACK-HDR-PERIOD         PIC X(06).
           05  BACK-HDR-SOURCE         PIC X(16).
           05  BACK-HDR-ACK-DATE       PIC X(08).
           05  FILLER                  PIC X(89).

       01  BACK-DETAIL-RECORD.
           05  BACK-DTL-TYPE           PIC X(01).
           05  BACK-DTL-PROJECT-ID     PIC X(32).
      *        "A" accepted, "R" rejected
           05  BACK-DTL-RESULT         PIC X(01).
           05  BACK-DTL-REASON-CODE    PIC X(08).
           05  BACK-DTL-REASON-TEXT    PIC X(60).
           05  FILLER                  PIC X(18).

       01  BACK-TRAILER-RECORD.
           05  BACK-TRL-TYPE           PIC X(01).
           05  BACK-TRL-REC-COUNT      PIC 9(09).
           05  BACK-TRL-DAY-TOTAL      PIC 9(12).
           05  BACK-TRL-ID-HASH        PIC 9(10).
           05  BACK-TRL-ACCEPT-COUNT   PIC 9(09).
           05  BACK-TRL-REJECT-COUNT   PIC 9(09).
           05  FILLER                  PIC X(70).
