      ******************************************************************
      *  AUTHSNAP
      *
      * Record layout for the AUTHSNAP VSAM KSDS - what the
      * authorization switch was last told about each card number,
      * keyed on the 16 digit number itself (the way HOTCARD is).
      * The CSAUTHFD run (see src/CSAUTHFD.cbl) writes or rewrites
      * the row for every number it sends: the nightly FULL file
      * refreshes every row, and an intraday DELTA run sends only
      * the numbers whose status, expiry, limit, open-to-buy or
      * monitoring flag no longer matches the row here - the change
      * since the switch last heard from us. The fields carry the
      * same values as the AUTHFEED detail that was sent (see
      * copy/AUTHFEED.cpy).
      ******************************************************************
       01  AUTHSNAP-RECORD.
           05  SW-CARD-NUMBER          PIC X(16).
           05  SW-CUST-NO              PIC X(8).
           05  SW-APPL-SEQ-NO          PIC 9(1).
           05  SW-CARD-STATUS          PIC X(1).
           05  SW-EXPIRY-DATE          PIC X(8).
           05  SW-CREDIT-LIMIT         PIC 9(7).
           05  SW-OPEN-TO-BUY          PIC S9(8)V99.
           05  SW-SENT-DATE            PIC X(8).
           05  SW-SENT-TIME            PIC X(8).
           05  SW-SENT-FEED-TYPE       PIC X(5).
           05  SW-MONITOR-FLAG         PIC X(1).
           05  FILLER                  PIC X(19).
