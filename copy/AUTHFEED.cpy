      ******************************************************************
      *  AUTHFEED
      *
      * Record layout for the card-status feed to the authorization
      * switch, written by the CSAUTHFD run (see src/CSAUTHFD.cbl) -
      * 100 byte fixed records, one header, one detail per card
      * number, one trailer. The nightly FULL file carries every
      * card number we know of; an intraday DELTA file carries only
      * the numbers whose entry has changed since the switch was
      * last sent one (see copy/AUTHSNAP.cpy). Either way a detail
      * replaces whatever the switch held for that number.
      *
      *   AF-CARD-STATUS  A  active - activated through CACT
      *                   N  not activated yet (still in production,
      *                      in the post, or never confirmed)
      *                   C  closed - the card, its position or the
      *                      whole account
      *                   H  hot-listed - on HOTCARD, dead forever
      *                   B  blocked - unactivated too long, or the
      *                      account is blocked
      *                   L  locked - the cardholder's temporary
      *                      lock (CD-LOCK-STATUS); a later entry
      *                      lifts it
      *
      * AF-MONITOR-FLAG is M when the card scheme has named the
      * number in a data breach at low severity and the card was left
      * live (CR-STATUS MONITOR on CMPRCARD - see copy/CMPRCARD.cpy)
      * - the switch watches it more closely; blank otherwise.
      *
      * AF-OPEN-TO-BUY is AF-CREDIT-LIMIT less the ledger balance on
      * CARDBAL and less the live CAUT holds on AUTHHOLD (see
      * copy/AUTHHOLD.cpy) - more than the limit when the card is in
      * credit, negative (AF-OTB-SIGN '-') when it is over its limit.
      *
      * The trailer balances the file back to CARDMAS: every CARDMAS
      * row read either carried no card number yet or was sent (or,
      * on a DELTA, was unchanged), the hot-listed numbers CARDMAS
      * no longer carries came from HOTCARD, and the authorized-user
      * cards not on HOTCARD came from USRCARD (see
      * copy/USRCARD.cpy) -
      *
      *   CARDMAS-ROWS - UNNUMBERED + HOTCARD-ONLY + USER-CARDS
      *        = ENTRY-COUNT + UNCHANGED
      *
      * and ENTRY-COUNT is the sum of the six status counts.
      * AF-TRL-HASH-TOTAL is the sum of digits 7 to 16 of every card
      * number sent (the six digit BIN adds nothing to a hash).
      ******************************************************************
       01  AUTHFEED-RECORD.
           05  AF-RECORD-TYPE          PIC X(1).
               88  AF-IS-HEADER        VALUE 'H'.
               88  AF-IS-DETAIL        VALUE 'D'.
               88  AF-IS-TRAILER       VALUE 'T'.
           05  AF-CARD-NUMBER          PIC X(16).
           05  AF-EXPIRY-DATE          PIC X(8).
           05  AF-CARD-STATUS          PIC X(1).
               88  AF-CARD-ACTIVE      VALUE 'A'.
               88  AF-CARD-NOT-ACTIVATED VALUE 'N'.
               88  AF-CARD-CLOSED      VALUE 'C'.
               88  AF-CARD-HOTLISTED   VALUE 'H'.
               88  AF-CARD-BLOCKED     VALUE 'B'.
               88  AF-CARD-LOCKED      VALUE 'L'.
           05  AF-CREDIT-LIMIT         PIC 9(7).
           05  AF-OTB-SIGN             PIC X(1).
           05  AF-OPEN-TO-BUY          PIC 9(8)V99.
           05  AF-CUST-NO              PIC X(8).
           05  AF-APPL-SEQ-NO          PIC 9(1).
           05  AF-MONITOR-FLAG         PIC X(1).
               88  AF-CARD-MONITORED   VALUE 'M'.
           05  FILLER                  PIC X(46).
       01  AUTHFEED-HEADER-RECORD.
           05  AF-HDR-RECORD-TYPE      PIC X(1).
           05  AF-HDR-FEED-TYPE        PIC X(5).
               88  AF-HDR-IS-FULL      VALUE 'FULL '.
               88  AF-HDR-IS-DELTA     VALUE 'DELTA'.
           05  AF-HDR-RUN-DATE         PIC X(8).
           05  AF-HDR-RUN-TIME         PIC X(8).
           05  FILLER                  PIC X(78).
       01  AUTHFEED-TRAILER-RECORD.
           05  AF-TRL-RECORD-TYPE      PIC X(1).
           05  AF-TRL-ENTRY-COUNT      PIC 9(7).
           05  AF-TRL-HASH-TOTAL       PIC 9(15).
           05  AF-TRL-CARDMAS-ROWS     PIC 9(7).
           05  AF-TRL-UNNUMBERED       PIC 9(7).
           05  AF-TRL-HOTCARD-ONLY     PIC 9(7).
           05  AF-TRL-UNCHANGED        PIC 9(7).
           05  AF-TRL-STATUS-COUNTS.
               10  AF-TRL-ACTIVE       PIC 9(7).
               10  AF-TRL-NOT-ACTIVATED PIC 9(7).
               10  AF-TRL-CLOSED       PIC 9(7).
               10  AF-TRL-HOTLISTED    PIC 9(7).
               10  AF-TRL-BLOCKED      PIC 9(7).
               10  AF-TRL-LOCKED       PIC 9(7).
           05  AF-TRL-USER-CARDS       PIC 9(7).
           05  FILLER                  PIC X(7).
