      * batch run (see src/CSBTEXTR.cbl), which waits for the card
      * to reach ACTIVATD, prices the RC-BT-FEE-PCT fee off
      * RATECARD, writes the transfer instruction extract for the
      * payments team, and moves the row to EXTRACTD. The CSBTRTN
      * run (see src/CSBTRTN.cbl) closes the row off the payments
      * team's return file - COMPLETD when the money reached the
      * other lender, RETURNED when it all came back, PARTPAID when
      * only part of it went - with the date in BT-OUTCOME-DATE.
      * BT-TRANSFER-FEE is then the fee actually charged (nothing on
      * a RETURNED row); BT-APPROVED-AMOUNT still says what was
      * sent, and the BTRETURN BALXFER credit on the ledger says
      * what came back.
      *
      * BT-TRANSFER-RATE and BT-RATE-MONTHS are the transfer's own
      * interest terms off the rate card (RC-BT-RATE /
      * RC-BT-RATE-MONTHS), stamped at extract - the CSCYCCLS cycle
      * close charges the transferred balance at that rate until
      * BT-RATE-MONTHS months after BT-EXTRACT-DATE and at the
      * card's APR after that. Spaces on rows extracted before the
      * fields existed - treated as no transfer offer. A RETURNED
      * row has no transferred balance left to charge.
      ******************************************************************
       01  BTREQ-RECORD.
           05  BT-REQUEST-KEY.
           05  BT-TRANSFER-FEE         PIC 9(5)V99.
           05  BT-REQUEST-DATE         PIC X(8).
           05  BT-EXTRACT-DATE         PIC X(8).
           05  BT-TRANSFER-RATE        PIC 9(2)V99.
           05  BT-RATE-MONTHS          PIC 9(2).
           05  BT-OUTCOME-DATE         PIC X(8).
           05  FILLER                  PIC X(2).
