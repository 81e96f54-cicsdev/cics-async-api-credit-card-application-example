      ******************************************************************
      *  CHGBKRTN
      *
      * Record layout for the card scheme's chargeback response feed
      * - what became of the chargebacks and arbitration requests we
      * sent on the chargeback extract (see copy/CHGBKEXT.cpy),
      * closed by a single trailer record ('T') carrying the scheme's
      * own item count and recovered total, which the CSCBKRTN run
      * (see src/CSCBKRTN.cbl) balances against what it read.
      *
      * CR-CASE-REF quotes the case as we sent it - the disputed
      * posting's CARDLDG key.
      *
      *   CR-RECORD-TYPE  D  a response - CR-OUTCOME is one of:
      *                        ACCEPTED  the merchant accepted the
      *                                  chargeback - CR-AMOUNT is
      *                                  recovered
      *                        REPRSNTD  the merchant re-presented
      *                                  the charge, for CR-REASON
      *                        ARBWON    the scheme ruled for us -
      *                                  CR-AMOUNT is recovered
      *                        ARBLOST   the scheme ruled for the
      *                                  merchant, for CR-REASON
      *
      * CR-AMOUNT is zero on a REPRSNTD or ARBLOST record; the
      * trailer total is the amount recovered. CR-REASON is the
      * scheme's own code; it is kept and reported, not interpreted.
      ******************************************************************
       01  CHGBKRTN-RECORD.
           05  CR-RECORD-TYPE          PIC X(1).
               88  CR-IS-RESPONSE      VALUE 'D'.
               88  CR-IS-TRAILER       VALUE 'T'.
           05  CR-CASE-REF.
               10  CR-REF-CUST-NO      PIC X(8).
               10  CR-REF-APPL-SEQ-NO  PIC 9(1).
               10  CR-REF-POST-DATE    PIC X(8).
               10  CR-REF-POST-SEQ     PIC 9(4).
           05  CR-OUTCOME              PIC X(8).
               88  CR-IS-ACCEPTED      VALUE 'ACCEPTED'.
               88  CR-IS-REPRESENTED   VALUE 'REPRSNTD'.
               88  CR-IS-ARB-WON       VALUE 'ARBWON  '.
               88  CR-IS-ARB-LOST      VALUE 'ARBLOST '.
               88  CR-IS-RECOVERY      VALUE 'ACCEPTED' 'ARBWON  '.
           05  CR-EFFECTIVE-DATE       PIC X(8).
           05  CR-AMOUNT               PIC 9(7)V99.
           05  CR-REASON               PIC X(4).
           05  CR-SCHEME-CASE-REF      PIC X(12).
           05  FILLER                  PIC X(17).
       01  CHGBKRTN-TRAILER-RECORD.
           05  CR-TRL-RECORD-TYPE      PIC X(1).
           05  CR-TRL-RECORD-COUNT     PIC 9(7).
           05  CR-TRL-AMOUNT-TOTAL     PIC 9(11)V99.
           05  FILLER                  PIC X(59).
