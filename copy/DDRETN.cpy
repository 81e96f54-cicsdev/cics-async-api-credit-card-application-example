      ******************************************************************
      *  DDRETN
      *
      * Record layout for the bank's returned-debit (unpaid) file -
      * one detail record ('D') per direct debit collection the
      * payer's bank refused, closed by a single trailer record
      * ('T') carrying the bank's own item count and amount total,
      * which the CSDDCOLL run (see src/CSDDCOLL.cbl) balances
      * against what it read.
      *
      * DR-COLLECTION-REF is the reference we sent on the
      * collection file (see copy/DDCOLL.cpy) - the card position
      * and the due date the collection paid. DR-RETURN-REASON is
      * the bank's unpaid reason code as they sent it (refer to
      * payer, instruction cancelled, account closed and so on);
      * it is kept on the mandate, not interpreted.
      ******************************************************************
       01  DDRETN-RECORD.
           05  DR-RECORD-TYPE          PIC X(1).
               88  DR-IS-DETAIL        VALUE 'D'.
               88  DR-IS-TRAILER       VALUE 'T'.
           05  DR-COLLECTION-REF.
               10  DR-REF-CUST-NO      PIC X(8).
               10  DR-REF-APPL-SEQ-NO  PIC 9(1).
               10  DR-REF-DUE-DATE     PIC X(8).
           05  DR-AMOUNT               PIC 9(7)V99.
           05  DR-RETURN-DATE          PIC X(8).
           05  DR-RETURN-REASON        PIC X(4).
           05  FILLER                  PIC X(41).
       01  DDRETN-TRAILER-RECORD.
           05  DR-TRL-RECORD-TYPE      PIC X(1).
           05  DR-TRL-RECORD-COUNT     PIC 9(7).
           05  DR-TRL-AMOUNT-TOTAL     PIC 9(11)V99.
           05  FILLER                  PIC X(59).
