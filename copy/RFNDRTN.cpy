      ******************************************************************
      *  RFNDRTN
      *
      * Record layout for the returned refund file - one detail
      * record ('D') per closure refund the bank could not deliver
      * (account closed, payee unknown, cheque returned by the post
      * and so on), closed by a single trailer record ('T')
      * carrying the bank's own item count and amount total, which
      * the CSCLSSET run (see src/CSCLSSET.cbl) balances against
      * what it read.
      *
      * RU-REFUND-REF is the reference we sent on the refund
      * instruction (see copy/RFNDINS.cpy) - the ledger key of the
      * refund row, which starts with the card position.
      * RU-RETURN-REASON is the bank's code as they sent it; it is
      * kept on CLSSETL, not interpreted.
      ******************************************************************
       01  RFNDRTN-RECORD.
           05  RU-RECORD-TYPE          PIC X(1).
               88  RU-IS-DETAIL        VALUE 'D'.
               88  RU-IS-TRAILER       VALUE 'T'.
           05  RU-REFUND-REF.
               10  RU-REF-CUST-NO      PIC X(8).
               10  RU-REF-APPL-SEQ-NO  PIC 9(1).
               10  RU-REF-POST-DATE    PIC X(8).
               10  RU-REF-POST-SEQ     PIC 9(4).
           05  RU-AMOUNT               PIC 9(7)V99.
           05  RU-RETURN-DATE          PIC X(8).
           05  RU-RETURN-REASON        PIC X(4).
           05  FILLER                  PIC X(37).
       01  RFNDRTN-TRAILER-RECORD.
           05  RU-TRL-RECORD-TYPE      PIC X(1).
           05  RU-TRL-RECORD-COUNT     PIC 9(7).
           05  RU-TRL-AMOUNT-TOTAL     PIC 9(11)V99.
           05  FILLER                  PIC X(59).
