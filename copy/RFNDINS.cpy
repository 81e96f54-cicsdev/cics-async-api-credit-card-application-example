      ******************************************************************
      *  RFNDINS
      *
      * Record layout for the closure refund instruction file the
      * CSCLSSET run (see src/CSCLSSET.cbl) sends the payments team
      * - one detail record ('D') per refund owed on a settled
      * closed card, closed by a single trailer record ('T')
      * carrying the item count and amount total to balance
      * against.
      *
      * RD-METHOD BANK pays RD-AMOUNT by credit transfer to the
      * sort code and account the cardholder's direct debit was
      * taken from; CHEQUE sends a cheque to the payee and address,
      * which are in the clear, as the bank needs them.
      * RD-REFUND-REF is the ledger key of the refund row on
      * CARDLDG and comes back unchanged on a refund returned
      * undelivered (see copy/RFNDRTN.cpy).
      ******************************************************************
       01  RFNDINS-RECORD.
           05  RD-RECORD-TYPE          PIC X(1).
               88  RD-IS-DETAIL        VALUE 'D'.
               88  RD-IS-TRAILER       VALUE 'T'.
           05  RD-REFUND-REF           PIC X(21).
           05  RD-METHOD               PIC X(6).
           05  RD-AMOUNT               PIC 9(7)V99.
           05  RD-SORT-CODE            PIC X(6).
           05  RD-BANK-ACCOUNT         PIC X(8).
           05  RD-PAYEE-NAME           PIC X(80).
           05  RD-ADDR-LINE-1          PIC X(30).
           05  RD-ADDR-LINE-2          PIC X(30).
           05  RD-CITY                 PIC X(20).
           05  RD-POSTCODE             PIC X(10).
           05  RD-EXTRACT-DATE         PIC X(8).
           05  FILLER                  PIC X(21).
       01  RFNDINS-TRAILER-RECORD.
           05  RD-TRL-RECORD-TYPE      PIC X(1).
           05  RD-TRL-RECORD-COUNT     PIC 9(7).
           05  RD-TRL-AMOUNT-TOTAL     PIC 9(11)V99.
           05  FILLER                  PIC X(229).
