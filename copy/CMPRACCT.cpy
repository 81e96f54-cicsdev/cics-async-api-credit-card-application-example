      ******************************************************************
      *  CMPRACCT
      *
      * Record layout for the card scheme's compromised-account file
      * - the card numbers the scheme has found exposed in a data
      * breach at a merchant or processor, worked by the CSCMPMAT run
      * (see src/CSCMPMAT.cbl). One detail record ('D') per card
      * number, quoting the scheme's own reference for the breach,
      * closed by a single trailer record ('T') carrying the scheme's
      * record count, which the run balances against what it read.
      *
      *   CA-SEVERITY  H  high - enough was exposed to use the card
      *                   (number with expiry or security code)
      *                L  low - the number alone
      *
      * CA-EXPOSURE-DATE is the start of the window in which the
      * scheme believes the data was taken.
      ******************************************************************
       01  CMPRACCT-RECORD.
           05  CA-RECORD-TYPE          PIC X(1).
               88  CA-IS-DETAIL        VALUE 'D'.
               88  CA-IS-TRAILER       VALUE 'T'.
           05  CA-BREACH-REF           PIC X(12).
           05  CA-CARD-NUMBER          PIC X(16).
           05  CA-SEVERITY             PIC X(1).
               88  CA-SEVERITY-HIGH    VALUE 'H'.
               88  CA-SEVERITY-LOW     VALUE 'L'.
           05  CA-EXPOSURE-DATE        PIC X(8).
           05  FILLER                  PIC X(42).
       01  CMPRACCT-TRAILER-RECORD.
           05  CA-TRL-RECORD-TYPE      PIC X(1).
           05  CA-TRL-RECORD-COUNT     PIC 9(7).
           05  FILLER                  PIC X(72).
