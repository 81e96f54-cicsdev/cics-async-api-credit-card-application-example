      * src/CSBTEXTR.cbl and copy/BTREQ.cpy). Rows loaded before
      * the field existed carry spaces there - CSBTEXTR treats a
      * non-numeric fee as zero.
      *
      * RC-BT-RATE is the interest rate a transferred balance
      * carries for RC-BT-RATE-MONTHS months from the transfer,
      * stamped onto the BTREQ row when CSBTEXTR extracts it and
      * charged in its own rate bucket by the CSCYCCLS cycle close
      * (see src/CSCYCCLS.cbl). Zero months means no transfer offer
      * - the transferred balance accrues at the card's own APR.
      *
      * RC-LATE-FEE is the fee the CSDELINQ due-date run (see
      * src/CSDELINQ.cbl) charges when a minimum payment is not met
      * by its due date. Zero (or rows loaded before the field
      * existed, which carry spaces there) leaves CSDELINQ charging
      * its own built-in fee.
      ******************************************************************
       01  RATECARD-RECORD.
           05  RC-RATE-KEY.
           05  RC-PROMO-MONTHS         PIC 9(2).
           05  RC-BT-FEE-PCT           PIC 9(2)V99.
           05  RC-PROTECT-PREM-PCT     PIC 9(2)V99.
           05  RC-BT-RATE              PIC 9(2)V99.
           05  RC-BT-RATE-MONTHS       PIC 9(2).
           05  RC-LATE-FEE             PIC 9(3)V99.
           05  FILLER                  PIC X(1).
