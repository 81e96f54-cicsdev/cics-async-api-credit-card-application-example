      * transfer: the card it lands on, the amount approved at
      * decision time, and the RC-BT-FEE-PCT fee priced off the
      * rate card.
      *
      * The transfer and its fee are charged to the card's ledger
      * by the CSPOSTNG nightly posting run (see src/CSPOSTNG.cbl).
      * The payments team answers each instruction on their return
      * file (see copy/BTRTN.cpy), quoting the card position and
      * BI-EXTRACT-DATE; the CSBTRTN run (see src/CSBTRTN.cbl)
      * reverses whatever did not reach the other lender.
      ******************************************************************
       01  BTINSTR-RECORD.
           05  BI-CUST-NO              PIC X(8).
