      ******************************************************************
      *  PLASTINV
      *
      * Record layout for the PLASTINV VSAM KSDS - the card plastic
      * stock held at the embossing bureau, keyed on the PRODCAT
      * product code and the card design the product is cut from
      * (PD-CARD-DESIGN, 'BASE' when the catalog leaves it blank).
      *
      * Stock comes in on delivery notes keyed through the PLST
      * transaction (see src/CSPLSTOK.cbl), which adds the quantity
      * to PV-ON-HAND and records the note in PLASTDLV so the same
      * note cannot be credited twice. Stock goes out one plastic per
      * record the nightly CSEMBOSS extract (see src/CSEMBOSS.cbl)
      * sends to the bureau - new issues, renewals, replacements,
      * product changes and authorised-user cards alike - so
      * PV-ON-HAND can go negative when the bureau has cut cards the
      * file has not yet been told were delivered.
      *
      *   PV-REORDER-POINT    set through PLST; at or under this the
      *                       CSALERTS sweep raises STKpppp for the
      *                       product and CSPLSRPT flags the row
      *   PV-LAST-ISSUE-DATE  the run date of the last CSEMBOSS run
      *   PV-LAST-ISSUE-QTY   that took stock, and how many it took
      *   PV-AVG-DAILY-ISSUE  rolling average of plastics issued per
      *                       run, rolled once per run date over at
      *                       most the last 30 (PV-AVG-DAYS-TRACKED);
      *                       CSPLSRPT projects days of stock from it
      ******************************************************************
       01  PLASTINV-RECORD.
           05  PV-STOCK-KEY.
               10  PV-PRODUCT-CODE     PIC X(4).
               10  PV-CARD-DESIGN      PIC X(4).
           05  PV-ON-HAND              PIC S9(7).
           05  PV-REORDER-POINT        PIC 9(7).
           05  PV-TOTAL-RECEIVED       PIC 9(9).
           05  PV-TOTAL-ISSUED         PIC 9(9).
           05  PV-LAST-DELIVERY-DATE   PIC X(8).
           05  PV-LAST-DELIVERY-NOTE   PIC X(12).
           05  PV-LAST-DELIVERY-QTY    PIC 9(7).
           05  PV-LAST-ISSUE-DATE      PIC X(8).
           05  PV-LAST-ISSUE-QTY       PIC 9(5).
           05  PV-AVG-DAILY-ISSUE      PIC 9(5)V99.
           05  PV-AVG-DAYS-TRACKED     PIC 9(3).
           05  PV-AVG-ROLLED-DATE      PIC X(8).
           05  PV-UPDATED-BY           PIC X(8).
           05  FILLER                  PIC X(20).
