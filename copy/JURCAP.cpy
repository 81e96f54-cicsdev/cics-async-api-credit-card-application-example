      ******************************************************************
      *  JURCAP
      *
      * Record layout for the JURCAP VSAM KSDS - the legal ceilings
      * on what a card may be priced at where the cardholder lives,
      * keyed on the ISO country code and region of the cardholder's
      * address (CA-COUNTRY-CODE and CA-REGION off CUSTADDR). A row
      * with a region of spaces is the country-wide cap; a row for
      * a region overrides it for that region, so a state or
      * province with a tighter usury law needs only its own row.
      *
      *   JC-MAX-APR         highest APR (and promotional rate) a
      *                      card may carry
      *   JC-MAX-ANNUAL-FEE  highest annual fee
      *   JC-MAX-LATE-FEE    highest late fee per missed due date
      *
      * A zero figure means that item is not capped there. An
      * address with no row at all is not capped.
      *
      * Applied wherever a price is set or changed: PRICING (every
      * new approval and product change), the CSRPRREV repricing
      * review, the CSPROMEX promotional-rate expiry and the CSDELINQ
      * late fee - the batch programs through the shared lookup in
      * copy/JURCAPP.cpy. ACCLTR discloses the capped figures in the
      * decision letter, and the CSCAPRPT report lists every card
      * priced at a cap and any found above one. Loaded/refreshed by
      * CUSLOAD like the other reference files (sample in
      * ctl/JURCAP.seed.txt).
      ******************************************************************
       01  JURCAP-RECORD.
           05  JC-CAP-KEY.
               10  JC-COUNTRY-CODE     PIC X(2).
               10  JC-REGION           PIC X(20).
           05  JC-MAX-APR              PIC 9(2)V99.
           05  JC-MAX-ANNUAL-FEE       PIC 9(5).
           05  JC-MAX-LATE-FEE         PIC 9(3)V99.
           05  JC-AUTHORITY            PIC X(30).
           05  FILLER                  PIC X(14).
