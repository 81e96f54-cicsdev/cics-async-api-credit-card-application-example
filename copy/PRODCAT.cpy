      * passed - see EVALUATE-PRODUCT-ELIGIBILITY in
      * copy/PRODELIG.cpy.
      *
      * PD-POINTS-EARN-RATE is the rewards points the product earns
      * per whole unit of posted purchase spend (zero = the product
      * earns no points). CSPOSTNG accrues and reverses points at it
      * - see copy/PTSBAL.cpy.
      *
      * PD-CARD-DESIGN is the plastic design the embossing bureau
      * cuts the product's cards from (blank = the standard 'BASE'
      * design). Stock on hand is held per product and design in
      * PLASTINV - see copy/PLASTINV.cpy.
      *
      * Loaded/refreshed by CUSLOAD like the other reference files -
      * sample content in ctl/PRODCAT.seed.txt.
      ******************************************************************
           05  PD-ACTIVE-FLAG      PIC X(1).
           05  PD-LAUNCH-DATE      PIC X(8).
           05  PD-SUNSET-DATE      PIC X(8).
           05  PD-POINTS-EARN-RATE PIC 9(2)V99.
           05  PD-CARD-DESIGN      PIC X(4).
           05  FILLER              PIC X(7).
