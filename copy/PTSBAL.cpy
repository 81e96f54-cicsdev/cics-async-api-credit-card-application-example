      ******************************************************************
      *  PTSBAL
      *
      * Record layout for the PTSBAL VSAM KSDS - the rewards points
      * balance of each card position, keyed the same way as
      * CARDBAL (account plus applicant sequence). The row is
      * created the first time the card earns points and is moved
      * on by every points posting; each posting also writes a row
      * on the PTSLDG points ledger (see copy/PTSLDG.cpy), and
      * PB-LAST-POST-DATE / PB-LAST-POST-SEQ are the key of the last
      * one written, from which the next row's sequence is taken.
      *
      * Points are earned by CSPOSTNG (see src/CSPOSTNG.cbl) on each
      * posted purchase at the PD-POINTS-EARN-RATE of the card's
      * PRODCAT product, and taken back at the same rate when a
      * refund or purchase reversal posts, or CSCBKRTN (see
      * src/CSCBKRTN.cbl) recovers a chargeback on a purchase -
      * which may leave PB-POINTS-BALANCE negative until the card
      * earns again.
      * They are redeemed through the RWDS transaction (see
      * src/CSPTSRDM.cbl) and lapse when the card goes
      * CP-POINTS-EXPIRY-MONTHS without earning or redeeming, or is
      * closed (see src/CSPTSEXP.cbl). PB-LAST-ACTIVITY-DATE is the
      * last earn or redemption.
      *
      * PB-LIABILITY-BOOKED is what the points outstanding on the
      * card were last carried at in the general ledger - set by
      * the monthly CSPTSEXP valuation, and brought down at once by
      * a statement-credit redemption (the credit itself is booked
      * through the card ledger). PB-LAST-STATEMENT-POINTS is the
      * balance the last statement printed (see src/CSSTMTGN.cbl).
      ******************************************************************
       01  PTSBAL-RECORD.
           05  PB-CARD-KEY.
               10  PB-CUST-NO          PIC X(8).
               10  PB-APPL-SEQ-NO      PIC 9(1).
           05  PB-POINTS-BALANCE       PIC S9(9).
           05  PB-PRODUCT-CODE         PIC X(4).
           05  PB-OPENED-DATE          PIC X(8).
           05  PB-LAST-POST-DATE       PIC X(8).
           05  PB-LAST-POST-SEQ        PIC 9(4).
           05  PB-LAST-ACTIVITY-DATE   PIC X(8).
           05  PB-EARNED-TOTAL         PIC 9(9).
           05  PB-REVERSED-TOTAL       PIC 9(9).
           05  PB-REDEEMED-TOTAL       PIC 9(9).
           05  PB-EXPIRED-TOTAL        PIC 9(9).
           05  PB-LIABILITY-BOOKED     PIC S9(7)V99.
           05  PB-LAST-STATEMENT-POINTS PIC S9(9).
           05  FILLER                  PIC X(20).
