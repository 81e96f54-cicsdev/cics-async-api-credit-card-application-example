      ******************************************************************
      *  PTSLDG
      *
      * Record layout for the PTSLDG VSAM KSDS - the rewards points
      * ledger. One row per points movement on a card position,
      * keyed on the card (account plus applicant sequence), the
      * posting date and a sequence within the date taken from the
      * card's PTSBAL row (see copy/PTSBAL.cpy). Rows are written,
      * never rewritten: a reversal is a new row, not a change to
      * the one it reverses.
      *
      *   PT-POINTS-TYPE   EARN    - a posted purchase (CSPOSTNG)
      *                    REVERSE - a refund or purchase reversal
      *                              (CSPOSTNG) or a chargeback
      *                              recovered (CSCBKRTN) taking
      *                              points back
      *                    REDEEM  - a redemption (RWDS, CSPTSRDM)
      *                    EXPIRE  - points lapsed (CSPTSEXP)
      *   PT-POINTS        the movement, signed - EARN positive, the
      *                    others negative
      *   PT-EARN-RATE / PT-TRAN-AMOUNT  the product rate and money
      *                    amount an EARN or REVERSE was worked from
      *   PT-SOURCE-KEY    the CARDLDG row (card key, date, sequence)
      *                    an EARN, REVERSE or statement credit came
      *                    from or went to
      *   PT-REDEEM-METHOD S statement credit (PT-CREDIT-AMOUNT
      *                    posted to the card) or C catalogue item
      *                    (PT-CATALOGUE-ITEM)
      *   PT-BALANCE-AFTER the card's points balance once posted
      ******************************************************************
       01  PTSLDG-RECORD.
           05  PT-LEDGER-KEY.
               10  PT-CARD-KEY.
                   15  PT-CUST-NO      PIC X(8).
                   15  PT-APPL-SEQ-NO  PIC 9(1).
               10  PT-POST-DATE        PIC X(8).
               10  PT-POST-SEQ         PIC 9(4).
           05  PT-POINTS-TYPE          PIC X(8).
           05  PT-POINTS               PIC S9(9).
           05  PT-PRODUCT-CODE         PIC X(4).
           05  PT-EARN-RATE            PIC 9(2)V99.
           05  PT-TRAN-AMOUNT          PIC 9(7)V99.
           05  PT-SOURCE-KEY           PIC X(21).
           05  PT-REDEEM-METHOD        PIC X(1).
               88  PT-STATEMENT-CREDIT VALUE 'S'.
               88  PT-CATALOGUE-ITEM-REDEEMED VALUE 'C'.
           05  PT-CATALOGUE-ITEM       PIC X(12).
           05  PT-CREDIT-AMOUNT        PIC 9(7)V99.
           05  PT-BALANCE-AFTER        PIC S9(9).
           05  PT-POSTED-BY            PIC X(8).
           05  PT-DESCRIPTION          PIC X(25).
           05  FILLER                  PIC X(20).
