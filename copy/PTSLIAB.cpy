      ******************************************************************
      *  PTSLIAB
      *
      * Record layout for the rewards points liability extract
      * written by the monthly CSPTSEXP run (see src/CSPTSEXP.cbl) -
      * a single record valuing every card's outstanding points at
      * CP-POINT-VALUE once the month's lapsed points have expired.
      *
      *   LV-LIABILITY     what the points outstanding are worth now
      *   LV-MOVEMENT      the change from what was booked before -
      *                    positive raises the liability, negative
      *                    releases it. Statement-credit redemptions
      *                    have already released their share through
      *                    the card ledger, so only the rest is here.
      *
      * CSGLEXTR (see src/CSGLEXTR.cbl) journals LV-MOVEMENT on the
      * day LV-VALUATION-DATE names, as event source PTSLIAB, type
      * POINTS.
      ******************************************************************
       01  PTSLIAB-RECORD.
           05  LV-VALUATION-DATE       PIC X(8).
           05  LV-CARDS-VALUED         PIC 9(7).
           05  LV-POINTS-OUTSTANDING   PIC 9(11).
           05  LV-POINT-VALUE          PIC 9V9(4).
           05  LV-LIABILITY            PIC 9(9)V99.
           05  LV-MOVEMENT             PIC S9(9)V99.
           05  LV-POINTS-EXPIRED       PIC 9(11).
           05  FILLER                  PIC X(16).
