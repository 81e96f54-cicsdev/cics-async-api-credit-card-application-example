      * FUNDED to CONVERTD and the offer becomes a normal approved
      * CSCACHE position - card number, price, emboss pickup and all
      * - exactly as if the pipeline had approved it.
      *
      * Once the card is closed and settled, the CSCLSSET closure
      * settlement run (see src/CSCLSSET.cbl) sets the deposit
      * against the final balance and moves the row to SETTLED:
      * DT-SETTLED-DATE is the day, DT-DEPOSIT-RETURNED the part of
      * the deposit refunded once any debt was paid off.
      *
      * A position run well for long enough graduates instead: the
      * monthly CSGRDREV review proposes an unsecured limit and,
      * once an operator approves it, CSGRDAPP (see
      * src/CSGRDAPP.cbl) credits the whole deposit back to the
      * card and moves the row to GRADUATD - DT-SETTLED-DATE is the
      * day, DT-DEPOSIT-RETURNED the deposit. A GRADUATD card is an
      * ordinary unsecured card from then on; the closure and
      * charge-off runs only ever apply a CONVERTD deposit.
      ******************************************************************
       01  DEPTRACK-RECORD.
           05  DT-DEPOSIT-KEY.
           05  DT-FUNDED-DATE          PIC X(8).
           05  DT-CONVERTED-DATE       PIC X(8).
           05  DT-CONFIRMED-BY         PIC X(8).
           05  DT-SETTLED-DATE         PIC X(8).
           05  DT-DEPOSIT-RETURNED     PIC 9(5)V99.
