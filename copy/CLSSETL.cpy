      ******************************************************************
      *  CLSSETL
      *
      * Record layout for the CLSSETL VSAM KSDS - the closure
      * settlement of each closed card position, keyed like CSCACHE
      * (account plus applicant sequence). The CSCLSSET run (see
      * src/CSCLSSET.cbl) writes the row once the position is
      * closed and its last cycle has been closed after it - the
      * final balance then includes the last postings and interest
      * - and it is never written twice for a position.
      *
      *   SE-FINAL-BALANCE     the CARDBAL balance the position was
      *                        settled at (negative for a credit)
      *   SE-DEPOSIT-APPLIED   the secured deposit (DEPTRACK) set
      *                        against it - the whole deposit goes
      *                        onto the card as a credit
      *   SE-REFUND-AMOUNT     the credit left after the deposit,
      *                        paid back to the cardholder
      *   SE-AMOUNT-OWED       the debt the deposit did not cover,
      *                        left on the card for collections
      *
      *   SE-STATUS  CLEAR     nothing owed either way
      *              OWED      a debit balance remains
      *              REFUNDED  a refund instruction has gone out
      *                        (see copy/RFNDINS.cpy) by SE-METHOD:
      *                        BANK to the direct debit account on
      *                        DDMANDT, CHEQUE to the card address
      *              HELD      the refund came back undelivered
      *                        (see copy/RFNDRTN.cpy) - the money is
      *                        on the card as a credit again, and
      *                        the position waits for follow-up
      *
      * SE-REFUND-REF is the ledger key of the refund row, sent on
      * the instruction and quoted back on a returned refund.
      ******************************************************************
       01  CLSSETL-RECORD.
           05  SE-SETTLE-KEY.
               10  SE-CUST-NO          PIC X(8).
               10  SE-APPL-SEQ-NO      PIC 9(1).
           05  SE-STATUS               PIC X(8).
               88  SE-IS-CLEAR         VALUE 'CLEAR   '.
               88  SE-IS-OWED          VALUE 'OWED    '.
               88  SE-IS-REFUNDED      VALUE 'REFUNDED'.
               88  SE-IS-HELD          VALUE 'HELD    '.
           05  SE-CLOSED-DATE          PIC X(8).
           05  SE-SETTLED-DATE         PIC X(8).
           05  SE-FINAL-BALANCE        PIC S9(7)V99.
           05  SE-DEPOSIT-APPLIED      PIC 9(7)V99.
           05  SE-REFUND-AMOUNT        PIC 9(7)V99.
           05  SE-AMOUNT-OWED          PIC 9(7)V99.
           05  SE-METHOD               PIC X(6).
               88  SE-BY-BANK          VALUE 'BANK  '.
               88  SE-BY-CHEQUE        VALUE 'CHEQUE'.
           05  SE-REFUND-REF           PIC X(21).
           05  SE-RETURNED-DATE        PIC X(8).
           05  SE-RETURN-REASON        PIC X(4).
           05  FILLER                  PIC X(20).
