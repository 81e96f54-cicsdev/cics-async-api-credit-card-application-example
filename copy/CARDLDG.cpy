      ******************************************************************
      *  CARDLDG
      *
      * Record layout for the CARDLDG VSAM KSDS - the cardholder
      * transaction ledger. CARDMAS says a card exists and whether
      * it is live (see copy/CARDMAS.cpy); this file says what has
      * happened on it. One row per posted money movement, keyed on
      * the card position (CD-CARD-KEY - account plus applicant
      * sequence) and the business date it was posted, with a
      * per-day sequence so every row for a card reads back in
      * posting order. The running balance is carried on the
      * CARDBAL row for the position (see copy/CARDBAL.cpy) and
      * LG-BALANCE-AFTER records it as it stood after this row -
      * every balance can be explained row by row.
      *
      * LG-TRAN-TYPE is one of:
      *
      *   PURCHASE  scheme-cleared purchase          (debit)
      *   CASHADV   scheme-cleared cash advance      (debit)
      *   REFUND    merchant credit voucher          (credit)
      *   REVERSAL  scheme reversal of an earlier    (credit)
      *             purchase or cash advance
      *   CHGBACK   disputed purchase charged back   (credit)
      *             to the merchant through the scheme
      *   DISPUTE   provisional credit on a posting  (credit)
      *             the cardholder disputes - as a
      *             debit, the credit taken off once
      *             the case is decided or withdrawn (debit)
      *   REDEEM    rewards points redeemed as a     (credit)
      *             statement credit
      *   FEE       our own fee - annual fee off FEEBILL, transfer
      *             fee off BTINSTR, late payment fee (debit)
      *             - as a credit, the fee on a
      *             returned transfer refunded       (credit)
      *   BALXFER   balance transfer off BTINSTR     (debit)
      *             - as a credit, the part of a
      *             transfer the other lender
      *             returned                         (credit)
      *   PAYMENT   cardholder payment               (credit)
      *             - as a debit, a direct debit the bank
      *             returned unpaid                  (debit)
      *   INTEREST  cycle-close interest charge      (debit)
      *   ADJUST    manual adjustment either way
      *   DEPOSIT   secured deposit applied to the   (credit)
      *             card at closure settlement or
      *             charge-off
      *   CLSRFND   credit balance refunded at       (debit)
      *             closure - as a credit, a refund
      *             the bank returned undelivered    (credit)
      *   WRITEOFF  balance charged off as a loss    (credit)
      *
      * LG-SOURCE names the feed the row came from (CLEARING,
      * FEEBILL, BTINSTR, BTRETURN, BANKPAY, SUSPENSE, CYCLE,
      * DUEDATE, DIRDEBIT, DDRETURN, REWARDS, SETTLE, CHGOFF,
      * GRADUATE, AGENCY, PPICLAIM, TXNDISP, CBRETURN) so a
      * row can always be traced back to the input that caused it.
      * Rows are written by the CSPOSTNG nightly posting run (see
      * src/CSPOSTNG.cbl - its PAYMENT rows carry the bank's item
      * reference in LG-REFERENCE), the PSUS suspense transaction
      * (see src/CSPAYSUS.cbl - a payment applied by hand, with the
      * clerk's user id in LG-POSTED-BY), the CSCYCCLS cycle close
      * (see src/CSCYCCLS.cbl - its INTEREST rows carry the cycle
      * period in LG-REFERENCE and the cycle day in LG-TRAN-DATE,
      * whatever night the close ran) and the CSDELINQ due-date run
      * (see src/CSDELINQ.cbl - its late fee rows carry the missed due
      * date) and the CSDDCOLL direct debit run (see
      * src/CSDDCOLL.cbl - collections and returned debits, both
      * carrying the collection reference) and the RWDS rewards
      * transaction (see src/CSPTSRDM.cbl - a statement credit,
      * carrying the points redeemed) and the CSCLSSET closure
      * settlement (see src/CSCLSSET.cbl - deposits applied and
      * refunds, a refund's own key being its reference on the
      * bank files) and the CSCHGOFF charge-off run (see
      * src/CSCHGOFF.cbl - deposits applied and write-offs, carrying
      * the charge-off reason) and the CSAGYRTN agency return run
      * (see src/CSAGYRTN.cbl - payments the collections agency
      * collected, carrying the agency's reference) and the CSBTRTN
      * balance transfer return run (see src/CSBTRTN.cbl - returned
      * transfers and their fees, carrying the instruction
      * reference) and the CSPPIRTN payment protection claims return
      * run (see src/CSPPIRTN.cbl - the insurer's monthly benefit,
      * carrying the insurer's payment reference) and the CSCBKEXT
      * chargeback extract run (see src/CSCBKEXT.cbl - provisional
      * credits on disputed postings and their reversals) and the
      * CSCBKRTN chargeback response run (see src/CSCBKRTN.cbl -
      * chargebacks recovered and the provisional credits they
      * replace or that are lost), both carrying the disputed
      * posting's own key, and are never rewritten - a correction
      * is a new row the other way.
      ******************************************************************
       01  CARDLDG-RECORD.
           05  LG-LEDGER-KEY.
               10  LG-CARD-KEY.
                   15  LG-CUST-NO      PIC X(8).
                   15  LG-APPL-SEQ-NO  PIC 9(1).
               10  LG-POST-DATE        PIC X(8).
               10  LG-POST-SEQ         PIC 9(4).
           05  LG-TRAN-TYPE            PIC X(8).
           05  LG-DEBIT-CREDIT         PIC X(1).
               88  LG-IS-DEBIT         VALUE 'D'.
               88  LG-IS-CREDIT        VALUE 'C'.
           05  LG-AMOUNT               PIC 9(7)V99.
           05  LG-TRAN-DATE            PIC X(8).
           05  LG-CARD-NUMBER          PIC X(16).
           05  LG-SOURCE               PIC X(8).
           05  LG-REFERENCE            PIC X(23).
           05  LG-DESCRIPTION          PIC X(25).
           05  LG-MERCHANT-CATEGORY    PIC X(4).
           05  LG-BALANCE-AFTER        PIC S9(7)V99.
           05  LG-POSTED-BY            PIC X(8).
           05  FILLER                  PIC X(20).
