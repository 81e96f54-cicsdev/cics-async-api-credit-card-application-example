      ******************************************************************
      *  SCHSTAT
      *
      * Record layout for the quarterly operating statistics file the
      * CSSCHSTA run (see src/CSSCHSTA.cbl) sends to the card scheme
      * - one header record ('H') naming the issuer and the quarter,
      * one detail record ('D') per BIN range we are licensed to
      * issue from (a CARDRNG row - see copy/CARDRNG.cpy), closed by
      * a trailer record ('T') carrying the detail count and the
      * book-wide totals the scheme balances the details against.
      *
      * Flows over the quarter:
      *
      *   SQ-CARDS-ISSUED         new cards mailed in the quarter
      *   SQ-CARDS-RENEWED        cards renewed in the quarter
      *   SQ-REPL-LOST/-STOLEN    cards replaced in the quarter, by
      *   SQ-REPL-COMPROMISED     the reason the card was hot-listed
      *   SQ-REPL-OTHER           (other - a product-change reissue)
      *   SQ-CARDS-CLOSED         cards closed in the quarter
      *   SQ-PURCHASE-COUNT/-AMT  purchases and cash advances posted
      *   SQ-CASH-COUNT/-AMT      to the ledger in the quarter, gross
      *
      * and the book as it stands at the end of the quarter:
      *
      *   SQ-CARDS-ACTIVE         cards activated and live
      *   SQ-CARDS-NOT-ACTIVATED  cards mailed but never activated
      *   SQ-ACCOUNTS             open accounts carrying a card
      *   SQ-CREDIT-LIMITS        their credit limits, whole units
      ******************************************************************
       01  SCHSTAT-HEADER-RECORD.
           05  SQ-HDR-RECORD-TYPE      PIC X(1).
           05  SQ-HDR-ISSUER-ID        PIC X(11).
           05  SQ-HDR-QUARTER          PIC X(6).
           05  SQ-HDR-PERIOD-START     PIC X(8).
           05  SQ-HDR-PERIOD-END       PIC X(8).
           05  SQ-HDR-CREATED-DATE     PIC X(8).
           05  FILLER                  PIC X(158).
       01  SCHSTAT-RECORD.
           05  SQ-RECORD-TYPE          PIC X(1).
               88  SQ-IS-HEADER        VALUE 'H'.
               88  SQ-IS-DETAIL        VALUE 'D'.
               88  SQ-IS-TRAILER       VALUE 'T'.
           05  SQ-BIN                  PIC X(6).
           05  SQ-PRODUCT-CODE         PIC X(4).
           05  SQ-RANGE-START          PIC 9(15).
           05  SQ-RANGE-END            PIC 9(15).
           05  SQ-CARDS-ISSUED         PIC 9(9).
           05  SQ-CARDS-RENEWED        PIC 9(9).
           05  SQ-REPL-LOST            PIC 9(9).
           05  SQ-REPL-STOLEN          PIC 9(9).
           05  SQ-REPL-COMPROMISED     PIC 9(9).
           05  SQ-REPL-OTHER           PIC 9(9).
           05  SQ-CARDS-CLOSED         PIC 9(9).
           05  SQ-CARDS-ACTIVE         PIC 9(9).
           05  SQ-CARDS-NOT-ACTIVATED  PIC 9(9).
           05  SQ-ACCOUNTS             PIC 9(9).
           05  SQ-CREDIT-LIMITS        PIC 9(13).
           05  SQ-PURCHASE-COUNT       PIC 9(9).
           05  SQ-PURCHASE-AMOUNT      PIC 9(13)V99.
           05  SQ-CASH-COUNT           PIC 9(9).
           05  SQ-CASH-AMOUNT          PIC 9(13)V99.
           05  FILLER                  PIC X(8).
       01  SCHSTAT-TRAILER-RECORD.
           05  SQ-TRL-RECORD-TYPE      PIC X(1).
           05  SQ-TRL-DETAIL-COUNT     PIC 9(7).
           05  SQ-TRL-CARDS-ACTIVE     PIC 9(9).
           05  SQ-TRL-NOT-ACTIVATED    PIC 9(9).
           05  SQ-TRL-ACCOUNTS         PIC 9(9).
           05  SQ-TRL-CREDIT-LIMITS    PIC 9(13).
           05  SQ-TRL-PURCHASE-AMOUNT  PIC 9(13)V99.
           05  SQ-TRL-CASH-AMOUNT      PIC 9(13)V99.
           05  FILLER                  PIC X(122).
