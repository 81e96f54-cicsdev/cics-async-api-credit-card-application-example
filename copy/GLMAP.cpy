      ******************************************************************
      *  GLMAP
      *
      * Record layout for the GLMAP VSAM KSDS - the general ledger
      * mapping the CSGLEXTR daily journal extract (see
      * src/CSGLEXTR.cbl) posts the card book's financial events
      * through. One row per event - the feed it came from, what
      * kind of event it is and which way it moved the cardholder's
      * balance - naming the GL account to debit and the GL account
      * to credit for it.
      *
      *   GM-EVENT-SOURCE  the CARDLDG LG-SOURCE for a ledger
      *                    posting (CLEARING, FEEBILL, BTINSTR,
      *                    BTRETURN, BANKPAY, SUSPENSE, CYCLE,
      *                    DUEDATE, DIRDEBIT, DDRETURN, SETTLE,
      *                    CHGOFF, GRADUATE, AGENCY, PPICLAIM,
      *                    TXNDISP, CBRETURN),
      *                    DEPTRACK for a secured deposit funded
      *                    through SDEP, or PPIENROL for a payment
      *                    protection premium enrolled by CSPPIEXT
      *   GM-EVENT-TYPE    the LG-TRAN-TYPE for a ledger posting,
      *                    DEPOSIT or PREMIUM otherwise
      *   GM-DIRECTION     the LG-DEBIT-CREDIT for a ledger posting
      *                    (a PAYMENT credit and a returned direct
      *                    debit are different events), C for a
      *                    deposit received, D for a premium charged
      *
      * An event with no row here stops the extract - a new feed or
      * transaction type has to be given its accounts here before
      * finance sees a penny of it. Remapping an event is a file
      * update, not a recompile. Loaded/refreshed by CUSLOAD like
      * the other reference files (sample in ctl/GLMAP.seed.txt).
      ******************************************************************
       01  GLMAP-RECORD.
           05  GM-EVENT-KEY.
               10  GM-EVENT-SOURCE     PIC X(8).
               10  GM-EVENT-TYPE       PIC X(8).
               10  GM-DIRECTION        PIC X(1).
           05  GM-DEBIT-ACCOUNT        PIC X(10).
           05  GM-CREDIT-ACCOUNT       PIC X(10).
           05  GM-DESCRIPTION          PIC X(25).
           05  FILLER                  PIC X(18).
