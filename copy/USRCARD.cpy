      ******************************************************************
      *  USRCARD
      *
      * Record layout for the USRCARD VSAM KSDS - authorized-user
      * cards, keyed on the card position they draw on (account plus
      * applicant sequence, the same key as CSCACHE and CARDMAS) and
      * a user number 1 to 9 within it. CARDMAS holds the primary
      * cardholder's card; an authorized user's card shares the
      * position's credit limit, balance and statement but carries
      * its own number, embossed with the user's own name.
      *
      * The CAUS servicing transaction (see src/CSADDUSR.cbl) writes
      * the row at ASSIGNED once the user has passed the minimum-age
      * rule and the SCRNWTCH watchlist screen and CARDASGN has
      * given the card its number. The nightly CSEMBOSS extract
      * sends ASSIGNED rows to the bureau and moves them to
      * EXTRACTD; CSCARDRC applies the bureau's return feed
      * (PRODUCED / SPOILED / REJECTED) the same way it does for
      * CARDMAS. A user card takes authorizations and postings once
      * the bureau has produced it and while the primary card is
      * itself usable - see src/CSAUTHDC.cbl and src/CSPOSTNG.cbl.
      *
      * UC-CARD-STATUS is what has become of the card:
      *
      *   A  live
      *   C  closed - by CAUS CLS on its own, or because the primary
      *      card position was closed through CCLS
      *   H  hot-listed on HOTCARD - because the primary card was
      *      reported lost or stolen (or lock-escalated) through
      *      CRPL; the user card goes with it
      *
      * UC-ENDED-DATE/-REASON say when and why a card stopped being
      * live. The shared USRCASCP fragment (copy/USRCASCP.cpy) does
      * the cascade from the primary card.
      *
      * UC-USER-NAME is encrypted under the key named in
      * UC-ENCRYPT-KEY (see src/CSCRYPT.cbl); UC-DATE-OF-BIRTH is
      * YYYYMMDD. The card-number alternate index USRCPATH (see
      * jcl/USRCNAIX.jcl) is how a card number alone finds the row.
      ******************************************************************
       01  USRCARD-RECORD.
           05  UC-USER-CARD-KEY.
               10  UC-CARD-KEY.
                   15  UC-CUST-NO      PIC X(8).
                   15  UC-APPL-SEQ-NO  PIC 9(1).
               10  UC-USER-NO          PIC 9(1).
           05  UC-USER-NAME            PIC X(80).
           05  UC-DATE-OF-BIRTH        PIC X(8).
           05  UC-ENCRYPT-KEY          PIC X(2).
           05  UC-CARD-NUMBER          PIC X(16).
           05  UC-EXPIRY-DATE          PIC X(8).
           05  UC-CARD-STATUS          PIC X(1).
               88  UC-CARD-LIVE        VALUE 'A'.
               88  UC-CARD-CLOSED      VALUE 'C'.
               88  UC-CARD-HOTLISTED   VALUE 'H'.
           05  UC-PRODUCTION-STATUS    PIC X(8).
           05  UC-EXTRACT-DATE         PIC X(8).
           05  UC-CONFIRMED-DATE       PIC X(8).
           05  UC-MAIL-DATE            PIC X(8).
           05  UC-ADDED-DATE           PIC X(8).
           05  UC-ADDED-BY             PIC X(8).
           05  UC-ENDED-DATE           PIC X(8).
           05  UC-ENDED-REASON         PIC X(8).
           05  FILLER                  PIC X(19).
