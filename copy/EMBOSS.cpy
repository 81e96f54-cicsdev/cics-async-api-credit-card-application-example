      * row (see copy/CARDMAS.cpy) - the card schemes will not accept
      * an extract without it. Blank for a row whose card master
      * predates expiry capture.
      *
      * EM-USER-NO is zero for the primary cardholder's card and the
      * USRCARD user number (see copy/USRCARD.cpy) for an
      * authorized user's card - the name is then the user's, the
      * address still the cardholder's.
      ******************************************************************
       01  EMBOSS-RECORD.
           05  EM-CUST-NO              PIC X(8).
           05  EM-ENCRYPT-KEY          PIC X(2).
           05  EM-CARD-NUMBER          PIC X(16).
           05  EM-EXPIRY-DATE          PIC X(8).
           05  EM-USER-NO              PIC 9(1).
