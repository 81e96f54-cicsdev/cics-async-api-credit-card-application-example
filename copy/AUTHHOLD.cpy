      ******************************************************************
      *  AUTHHOLD
      *
      * Record layout for the AUTHHOLD VSAM KSDS - the open-to-buy
      * holds our own CAUT stand-in authorization has approved (see
      * src/CSAUTHDC.cbl), keyed on the card position (account plus
      * applicant sequence, as CARDBAL is) and the six digit
      * authorization code CAUT gave the merchant. The scheme quotes
      * that code back on the clearing record (CT-AUTH-CODE - see
      * copy/CLRTRAN.cpy), which is how the hold is found again.
      *
      *   AH-STATUS  HELD     still reducing open-to-buy
      *              CLEARED  the purchase has posted to the ledger -
      *                       the CSPOSTNG run (see src/CSPOSTNG.cbl)
      *                       cleared it, quoting the clearing
      *                       reference
      *              EXPIRED  never cleared by AH-EXPIRY-DATE
      *                       (CP-AUTH-HOLD-DAYS after the approval);
      *                       CSPOSTNG retires it
      *
      * A HELD row past its expiry date no longer counts against
      * open-to-buy, even before the night retires it. AH-AMOUNT is
      * in the card's own currency (USD) after FXRATE conversion;
      * AH-ORIG-AMOUNT/AH-ORIG-CURRENCY are what the merchant asked
      * for.
      ******************************************************************
       01  AUTHHOLD-RECORD.
           05  AH-HOLD-KEY.
               10  AH-CARD-KEY.
                   15  AH-CUST-NO      PIC X(8).
                   15  AH-APPL-SEQ-NO  PIC 9(1).
               10  AH-AUTH-CODE        PIC X(6).
           05  AH-STATUS               PIC X(8).
               88  AH-IS-HELD          VALUE 'HELD    '.
               88  AH-IS-CLEARED       VALUE 'CLEARED '.
               88  AH-IS-EXPIRED       VALUE 'EXPIRED '.
           05  AH-CARD-NUMBER          PIC X(16).
           05  AH-AMOUNT               PIC 9(7)V99.
           05  AH-ORIG-AMOUNT          PIC 9(7)V99.
           05  AH-ORIG-CURRENCY        PIC X(3).
           05  AH-MERCHANT-CATEGORY    PIC X(4).
           05  AH-AUTH-DATE            PIC X(8).
           05  AH-AUTH-TIME            PIC X(8).
           05  AH-EXPIRY-DATE          PIC X(8).
           05  AH-CLEARED-DATE         PIC X(8).
           05  AH-CLEARED-REFERENCE    PIC X(23).
           05  FILLER                  PIC X(20).
