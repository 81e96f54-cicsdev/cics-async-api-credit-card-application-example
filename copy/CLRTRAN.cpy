      ******************************************************************
      *  CLRTRAN
      *
      * Record layout for the card scheme's daily clearing file -
      * one detail record ('D') per transaction the scheme cleared
      * against one of our card numbers, closed by a single trailer
      * record ('T') carrying the scheme's own record count and
      * amount total for the file, which the posting run balances
      * against what it read (see src/CSPOSTNG.cbl).
      *
      * CT-TRAN-CODE is the scheme's transaction code:
      *
      *   05  purchase               06  merchant credit voucher
      *   07  cash advance           25  purchase reversal
      *   27  cash advance reversal  15  chargeback - a disputed
      *                                  purchase charged back to
      *                                  the merchant; refused by
      *                                  the posting run, as the
      *                                  CSCBKRTN response run
      *                                  credits it
      *
      * CT-REFERENCE-NO is the scheme's acquirer reference - the
      * number a chargeback or retrieval request quotes back.
      ******************************************************************
       01  CLEARING-RECORD.
           05  CT-RECORD-TYPE          PIC X(1).
               88  CT-IS-DETAIL        VALUE 'D'.
               88  CT-IS-TRAILER       VALUE 'T'.
           05  CT-CARD-NUMBER          PIC X(16).
           05  CT-TRAN-CODE            PIC X(2).
           05  CT-AMOUNT               PIC 9(7)V99.
           05  CT-TRAN-DATE            PIC X(8).
           05  CT-REFERENCE-NO         PIC X(23).
           05  CT-AUTH-CODE            PIC X(6).
           05  CT-MERCHANT-NAME        PIC X(25).
           05  CT-MERCHANT-CATEGORY    PIC X(4).
           05  FILLER                  PIC X(6).
       01  CLEARING-TRAILER-RECORD.
           05  CT-TRL-RECORD-TYPE      PIC X(1).
           05  CT-TRL-RECORD-COUNT     PIC 9(7).
           05  CT-TRL-AMOUNT-TOTAL     PIC 9(11)V99.
           05  FILLER                  PIC X(79).
