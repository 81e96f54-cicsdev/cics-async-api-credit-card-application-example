      ******************************************************************
      *  BANKPAY
      *
      * Record layout for the bank's daily payment file - one detail
      * record ('D') per cardholder payment the bank collected for
      * us that day, closed by a single trailer record ('T')
      * carrying the bank's own item count and amount total, which
      * the posting run balances against what it read (see
      * src/CSPOSTNG.cbl).
      *
      * BP-CHANNEL is how the money reached the bank:
      *
      *   TRANSFER  bank transfer quoting the card or account
      *   LOCKBOX   cheque through the lockbox - the card or account
      *             number as the lockbox keyed it off the slip
      *   BRANCH    paid over the counter at a branch
      *
      * BP-CARD-NUMBER and BP-ACCOUNT-NO are whatever the payer
      * quoted - either, both or neither may be present, and
      * neither is guaranteed to be right. BP-PAYMENT-ID is the
      * bank's own item reference, unique within the file's date -
      * the number a returned or disputed payment is traced by.
      ******************************************************************
       01  BANKPAY-RECORD.
           05  BP-RECORD-TYPE          PIC X(1).
               88  BP-IS-DETAIL        VALUE 'D'.
               88  BP-IS-TRAILER       VALUE 'T'.
           05  BP-PAYMENT-ID           PIC X(12).
           05  BP-CHANNEL              PIC X(8).
           05  BP-CARD-NUMBER          PIC X(16).
           05  BP-ACCOUNT-NO           PIC X(8).
           05  BP-AMOUNT               PIC 9(7)V99.
           05  BP-VALUE-DATE           PIC X(8).
           05  BP-PAYER-NAME           PIC X(25).
           05  BP-PAYER-REFERENCE      PIC X(18).
           05  FILLER                  PIC X(15).
       01  BANKPAY-TRAILER-RECORD.
           05  BP-TRL-RECORD-TYPE      PIC X(1).
           05  BP-TRL-RECORD-COUNT     PIC 9(7).
           05  BP-TRL-AMOUNT-TOTAL     PIC 9(11)V99.
           05  FILLER                  PIC X(99).
