      ******************************************************************
      *  PAYSUSP
      *
      * Record layout for the PAYSUSP VSAM KSDS - the payment
      * suspense file. A payment off the bank's daily file (see
      * copy/BANKPAY.cpy) that the posting run cannot put on a card
      * is not refused like a scheme transaction - the money is
      * ours and has to go somewhere - so CSPOSTNG (see
      * src/CSPOSTNG.cbl) parks it here, OPEN, with the reason:
      *
      *   NOMATCH   neither the card number nor the account number
      *             quoted finds a card
      *   MULTCARD  only the account number was usable and the
      *             account has more than one open card position
      *   CLOSED    the card position it matched is closed
      *   NOTACTV   the card was never activated and nothing has
      *             ever posted to it
      *   LDGWRITE  the ledger row could not be written
      *
      * Keyed on the date the item went into suspense plus a
      * per-day sequence, so the file reads oldest first. The PSUS
      * clerk transaction (see src/CSPAYSUS.cbl) works the queue:
      * an item is APPLIED to the card position the clerk names -
      * a PAYMENT ledger row with source SUSPENSE and the clerk's
      * user id as LG-POSTED-BY - or marked RETURN for treasury to
      * send back to the payer. Either way the clerk's user id,
      * date, time and note are stamped on the item and the change
      * goes on the CHGJRNL change journal; a closed item is never
      * reopened. The CSSUSAGE report (see src/CSSUSAGE.cbl) ages
      * what is still OPEN for finance every day.
      ******************************************************************
       01  PAYSUSP-RECORD.
           05  PS-SUSPENSE-KEY.
               10  PS-SUSPENSE-DATE    PIC X(8).
               10  PS-SUSPENSE-SEQ     PIC 9(5).
           05  PS-STATUS               PIC X(8).
               88  PS-IS-OPEN          VALUE 'OPEN    '.
               88  PS-IS-APPLIED       VALUE 'APPLIED '.
               88  PS-IS-RETURN        VALUE 'RETURN  '.
           05  PS-REASON               PIC X(8).
           05  PS-PAYMENT-ID           PIC X(12).
           05  PS-CHANNEL              PIC X(8).
           05  PS-CARD-NUMBER          PIC X(16).
           05  PS-ACCOUNT-NO           PIC X(8).
           05  PS-AMOUNT               PIC 9(7)V99.
           05  PS-VALUE-DATE           PIC X(8).
           05  PS-PAYER-NAME           PIC X(25).
           05  PS-PAYER-REFERENCE      PIC X(18).
           05  PS-MATCHED-CUST-NO      PIC X(8).
           05  PS-MATCHED-APPL-SEQ-NO  PIC 9(1).
           05  PS-ACTIONED-BY          PIC X(8).
           05  PS-ACTIONED-DATE        PIC X(8).
           05  PS-ACTIONED-TIME        PIC X(8).
           05  PS-ACTION-NOTE          PIC X(30).
           05  FILLER                  PIC X(20).
