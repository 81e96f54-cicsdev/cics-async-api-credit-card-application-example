      ******************************************************************
      *  DDCOLL
      *
      * Record layout for the direct debit collection file the
      * CSDDCOLL run (see src/CSDDCOLL.cbl) sends the bank - one
      * detail record ('D') per collection, closed by a single
      * trailer record ('T') carrying the item count and amount
      * total for the bank to balance against.
      *
      * DD-COLLECTION-REF is our reference for the collection - the
      * card position and the due date it pays - and comes back
      * unchanged on any debit the bank returns unpaid (see
      * copy/DDRETN.cpy). DD-COLLECT-DATE is the date the bank is
      * to take the money: the payment due date.
      ******************************************************************
       01  DDCOLL-RECORD.
           05  DD-RECORD-TYPE          PIC X(1).
               88  DD-IS-DETAIL        VALUE 'D'.
               88  DD-IS-TRAILER       VALUE 'T'.
           05  DD-COLLECTION-REF.
               10  DD-REF-CUST-NO      PIC X(8).
               10  DD-REF-APPL-SEQ-NO  PIC 9(1).
               10  DD-REF-DUE-DATE     PIC X(8).
           05  DD-SORT-CODE            PIC X(6).
           05  DD-BANK-ACCOUNT         PIC X(8).
           05  DD-AMOUNT               PIC 9(7)V99.
           05  DD-COLLECT-DATE         PIC X(8).
           05  FILLER                  PIC X(31).
       01  DDCOLL-TRAILER-RECORD.
           05  DD-TRL-RECORD-TYPE      PIC X(1).
           05  DD-TRL-RECORD-COUNT     PIC 9(7).
           05  DD-TRL-AMOUNT-TOTAL     PIC 9(11)V99.
           05  FILLER                  PIC X(59).
