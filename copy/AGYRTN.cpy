      ******************************************************************
      *  AGYRTN
      *
      * Record layout for the collections agency's daily return
      * file - what the agency did on the accounts placed with it
      * (see copy/PLACEMNT.cpy). One detail record ('D') per event,
      * quoting the placement by our account number and the
      * handoff date off the COLLEXT extract, closed by a single
      * trailer record ('T') carrying the agency's own record count
      * and amount total, which the CSAGYRTN run (see
      * src/CSAGYRTN.cbl) balances against what it read.
      *
      *   AR-RETURN-TYPE  PAYMENT  the agency collected AR-AMOUNT
      *                   ARRANGE  the cardholder agreed to pay
      *                            AR-AMOUNT a month
      *                   SETTLE   the cardholder paid AR-AMOUNT in
      *                            full and final settlement
      *                   DISPUTE  the cardholder disputes the debt
      *                            - the agency stops work
      *                   UNCOLL   the agency returns the account
      *                            as uncollectable
      *
      * AR-AMOUNT is zero on DISPUTE and UNCOLL.
      ******************************************************************
       01  AGYRTN-RECORD.
           05  AR-RECORD-TYPE          PIC X(1).
               88  AR-IS-DETAIL        VALUE 'D'.
               88  AR-IS-TRAILER       VALUE 'T'.
           05  AR-PLACEMENT-REF.
               10  AR-CUST-NO          PIC X(8).
               10  AR-PLACED-DATE      PIC X(8).
           05  AR-RETURN-TYPE          PIC X(8).
               88  AR-IS-PAYMENT       VALUE 'PAYMENT '.
               88  AR-IS-ARRANGEMENT   VALUE 'ARRANGE '.
               88  AR-IS-SETTLEMENT    VALUE 'SETTLE  '.
               88  AR-IS-DISPUTE       VALUE 'DISPUTE '.
               88  AR-IS-UNCOLLECTABLE VALUE 'UNCOLL  '.
           05  AR-AMOUNT               PIC 9(7)V99.
           05  AR-ACTIVITY-DATE        PIC X(8).
           05  AR-AGENCY-REF           PIC X(12).
           05  FILLER                  PIC X(26).
       01  AGYRTN-TRAILER-RECORD.
           05  AR-TRL-RECORD-TYPE      PIC X(1).
           05  AR-TRL-RECORD-COUNT     PIC 9(7).
           05  AR-TRL-AMOUNT-TOTAL     PIC 9(11)V99.
           05  FILLER                  PIC X(59).
