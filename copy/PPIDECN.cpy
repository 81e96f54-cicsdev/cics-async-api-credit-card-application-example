      ******************************************************************
      *  PPIDECN
      *
      * Record layout for the insurer's payment protection claims
      * return feed - their decisions on the claims we sent on the
      * claims extract (see copy/PPICLEXT.cpy) and the monthly
      * benefit they have paid, closed by a single trailer record
      * ('T') carrying their own item count and payment total, which
      * the CSPPIRTN run (see src/CSPPIRTN.cbl) balances against
      * what it read.
      *
      * PD-CLAIM-REF quotes the claim as we sent it - the card
      * position and the date it was logged.
      *
      *   PD-RECORD-TYPE  D  a decision - PD-DECISION is one of:
      *                        ACCEPTED  benefit of PD-AMOUNT a
      *                                  month, payable until
      *                                  PD-BENEFIT-END-DATE (spaces
      *                                  - until further notice)
      *                        DECLINED  for PD-REASON
      *                        ENDED     benefit stops, for
      *                                  PD-REASON (back at work,
      *                                  cover exhausted)
      *                     P  a monthly benefit payment of
      *                        PD-AMOUNT, made on PD-EFFECTIVE-DATE
      *                        under the insurer's PD-INSURER-REF
      *
      * PD-REASON is the insurer's own code; it is kept and
      * reported, not interpreted.
      ******************************************************************
       01  PPIDECN-RECORD.
           05  PD-RECORD-TYPE          PIC X(1).
               88  PD-IS-DECISION      VALUE 'D'.
               88  PD-IS-PAYMENT       VALUE 'P'.
               88  PD-IS-TRAILER       VALUE 'T'.
           05  PD-CLAIM-REF.
               10  PD-REF-CUST-NO      PIC X(8).
               10  PD-REF-APPL-SEQ-NO  PIC 9(1).
               10  PD-REF-CLAIM-DATE   PIC X(8).
           05  PD-DECISION             PIC X(8).
               88  PD-IS-ACCEPTED      VALUE 'ACCEPTED'.
               88  PD-IS-DECLINED      VALUE 'DECLINED'.
               88  PD-IS-ENDED         VALUE 'ENDED   '.
           05  PD-EFFECTIVE-DATE       PIC X(8).
           05  PD-AMOUNT               PIC 9(7)V99.
           05  PD-BENEFIT-END-DATE     PIC X(8).
           05  PD-REASON               PIC X(4).
           05  PD-INSURER-REF          PIC X(12).
           05  FILLER                  PIC X(13).
       01  PPIDECN-TRAILER-RECORD.
           05  PD-TRL-RECORD-TYPE      PIC X(1).
           05  PD-TRL-RECORD-COUNT     PIC 9(7).
           05  PD-TRL-AMOUNT-TOTAL     PIC 9(11)V99.
           05  FILLER                  PIC X(59).
