      ******************************************************************
      *  PPICLEXT
      *
      * Record layout for the payment protection claims extract
      * written by the CSPPICEX run (see src/CSPPICEX.cbl) for the
      * insurer - one record per claim with something to tell them
      * (see PC-EXTRACT-PENDING in copy/PPICLAIM.cpy), closed by a
      * single trailer record ('T') carrying the record count.
      *
      *   CX-RECORD-TYPE  N  a new claim for assessment
      *                   E  further evidence on a claim already
      *                      with them
      *                   W  a claim with them has been withdrawn
      *
      * CX-CLAIM-REF is the reference the insurer quotes back on
      * their decisions and payments (see copy/PPIDECN.cpy) - the
      * card position and the date the claim was logged. The card
      * balance and minimum payment are as they stood on CARDBAL
      * the night the record was written, for the insurer to size
      * the monthly benefit against.
      ******************************************************************
       01  CLAIM-EXTRACT-RECORD.
           05  CX-RECORD-TYPE          PIC X(1).
           05  CX-CLAIM-REF.
               10  CX-CUST-NO          PIC X(8).
               10  CX-APPL-SEQ-NO      PIC 9(1).
               10  CX-CLAIM-DATE       PIC X(8).
           05  CX-CLAIM-TYPE           PIC X(4).
           05  CX-EVENT-DATE           PIC X(8).
           05  CX-EVIDENCE             PIC X(40).
           05  CX-EVIDENCE-DATE        PIC X(8).
           05  CX-ENROLLED-DATE        PIC X(8).
           05  CX-CARD-BALANCE         PIC S9(7)V99.
           05  CX-MINIMUM-DUE          PIC 9(7)V99.
           05  CX-EXTRACT-DATE         PIC X(8).
           05  FILLER                  PIC X(8).
       01  CLAIM-EXTRACT-TRAILER.
           05  CX-TRL-RECORD-TYPE      PIC X(1).
           05  CX-TRL-RECORD-COUNT     PIC 9(7).
           05  FILLER                  PIC X(112).
