      ******************************************************************
      *  BTRTN
      *
      * Record layout for the payments team's balance transfer
      * return file - one detail record ('D') per transfer
      * instruction they have finished with, closed by a single
      * trailer record ('T') carrying their own item count and
      * amount-paid total, which the CSBTRTN run (see
      * src/CSBTRTN.cbl) balances against what it read.
      *
      * BR-INSTRUCTION-REF quotes the instruction as we sent it on
      * BTINSTR (see copy/BTINSTR.cpy) - the card position and the
      * extract date. BR-OUTCOME is one of:
      *
      *   COMPLETD  the whole amount reached the other lender
      *   RETURNED  the other lender sent the money back - nothing
      *             was transferred
      *   PARTPAID  the other lender took only BR-AMOUNT-PAID (the
      *             balance there was smaller than the applicant
      *             told us) and returned the rest
      *
      * BR-AMOUNT-PAID is what actually went across, in pounds and
      * pence - the full amount on a COMPLETD record, zero on a
      * RETURNED one. BR-RETURN-REASON is the payments team's own
      * reason code for a return or short payment (account closed,
      * account number not recognised and so on); it is kept and
      * reported, not interpreted.
      ******************************************************************
       01  BTRTN-RECORD.
           05  BR-RECORD-TYPE          PIC X(1).
               88  BR-IS-DETAIL        VALUE 'D'.
               88  BR-IS-TRAILER       VALUE 'T'.
           05  BR-INSTRUCTION-REF.
               10  BR-REF-CUST-NO      PIC X(8).
               10  BR-REF-APPL-SEQ-NO  PIC 9(1).
               10  BR-REF-EXTRACT-DATE PIC X(8).
           05  BR-OUTCOME              PIC X(8).
               88  BR-IS-COMPLETED     VALUE 'COMPLETD'.
               88  BR-IS-RETURNED      VALUE 'RETURNED'.
               88  BR-IS-PARTIAL       VALUE 'PARTPAID'.
           05  BR-AMOUNT-PAID          PIC 9(7)V99.
           05  BR-OUTCOME-DATE         PIC X(8).
           05  BR-RETURN-REASON        PIC X(4).
           05  FILLER                  PIC X(33).
       01  BTRTN-TRAILER-RECORD.
           05  BR-TRL-RECORD-TYPE      PIC X(1).
           05  BR-TRL-RECORD-COUNT     PIC 9(7).
           05  BR-TRL-AMOUNT-TOTAL     PIC 9(11)V99.
           05  FILLER                  PIC X(59).
