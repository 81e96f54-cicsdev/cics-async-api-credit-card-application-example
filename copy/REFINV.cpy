      ******************************************************************
      *  REFINV
      *
      * Record layout for the referral fee invoice detail file - one
      * line per referral fee we have invoiced the partner lender
      * for, as billed by finance. CSREFRTN (see src/CSREFRTN.cbl)
      * reconciles every line against the FUNDED referrals on
      * REFERRAL (see copy/REFERRAL.cpy).
      *
      *   RV-RECORD-TYPE   D for a fee line - any header or trailer
      *                    line is passed by
      *   RV-INVOICE-NO    the invoice the fee was billed on
      *   RV-CUST-NO / RV-APPL-SEQ-NO  the referral billed for
      *   RV-FEE           the fee billed
      ******************************************************************
       01  REFINV-RECORD.
           05  RV-RECORD-TYPE          PIC X(1).
               88  RV-FEE-LINE         VALUE 'D'.
           05  RV-INVOICE-NO           PIC X(12).
           05  RV-INVOICE-DATE         PIC X(8).
           05  RV-CUST-NO              PIC X(8).
           05  RV-APPL-SEQ-NO          PIC 9(1).
           05  RV-FEE                  PIC 9(5)V99.
           05  FILLER                  PIC X(43).
