      ******************************************************************
      *  COLLOUT
      *
      * Record layout for the collections system's outcome file -
      * what became of the accounts CSCOLLEX handed off (see
      * src/CSCOLLEX.cbl). One detail record ('D') per outcome that
      * ends the collections case, closed by a single trailer
      * record ('T') carrying the collections system's own record
      * count and settled-amount total, which the CSCHGOFF
      * charge-off run (see src/CSCHGOFF.cbl) balances against what
      * it read.
      *
      *   OU-OUTCOME  BANKRUPT  the cardholder has been declared
      *                         bankrupt (or entered a formal
      *                         insolvency) - the debt will not be
      *                         paid
      *               SETTLED   the cardholder has paid an agreed
      *                         sum, OU-SETTLED-AMOUNT, in full and
      *                         final settlement - the rest of the
      *                         balance is forgiven
      *
      * OU-APPL-SEQ-NO names the card position; zero means every
      * position on the account, the usual case for a bankruptcy.
      * OU-CASE-REF is the collections system's case reference,
      * carried onto the CHGOFF loss record.
      ******************************************************************
       01  COLLOUT-RECORD.
           05  OU-RECORD-TYPE          PIC X(1).
               88  OU-IS-DETAIL        VALUE 'D'.
               88  OU-IS-TRAILER       VALUE 'T'.
           05  OU-CUST-NO              PIC X(8).
           05  OU-APPL-SEQ-NO          PIC 9(1).
           05  OU-OUTCOME              PIC X(8).
               88  OU-IS-BANKRUPT      VALUE 'BANKRUPT'.
               88  OU-IS-SETTLED       VALUE 'SETTLED '.
           05  OU-OUTCOME-DATE         PIC X(8).
           05  OU-SETTLED-AMOUNT       PIC 9(7)V99.
           05  OU-CASE-REF             PIC X(12).
           05  FILLER                  PIC X(33).
       01  COLLOUT-TRAILER-RECORD.
           05  OU-TRL-RECORD-TYPE      PIC X(1).
           05  OU-TRL-RECORD-COUNT     PIC 9(7).
           05  OU-TRL-AMOUNT-TOTAL     PIC 9(11)V99.
           05  FILLER                  PIC X(59).
