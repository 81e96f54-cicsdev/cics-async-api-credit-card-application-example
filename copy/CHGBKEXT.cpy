      ******************************************************************
      *  CHGBKEXT
      *
      * Record layout for the chargeback extract written by the
      * CSCBKEXT run (see src/CSCBKEXT.cbl) for the card scheme -
      * one record per transaction dispute with something to tell
      * the scheme (see TD-SEND-PENDING in copy/TXNDISP.cpy), closed
      * by a single trailer record ('T') carrying the record count
      * and the total amount charged back on the C records.
      *
      *   CK-RECORD-TYPE  C  a chargeback of CK-DISPUTED-AMOUNT
      *                      against the merchant, for CK-REASON
      *                   A  a re-presented case we are taking to
      *                      arbitration
      *                   W  a case with the scheme that has been
      *                      withdrawn
      *
      * CK-CASE-REF is the reference the scheme quotes back on its
      * responses (see copy/CHGBKRTN.cpy) - the disputed posting's
      * own CARDLDG key. CK-SCHEME-REF is the scheme's reference for
      * the original transaction, as it came in on CLEARING;
      * CK-SCHEME-CASE-REF the scheme's own case number, once a
      * response has given it one.
      ******************************************************************
       01  CHARGEBACK-EXTRACT-RECORD.
           05  CK-RECORD-TYPE          PIC X(1).
           05  CK-CASE-REF.
               10  CK-CUST-NO          PIC X(8).
               10  CK-APPL-SEQ-NO      PIC 9(1).
               10  CK-POST-DATE        PIC X(8).
               10  CK-POST-SEQ         PIC 9(4).
           05  CK-SCHEME-REF           PIC X(23).
           05  CK-CARD-NUMBER          PIC X(16).
           05  CK-TRAN-DATE            PIC X(8).
           05  CK-TRAN-AMOUNT          PIC 9(7)V99.
           05  CK-DISPUTED-AMOUNT      PIC 9(7)V99.
           05  CK-REASON               PIC X(4).
           05  CK-SCHEME-CASE-REF      PIC X(12).
           05  CK-EXTRACT-DATE         PIC X(8).
           05  FILLER                  PIC X(9).
       01  CHARGEBACK-EXTRACT-TRAILER.
           05  CK-TRL-RECORD-TYPE      PIC X(1).
           05  CK-TRL-RECORD-COUNT     PIC 9(7).
           05  CK-TRL-AMOUNT-TOTAL     PIC 9(11)V99.
           05  FILLER                  PIC X(99).
