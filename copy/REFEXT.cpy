      ******************************************************************
      *  REFEXT
      *
      * Record layout for the nightly partner-lender referral
      * extract written by CSREFEXT (see src/CSREFEXT.cbl) - one
      * record per declined applicant who consented to be referred.
      * A limited data set: enough for the partner to identify and
      * contact the applicant and see why we declined, nothing more.
      * No score, income, national identifier or limit leaves here.
      *
      *   RX-CUST-NO / RX-APPL-SEQ-NO  our referral reference - the
      *                    partner quotes it back on its return feed
      *                    (see copy/REFRTN.cpy)
      *   RX-REASON-CODES  our decline reasons (AU-REASON-CODES)
      *   RX-CONSENT-TIMESTAMP  the applicant's referral consent
      ******************************************************************
       01  REFEXT-RECORD.
           05  RX-CUST-NO              PIC X(8).
           05  RX-APPL-SEQ-NO          PIC 9(1).
           05  RX-CUSTOMER-NAME        PIC X(80).
           05  RX-ADDR-LINE-1          PIC X(30).
           05  RX-CITY                 PIC X(20).
           05  RX-POSTCODE             PIC X(10).
           05  RX-DATE-OF-BIRTH        PIC X(8).
           05  RX-REQUESTED-PRODUCT    PIC X(4).
           05  RX-REASON-CODES         PIC X(16).
           05  RX-DECLINED-DATE        PIC X(8).
           05  RX-CONSENT-TIMESTAMP    PIC X(26).
           05  RX-EXTRACT-DATE         PIC X(8).
           05  FILLER                  PIC X(21).
