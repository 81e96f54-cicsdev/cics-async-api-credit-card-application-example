      ******************************************************************
      *  REFERRAL
      *
      * Record layout for the REFERRAL VSAM KSDS - declined
      * applicants who agreed at intake to be referred on to our
      * partner lender, keyed like CONSENT (account plus applicant
      * sequence). The referral consent is captured alongside the
      * bureau CONSENT, with the same evidential care as PPIOPTIN:
      * the timestamp, channel and captured-by of the applicant
      * actually saying yes. No consent, no row - and no row, no
      * referral.
      *
      *   RF-STATUS  CONSENTD  captured at intake, not (or no
      *                        longer) declined
      *              DECLINED  the application was declined - the
      *                        next CSREFEXT run refers it
      *              EXCLUDED  the application ended in a fraud
      *                        REFER, a watchlist hit, a deceased
      *                        or credit-freeze decline, an under-age
      *                        refusal, or a review case raised for
      *                        one of those - never referred, and
      *                        never reset by a later capture
      *              REFERRED  sent to the partner on the CSREFEXT
      *                        extract (see src/CSREFEXT.cbl)
      *              ACCEPTED  the partner's return feed says they
      *              FUNDED    accepted / funded / turned down the
      *              REJECTED  applicant (see src/CSREFRTN.cbl)
      *
      * The deciding runs (ASYNCPNT, SEQPNT, UNDWRITR) move the row
      * through the shared fragment in copy/REFERRLP.cpy. A FUNDED
      * referral earns the partner fee in force that night
      * (CP-REFERRAL-FEE on CTLPARM) and CSREFRTN reconciles it to
      * the fee lines we invoice the partner for.
      ******************************************************************
       01  REFERRAL-RECORD.
           05  RF-REFERRAL-KEY.
               10  RF-CUST-NO          PIC X(8).
               10  RF-APPL-SEQ-NO      PIC 9(1).
           05  RF-STATUS               PIC X(8).
           05  RF-CONSENT-TIMESTAMP    PIC X(26).
           05  RF-CHANNEL              PIC X(1).
           05  RF-CAPTURED-BY          PIC X(8).
      * The decision that made (or unmade) the referral - the
      * program that took it, when, and the reason codes it gave.
           05  RF-DECIDED-DATE         PIC X(8).
           05  RF-DECIDED-BY           PIC X(8).
           05  RF-REASON-CODES         PIC X(16).
           05  RF-REQUESTED-PRODUCT    PIC X(4).
           05  RF-REFERRED-DATE        PIC X(8).
      * What the partner's return feed said, and when.
           05  RF-PARTNER-OUTCOME-DATE PIC X(8).
           05  RF-PARTNER-REF          PIC X(16).
           05  RF-FUNDED-AMOUNT        PIC 9(7).
      * The fee a FUNDED referral earns, and the invoice line it
      * was billed on once reconciled.
           05  RF-FEE-DUE              PIC 9(5)V99.
           05  RF-FEE-INVOICED         PIC 9(5)V99.
           05  RF-INVOICE-NO           PIC X(12).
           05  FILLER                  PIC X(20).
