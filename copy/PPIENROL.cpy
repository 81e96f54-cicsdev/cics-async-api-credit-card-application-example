      ******************************************************************
      *  PPIENROL
      *
      * Record layout for the payment protection enrolment extract
      * written by the CSPPIEXT run (see src/CSPPIEXT.cbl) - one
      * record per opt-in enrolled with the insurer, carrying the
      * opt-in evidence, the covered limit and the premium
      * percentage off the RATECARD row.
      *
      * The premium written at enrolment is EN-COVERED-LIMIT times
      * EN-PREMIUM-PCT per cent - the figure CSBALANC and the
      * CSGLEXTR general ledger journal both carry for the day's
      * enrolments.
      ******************************************************************
       01  ENROL-RECORD.
           05  EN-CUST-NO              PIC X(8).
           05  EN-APPL-SEQ-NO          PIC 9(1).
           05  EN-COVERED-LIMIT        PIC 9(7).
           05  EN-PREMIUM-PCT          PIC 9(2)V99.
           05  EN-OPTIN-TIMESTAMP      PIC X(26).
           05  EN-OPTIN-CHANNEL        PIC X(1).
           05  EN-EXTRACT-DATE         PIC X(8).
           05  FILLER                  PIC X(15).
