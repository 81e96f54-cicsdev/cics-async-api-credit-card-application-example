      ******************************************************************
      *  HARDSHIP
      *
      * Record layout for the HARDSHIP VSAM KSDS - the hardship and
      * forbearance arrangements agreed with cardholders who cannot
      * keep up their payments (a lost job, illness). The HARD
      * transaction (see src/CSHARDSH.cbl) sets one up against a
      * card position, keyed on the account, applicant sequence and
      * the date the arrangement starts, so every arrangement a card
      * has ever had keeps its own row. A position has at most one
      * ACTIVE arrangement at a time.
      *
      *   HA-REDUCED-PAYMENT     what the cardholder has agreed to
      *                          pay each due date instead of the
      *                          contractual minimum
      *   HA-INTEREST-TREATMENT  F - interest frozen for the term
      *                          R - charged at HA-REDUCED-APR (or
      *                              the card's own rate, if lower)
      *
      *   HA-STATUS  ACTIVE  agreed and in force from HA-START-DATE
      *                      to HA-END-DATE
      *              BROKEN  a due date in the term was not met at
      *                      the agreed payment - the CSHRDCHK run
      *                      (see src/CSHRDCHK.cbl) broke it, wrote
      *                      to the cardholder, and normal fees and
      *                      collections apply again
      *              ENDED   ran to its end date, or ended early at
      *                      the cardholder's request through HARD
      *
      * While an arrangement is ACTIVE and its term covers the day:
      * the CSDELINQ due-date run (see src/CSDELINQ.cbl) judges the
      * card against the agreed payment and posts no late fee and
      * counts no missed payment - a shortfall is only recorded here
      * in HA-SHORTFALL-DATE/HA-SHORTFALL-AMOUNT for CSHRDCHK to
      * act on; CSCYCCLS (see src/CSCYCCLS.cbl) charges interest at
      * the agreed treatment and caps the minimum at the agreed
      * payment; CSCOLLEX holds back the collections handoff; and
      * CSBURFUL reports the card to the bureau as FORBEAR. The
      * interest treatment covers each day from HA-START-DATE up to
      * HA-END-DATE, or HA-CLOSED-DATE when the arrangement was
      * broken or ended early.
      ******************************************************************
       01  HARDSHIP-RECORD.
           05  HA-ARRANGEMENT-KEY.
               10  HA-CUST-NO          PIC X(8).
               10  HA-APPL-SEQ-NO      PIC 9(1).
               10  HA-START-DATE       PIC X(8).
           05  HA-END-DATE             PIC X(8).
           05  HA-STATUS               PIC X(8).
               88  HA-IS-ACTIVE        VALUE 'ACTIVE  '.
               88  HA-IS-BROKEN        VALUE 'BROKEN  '.
               88  HA-IS-ENDED         VALUE 'ENDED   '.
           05  HA-REDUCED-PAYMENT      PIC 9(7)V99.
           05  HA-INTEREST-TREATMENT   PIC X(1).
               88  HA-INTEREST-FROZEN  VALUE 'F'.
               88  HA-INTEREST-REDUCED VALUE 'R'.
           05  HA-REDUCED-APR          PIC 9(2)V99.
           05  HA-SET-UP-BY            PIC X(8).
           05  HA-SET-UP-DATE          PIC X(8).
           05  HA-DUE-DATES-MET        PIC 9(3).
           05  HA-SHORTFALL-DATE       PIC X(8).
           05  HA-SHORTFALL-AMOUNT     PIC 9(7)V99.
           05  HA-CLOSED-DATE          PIC X(8).
           05  HA-CLOSED-BY            PIC X(8).
           05  FILLER                  PIC X(20).
