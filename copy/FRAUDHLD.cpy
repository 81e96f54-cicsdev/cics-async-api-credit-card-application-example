      ******************************************************************
      *  FRAUDHLD
      *
      * Record layout for the FRAUDHLD VSAM KSDS - the fraud hold
      * queue for card servicing on an account whose address was
      * changed recently. Keyed on the card position (account plus
      * applicant sequence, as FRAUDCAS) and the date and time the
      * item was held.
      *
      * The classic account-takeover pattern is an address change
      * through CUSM followed a few days later by a lost-card call,
      * so the new plastic goes to the fraudster. For
      * CP-ADDR-HOLD-DAYS after CA-ADDR-CHANGED-DATE (see
      * copy/CUSTADDR.cpy) these are held here instead of being
      * fulfilled:
      *
      *   REPLACE   a CRPL card replacement (lost, stolen or lock-
      *             escalated) - the old number is still hot-listed
      *             straight away, only the new plastic waits
      *   LIMITINC  an ACLI credit limit increase
      *   PINMAIL   a CSPINEXT PIN mailer
      *
      * FH-HELD-INPUT is what is needed to carry the item out once
      * released - the CRPL or ACLI input line, or the card number
      * for a PIN mailer. FH-ADDR-CHANGE-DATE ties the hold to the
      * address change that caused it.
      *
      * FH-STATUS moves HELD -> CLEARED or CONFIRMD through the FRDC
      * analyst transaction (see src/FRAUDCSE.cbl). A clearance
      * carries the item out - CRPL and ACLI are re-driven there and
      * then, a PIN mailer goes on the next CSPINEXT run - and any
      * later item of the same type for the same address change
      * goes straight through. A confirmation leaves it refused.
      * FH-RULE-ID is ADDRCHG, so the CSFRDRPT effectiveness report
      * counts these dispositions alongside the FRAUDRUL rules.
      *
      * The shared CICS check lives in copy/FRDHOLDP.cpy.
      ******************************************************************
       01  FRAUDHLD-RECORD.
           05  FH-HOLD-KEY.
               10  FH-CUST-NO          PIC X(8).
               10  FH-APPL-SEQ-NO      PIC 9(1).
               10  FH-HOLD-DATE        PIC X(8).
               10  FH-HOLD-TIME        PIC X(8).
           05  FH-HOLD-TYPE            PIC X(8).
           05  FH-STATUS               PIC X(8).
               88  FH-HELD             VALUE 'HELD    '.
               88  FH-CLEARED          VALUE 'CLEARED '.
               88  FH-CONFIRMED        VALUE 'CONFIRMD'.
           05  FH-RULE-ID              PIC X(8).
           05  FH-ADDR-CHANGE-DATE     PIC X(8).
           05  FH-HELD-BY              PIC X(8).
           05  FH-HELD-INPUT           PIC X(40).
           05  FH-ANALYST-ID           PIC X(8).
           05  FH-DISPOSITION-DATE     PIC X(8).
           05  FH-NOTE                 PIC X(40).
           05  FILLER                  PIC X(20).
