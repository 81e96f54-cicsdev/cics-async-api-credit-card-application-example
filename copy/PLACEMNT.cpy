      ******************************************************************
      *  PLACEMNT
      *
      * Record layout for the PLACEMNT VSAM KSDS - the register of
      * accounts placed with the collections agency. CSCOLLEX (see
      * src/CSCOLLEX.cbl) writes a row for every account it hands
      * off on the COLLEXT extract, keyed on the account and the
      * handoff date - the two fields the agency quotes back on
      * every record it returns, so a second placement of the same
      * account after a cure is a separate row.
      *
      *   PL-STATUS  PLACED    with the agency and being worked
      *              RECALLED  taken back by us - PL-RECALL-REASON
      *                        says why, and a recall record has
      *                        gone to the agency
      *              SETTLED   the agency agreed a settlement for
      *                        less and collected it - the rest of
      *                        the balance is for the CSCHGOFF
      *                        charge-off run to write off
      *              RETURNED  the agency handed it back as
      *                        uncollectable
      *
      *   PL-RECALL-REASON  DECEASED  the account is flagged
      *                               deceased on CUSTMAS
      *                     DISPUTED  an OPEN DISPUTES entry on the
      *                               account, or the agency
      *                               reported the debt disputed
      *                     CHGDOFF   the account was charged off
      *                     PAIDFULL  nothing is owed any more
      *                     CURED     CSCOLLEX cured the account
      *
      * The CSAGYRTN run (see src/CSAGYRTN.cbl) maintains the row
      * from the agency's daily return file and recalls; every
      * collected amount goes into PL-COLLECTED-TOTAL and into
      * PL-UNBILLED-COLLECTED, which the monthly CSAGYREC
      * reconciliation (see src/CSAGYREC.cbl) bills commission on
      * and clears into PL-COMMISSION-BILLED.
      ******************************************************************
       01  PLACEMNT-RECORD.
           05  PL-PLACEMENT-KEY.
               10  PL-CUST-NO          PIC X(8).
               10  PL-PLACED-DATE      PIC X(8).
           05  PL-STATUS               PIC X(8).
               88  PL-IS-PLACED        VALUE 'PLACED  '.
               88  PL-IS-RECALLED      VALUE 'RECALLED'.
               88  PL-IS-SETTLED       VALUE 'SETTLED '.
               88  PL-IS-RETURNED      VALUE 'RETURNED'.
           05  PL-PLACED-BALANCE       PIC 9(7)V99.
           05  PL-MISSED-AT-PLACEMENT  PIC 9(3).
           05  PL-AGENCY-REF           PIC X(12).
           05  PL-LAST-ACTIVITY        PIC X(8).
           05  PL-LAST-ACTIVITY-DATE   PIC X(8).
           05  PL-ARRANGED-AMOUNT      PIC 9(7)V99.
           05  PL-ARRANGED-DATE        PIC X(8).
           05  PL-SETTLED-AMOUNT       PIC 9(7)V99.
           05  PL-COLLECTED-TOTAL      PIC 9(7)V99.
           05  PL-UNBILLED-COLLECTED   PIC 9(7)V99.
           05  PL-COMMISSION-BILLED    PIC 9(7)V99.
           05  PL-CLOSED-DATE          PIC X(8).
           05  PL-RECALL-REASON        PIC X(8).
           05  FILLER                  PIC X(20).
