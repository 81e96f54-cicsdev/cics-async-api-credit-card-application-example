      * anniversary of a promotional-rate product) - so finance sees
      * the waiver population instead of reconstructing it by hand
      * from the emboss file.
      *
      * Billable fees are charged to the card's ledger by the
      * CSPOSTNG nightly posting run (see src/CSPOSTNG.cbl).
      ******************************************************************
       01  FEEBILL-RECORD.
           05  FB-CUST-NO              PIC X(8).
