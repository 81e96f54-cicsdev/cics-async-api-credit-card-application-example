      * preserved across CUSLOAD's full refresh, and refused
      * against by ACCLINCR and CSLIMREV for any increase.
           05  PH-IN-COLLECTIONS   PIC X(1).
      * The misses this suite has assessed itself - the CSDELINQ
      * due-date run (see src/CSDELINQ.cbl) adds one here and to
      * PH-MISSED-PAYMENTS for every minimum payment not met by its
      * due date. CUSLOAD's refresh keeps it, and never loads a
      * feed figure below it into PH-MISSED-PAYMENTS.
           05  PH-LEDGER-MISSED    PIC 9(3).
           05  FILLER              PIC X(16).
