      ******************************************************************
      *  AGYRCL
      *
      * Record layout for the recall file CSAGYRTN (see
      * src/CSAGYRTN.cbl) sends the collections agency - one detail
      * record ('D') per placement we are taking back, quoting the
      * placement the way the agency's own returns do, closed by a
      * trailer record ('T') carrying the record count.
      *
      *   AC-RECALL-REASON  DECEASED / DISPUTED / CHGDOFF /
      *                     PAIDFULL / CURED - see
      *                     copy/PLACEMNT.cpy
      *   AC-BALANCE        what the account owed when recalled
      ******************************************************************
       01  AGYRCL-RECORD.
           05  AC-RECORD-TYPE          PIC X(1).
               88  AC-IS-DETAIL        VALUE 'D'.
               88  AC-IS-TRAILER       VALUE 'T'.
           05  AC-PLACEMENT-REF.
               10  AC-CUST-NO          PIC X(8).
               10  AC-PLACED-DATE      PIC X(8).
           05  AC-RECALL-REASON        PIC X(8).
           05  AC-RECALL-DATE          PIC X(8).
           05  AC-BALANCE              PIC 9(7)V99.
           05  AC-AGENCY-REF           PIC X(12).
           05  FILLER                  PIC X(26).
       01  AGYRCL-TRAILER-RECORD.
           05  AC-TRL-RECORD-TYPE      PIC X(1).
           05  AC-TRL-RECORD-COUNT     PIC 9(7).
           05  FILLER                  PIC X(72).
