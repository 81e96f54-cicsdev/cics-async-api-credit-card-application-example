      ******************************************************************
      *  AGYINV
      *
      * Record layout for the collections agency's month-end
      * inventory file - every placement the agency believes it
      * holds, quoted by our account number and handoff date, with
      * the agency's own view of what it has collected. Closed by a
      * trailer record ('T') carrying the record count. The monthly
      * CSAGYREC reconciliation (see src/CSAGYREC.cbl) compares it
      * to the PLACEMNT register (see copy/PLACEMNT.cpy).
      ******************************************************************
       01  AGYINV-RECORD.
           05  AI-RECORD-TYPE          PIC X(1).
               88  AI-IS-DETAIL        VALUE 'D'.
               88  AI-IS-TRAILER       VALUE 'T'.
           05  AI-PLACEMENT-REF.
               10  AI-CUST-NO          PIC X(8).
               10  AI-PLACED-DATE      PIC X(8).
           05  AI-AGENCY-STATUS        PIC X(8).
           05  AI-AGENCY-BALANCE       PIC 9(7)V99.
           05  AI-COLLECTED-TOTAL      PIC 9(7)V99.
           05  AI-AGENCY-REF           PIC X(12).
           05  FILLER                  PIC X(25).
       01  AGYINV-TRAILER-RECORD.
           05  AI-TRL-RECORD-TYPE      PIC X(1).
           05  AI-TRL-RECORD-COUNT     PIC 9(7).
           05  FILLER                  PIC X(72).
