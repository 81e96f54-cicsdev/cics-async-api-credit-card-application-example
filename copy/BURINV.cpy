      ******************************************************************
      *  BURINV
      *
      * Record layout for a credit bureau's monthly invoice detail
      * file - one line per inquiry the bureau charges us for. Each
      * supplier sends its own file (bureau 1 on BURINV1, bureau 2
      * on BURINV2) in this common layout; the CSBURINV invoice
      * reconciliation (see src/CSBURINV.cbl) matches every line
      * against the pulls we filed on BURSNAP (see copy/BURSNAP.cpy).
      *
      *   BI-RECORD-TYPE   D for an inquiry line - any supplier
      *                    header or trailer line is passed by
      *   BI-INVOICE-NO    the invoice the line is billed on
      *   BI-INQUIRY-DATE  the day the bureau took the inquiry
      *                    (YYYYMMDD) and the time (HHMMSS)
      *   BI-CUST-NO       the account number we sent with the
      *                    inquiry - our subscriber reference
      *   BI-INQUIRY-REF   the bureau's own reference for it
      *   BI-CHARGE        what the inquiry is billed at
      ******************************************************************
       01  BURINV-RECORD.
           05  BI-RECORD-TYPE          PIC X(1).
               88  BI-INQUIRY-LINE     VALUE 'D'.
           05  BI-INVOICE-NO           PIC X(12).
           05  BI-INQUIRY-DATE         PIC X(8).
           05  BI-INQUIRY-TIME         PIC X(6).
           05  BI-CUST-NO              PIC X(8).
           05  BI-INQUIRY-REF          PIC X(16).
           05  BI-CHARGE               PIC 9(3)V99.
           05  FILLER                  PIC X(24).
