      * a bureau record at all. BS-BUREAU-USED says which source the
      * answer came from - '1 ', '2 ', or '12' when the two were
      * blended under CP-BUREAU-BLEND - so the decision stays
      * reproducible whichever supplier answered that day. The ACCQ
      * inquiry's 'B' option plays the latest snapshot back - see
      * src/ACCQUERY.cbl.
      *
      * Each row is also the record of what we will be invoiced
      * for. BS-BUREAU1-PULLED/BS-BUREAU2-PULLED say which bureau
      * was actually reached on the call - a no-record answer is
      * still a chargeable inquiry, a call that never got through
      * is not - BS-DRY-RUN-FLAG marks an ACCD what-if (never
      * billable to the business) and BS-PRODUCT-CODE the product
      * applied for. BS-PULL-SOURCE is O for an application's own
      * pull through CRDTCHK and R for the CSRECON drift check's
      * pull - R rows are not decision-time snapshots, so ACCQ
      * passes them by. Rows written before these fields existed
      * carry spaces there; BS-BUREAU-USED stands in for the pulled
      * flags. The CSBURINV monthly invoice reconciliation (see
      * src/CSBURINV.cbl) counts the chargeable pulls from here.
      ******************************************************************
       01  BURSNAP-RECORD.
           05  BS-SNAP-KEY.
           05  BS-BUREAU-UNAVAILABLE   PIC X(1).
           05  BS-RECORD-ON-FILE       PIC X(1).
           05  BS-BUREAU-USED          PIC X(2).
           05  BS-PRODUCT-CODE         PIC X(4).
           05  BS-DRY-RUN-FLAG         PIC X(1).
           05  BS-BUREAU1-PULLED       PIC X(1).
           05  BS-BUREAU2-PULLED       PIC X(1).
           05  BS-PULL-SOURCE          PIC X(1).
               88  BS-APPLICATION-PULL VALUE 'O'.
               88  BS-RECON-PULL       VALUE 'R'.
           05  FILLER                  PIC X(5).
