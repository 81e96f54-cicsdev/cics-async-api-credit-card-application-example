      ******************************************************************
      *  CDCSNAP
      *
      * Record layout for the CDCSNAP VSAM KSDS - what the analytics
      * warehouse was last sent for each record of the files that
      * are updated in place (CSCACHE, CARDMAS, REVIEWQ, FRAUDCAS,
      * APPEALS), keyed on the source file and that file's own nine
      * byte key. The nightly CSCDCEXT extract (see src/CSCDCEXT.cbl)
      * hashes each record's extract row and compares it with
      * CS-ROW-HASH here - the way CSAUTHFD finds a DELTA against
      * AUTHSNAP - so a record is sent when it is new (I) or its row
      * has changed (U), and not otherwise.
      *
      * CS-RUN-NO is the extract run that last sent the row. A run
      * that fails before it commits its high-water marks leaves its
      * rows here stamped with a run number that is then used again
      * by the rerun, which re-sends them with the same CS-LAST-OP -
      * so the repeat carries everything the failed run did.
      ******************************************************************
       01  CDCSNAP-RECORD.
           05  CS-SNAP-KEY.
               10  CS-SOURCE-ID        PIC X(8).
               10  CS-RECORD-KEY       PIC X(9).
           05  CS-ROW-HASH             PIC X(16).
           05  CS-LAST-OP              PIC X(1).
               88  CS-SENT-AS-INSERT   VALUE 'I'.
               88  CS-SENT-AS-UPDATE   VALUE 'U'.
           05  CS-RUN-NO               PIC 9(7).
           05  CS-SENT-DATE            PIC X(8).
           05  FILLER                  PIC X(11).
