      ******************************************************************
      *  DRPARITY
      *
      * Record layout for the DRPARITY VSAM KSDS - one row per file
      * per recovery-site parity run, keyed on the run date and the
      * file, written by the CSDRPRTY compare steps and read back by
      * its summary step (see src/CSDRPRTY.cbl and
      * jcl/CSDRPRTY.jcl). Kept, so the last proven-good date of
      * every recovery copy can be looked up before a DR test. A
      * rerun on the same day replaces that day's row.
      *
      * Each side's figures are taken from a flat unload of that
      * site's copy of the file, in the order the file holds it -
      * key order for a KSDS, entry order for an ESDS:
      *
      *   DV-xxx-COUNT      records on the copy
      *   DV-xxx-LOW-KEY    key of the first and last record - the
      *   DV-xxx-HIGH-KEY   key range (the leading DV-KEY-LENGTH
      *                     bytes; blank for an ESDS, which has none)
      *   DV-xxx-HASH       CSCHKSUM value chained over every byte
      *                     of every record, in file order
      *   DV-xxx-CHAIN      the last record's stored chain value -
      *                     AU-CHAIN-VALUE on the AUDIT trail, blank
      *                     for files that carry none
      *
      *   DV-FIRST-DIFF-REC the record position (1 = first) at which
      *                     the two copies first differ - zero when
      *                     they match
      *   DV-FIRST-DIFF-KEY the key there - the lower of the two
      *                     sides' keys, so a record missing from
      *                     either copy is the one named
      ******************************************************************
       01  DRPARITY-RECORD.
           05  DV-PARITY-KEY.
               10  DV-RUN-DATE         PIC X(8).
               10  DV-FILE-NAME        PIC X(8).
           05  DV-RUN-TIME             PIC X(8).
           05  DV-RESULT               PIC X(8).
               88  DV-COPIES-MATCH     VALUE 'MATCH   '.
               88  DV-COPIES-DIFFER    VALUE 'DIFFER  '.
           05  DV-KEY-LENGTH           PIC 9(3).
           05  DV-PRIMARY-FIGURES.
               10  DV-PRI-COUNT        PIC 9(9).
               10  DV-PRI-LOW-KEY      PIC X(40).
               10  DV-PRI-HIGH-KEY     PIC X(40).
               10  DV-PRI-HASH         PIC X(8).
               10  DV-PRI-CHAIN        PIC X(8).
           05  DV-RECOVERY-FIGURES.
               10  DV-REC-COUNT        PIC 9(9).
               10  DV-REC-LOW-KEY      PIC X(40).
               10  DV-REC-HIGH-KEY     PIC X(40).
               10  DV-REC-HASH         PIC X(8).
               10  DV-REC-CHAIN        PIC X(8).
           05  DV-FIRST-DIFF-REC       PIC 9(9).
           05  DV-FIRST-DIFF-KEY       PIC X(40).
           05  FILLER                  PIC X(30).
