      ******************************************************************
      *  CDCMANF
      *
      * Record layout for the manifest the nightly warehouse extract
      * (see src/CSCDCEXT.cbl) writes alongside each CDCEXTR
      * generation - 100 byte fixed records, one header, one per
      * source file, one trailer.
      *
      * Per source file: the rows sent, MF-HASH-TOTAL (the sum of
      * the account numbers on those rows, kept to 15 digits the way
      * the AUTHFEED trailer keeps its hash total) and
      * MF-CONTENT-HASH (a CSCHKSUM chained over every row sent for
      * the file, in file order - any altered, lost or extra row
      * changes it). MF-FROM-STAMP/MF-TO-STAMP are the window the
      * file was extracted over, YYYYMMDDHHMMSS.
      *
      * The warehouse loads a generation only when its trailer says
      * MF-RUN-COMPLETE. A run that stops short writes no trailer
      * and commits nothing, and its rerun carries everything the
      * failed generation did; MF-REPEAT-OF-FAILED on the header
      * says a generation is such a rerun.
      ******************************************************************
       01  CDCMANF-RECORD.
           05  MF-RECORD-TYPE          PIC X(1).
               88  MF-IS-HEADER        VALUE 'H'.
               88  MF-IS-FILE          VALUE 'F'.
               88  MF-IS-TRAILER       VALUE 'T'.
           05  MF-RUN-NO               PIC 9(7).
           05  MF-SOURCE-ID            PIC X(8).
           05  MF-ROW-COUNT            PIC 9(9).
           05  MF-INSERT-COUNT         PIC 9(9).
           05  MF-UPDATE-COUNT         PIC 9(9).
           05  MF-HASH-TOTAL           PIC 9(15).
           05  MF-CONTENT-HASH         PIC X(8).
           05  MF-FROM-STAMP           PIC X(14).
           05  MF-TO-STAMP             PIC X(14).
           05  FILLER                  PIC X(6).
       01  CDCMANF-HEADER-RECORD.
           05  MF-HDR-RECORD-TYPE      PIC X(1).
           05  MF-HDR-RUN-NO           PIC 9(7).
           05  MF-HDR-RUN-DATE         PIC X(8).
           05  MF-HDR-RUN-TIME         PIC X(8).
           05  MF-HDR-REPEAT-FLAG      PIC X(1).
               88  MF-REPEAT-OF-FAILED VALUE 'Y'.
           05  MF-HDR-SOURCE-COUNT     PIC 9(2).
           05  FILLER                  PIC X(73).
       01  CDCMANF-TRAILER-RECORD.
           05  MF-TRL-RECORD-TYPE      PIC X(1).
           05  MF-TRL-RUN-NO           PIC 9(7).
           05  MF-TRL-RUN-STATUS       PIC X(8).
               88  MF-RUN-COMPLETE     VALUE 'COMPLETE'.
           05  MF-TRL-ROW-COUNT        PIC 9(9).
           05  MF-TRL-HASH-TOTAL       PIC 9(15).
           05  FILLER                  PIC X(60).
