      ******************************************************************
      *  GLJRNL
      *
      * Record layout for the daily general ledger journal extract
      * written by the CSGLEXTR run (see src/CSGLEXTR.cbl) for the
      * finance system - 100 byte fixed records, one header, two
      * detail lines per financial event (the debit leg and the
      * credit leg, on the GL accounts GLMAP names for it - see
      * copy/GLMAP.cpy), one trailer.
      *
      * A detail line summarises every item of one event for the
      * journal date: GJ-EVENT-COUNT items for GJ-AMOUNT in total.
      * The trailer carries the control totals - the journal only
      * goes out when GJ-TRL-TOTAL-DEBITS equals
      * GJ-TRL-TOTAL-CREDITS and both tie back to the CSBALANC
      * figures for the day (see copy/BALFIGS.cpy).
      ******************************************************************
       01  GLJRNL-RECORD.
           05  GJ-RECORD-TYPE          PIC X(1).
               88  GJ-IS-HEADER        VALUE 'H'.
               88  GJ-IS-DETAIL        VALUE 'D'.
               88  GJ-IS-TRAILER       VALUE 'T'.
           05  GJ-JOURNAL-DATE         PIC X(8).
           05  GJ-LINE-NO              PIC 9(5).
           05  GJ-GL-ACCOUNT           PIC X(10).
           05  GJ-DEBIT-CREDIT         PIC X(1).
               88  GJ-IS-DEBIT         VALUE 'D'.
               88  GJ-IS-CREDIT        VALUE 'C'.
           05  GJ-AMOUNT               PIC 9(11)V99.
           05  GJ-EVENT-SOURCE         PIC X(8).
           05  GJ-EVENT-TYPE           PIC X(8).
           05  GJ-DIRECTION            PIC X(1).
           05  GJ-EVENT-COUNT          PIC 9(7).
           05  GJ-DESCRIPTION          PIC X(25).
           05  FILLER                  PIC X(13).
       01  GLJRNL-HEADER-RECORD.
           05  GJ-HDR-RECORD-TYPE      PIC X(1).
           05  GJ-HDR-JOURNAL-DATE     PIC X(8).
           05  GJ-HDR-RUN-DATE         PIC X(8).
           05  GJ-HDR-RUN-TIME         PIC X(8).
           05  FILLER                  PIC X(75).
       01  GLJRNL-TRAILER-RECORD.
           05  GJ-TRL-RECORD-TYPE      PIC X(1).
           05  GJ-TRL-JOURNAL-DATE     PIC X(8).
           05  GJ-TRL-LINE-COUNT       PIC 9(7).
           05  GJ-TRL-TOTAL-DEBITS     PIC 9(11)V99.
           05  GJ-TRL-TOTAL-CREDITS    PIC 9(11)V99.
           05  GJ-TRL-ITEM-COUNT       PIC 9(7).
           05  FILLER                  PIC X(51).
