      ******************************************************************
      *  CDCCTL
      *
      * Record layout for the CDCCTL VSAM KSDS - the high-water marks
      * of the nightly warehouse extract (see src/CSCDCEXT.cbl), one
      * row per source file keyed on its name, plus one row keyed
      * RUN for the extract run itself.
      *
      * RUN row      CX-LAST-RUN-NO     the last run that committed
      *              CX-ATTEMPT-RUN-NO  the last run that started -
      *                                 one past CX-LAST-RUN-NO when
      *                                 the run before this one failed
      *
      * source rows  CX-HWM-DATE/-TIME  the newest record already
      *                                 sent: for AUDIT the last
      *                                 record's run date/time, for
      *                                 BURSNAP and DECPARM the
      *                                 extract cut-off (only rows
      *                                 stamped after it are new)
      *              CX-HWM-CHAIN-VALUE AUDIT only - the AU-CHAIN-
      *                                 VALUE of that last record, so
      *                                 the next run starts straight
      *                                 after it
      *
      * Rows are only rewritten once a run has written its extract
      * and manifest in full, so a run that fails leaves every mark
      * where the last good run put it and the rerun repeats the
      * same window - no gap and, with CDCSNAP, no duplicate.
      ******************************************************************
       01  CDCCTL-RECORD.
           05  CX-SOURCE-ID            PIC X(8).
           05  CX-LAST-RUN-NO          PIC 9(7).
           05  CX-ATTEMPT-RUN-NO       PIC 9(7).
           05  CX-LAST-RUN-DATE        PIC X(8).
           05  CX-LAST-RUN-TIME        PIC X(8).
           05  CX-HWM-DATE             PIC X(8).
           05  CX-HWM-TIME             PIC X(8).
           05  CX-HWM-CHAIN-VALUE      PIC X(8).
           05  CX-LAST-ROWS-SENT       PIC 9(9).
           05  FILLER                  PIC X(19).
