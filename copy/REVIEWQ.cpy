           05  RQ-UNDERWRITER-ID       PIC X(8).
           05  RQ-DECISION-DATE        PIC X(8).
           05  RQ-DECISION-NOTE        PIC X(40).
      * The time of day the decision was recorded (HHMMSS, from the
      * same FORMATTIME as RQ-DECISION-DATE) - with RQ-QUEUED-DATE/
      * TIME it gives the case's turnaround, which the CSUWPERF
      * underwriter report (see src/CSUWPERF.cbl) measures. Spaces
      * on rows decided before it was kept.
           05  RQ-DECISION-TIME        PIC X(8).
           05  FILLER                  PIC X(12).
