      ******************************************************************
      *  QUEUESLA
      *
      * Record layout for the QUEUESLA VSAM KSDS - the service level
      * each manual work queue is held to, one row per queue, keyed
      * on the queue's file name (REVIEWQ, DOCQUEUE, FRAUDCAS,
      * APPEALS, DISPUTES, DEPTRACK, PENDRTRY). The CSWIPAGE daily
      * aging report (see src/CSWIPAGE.cbl) ages every open item in
      * business days off BUSCAL and buckets it against these:
      *
      *   QS-WARN-DAYS     from here an item is DUE - still inside
      *                    the service level, but not for long
      *   QS-SLA-DAYS      past this an item is OVER, and the queue
      *                    is raised on ALERTS; past twice this it
      *                    is WELL OVER
      *   QS-OLDEST-SHOWN  how many of the queue's oldest items the
      *                    report names
      *
      * A queue with no row here (or a zero figure) takes the
      * report's own defaults - 5 days SLA, warned at 3, 5 named.
      * Loaded/refreshed by CUSLOAD like the other reference files
      * (sample in ctl/QUEUESLA.seed.txt).
      ******************************************************************
       01  QUEUESLA-RECORD.
           05  QS-QUEUE-ID             PIC X(8).
           05  QS-QUEUE-NAME           PIC X(20).
           05  QS-SLA-DAYS             PIC 9(3).
           05  QS-WARN-DAYS            PIC 9(3).
           05  QS-OLDEST-SHOWN         PIC 9(2).
           05  FILLER                  PIC X(44).
