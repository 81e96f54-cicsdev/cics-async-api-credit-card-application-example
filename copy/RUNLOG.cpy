      ******************************************************************
      *  RUNLOG
      *
      * Record layout for the RUNLOG VSAM KSDS - one row per run of
      * a batch job step, keyed on job, step and the date/time the
      * step started. DAYCTL says whether a job ran; this says how:
      * when it started and ended, how long it took, the records it
      * read, wrote and rejected, and the return code it ended with.
      *
      * Written by every batch program through the shared
      * START-RUN-LOG / WRITE-RUN-LOG fragment (see
      * copy/RUNLOGP.cpy) - the program decides what its own read,
      * written and rejected counts are. The daily CSRUNTRD report
      * (see src/CSRUNTRD.cbl) compares each run against the same
      * step's trailing runs and raises the outliers on ALERTS.
      *
      * Times are HHMMSSCC as ACCEPT ... FROM TIME gives them.
      ******************************************************************
       01  RUNLOG-RECORD.
           05  RL-RUN-KEY.
               10  RL-JOB-NAME         PIC X(8).
               10  RL-STEP-NAME        PIC X(8).
               10  RL-START-DATE       PIC X(8).
               10  RL-START-TIME.
                   15  RL-START-HH     PIC 9(2).
                   15  RL-START-MM     PIC 9(2).
                   15  RL-START-SS     PIC 9(2).
                   15  RL-START-CC     PIC 9(2).
           05  RL-PROGRAM              PIC X(8).
           05  RL-END-DATE             PIC X(8).
           05  RL-END-TIME.
               10  RL-END-HH           PIC 9(2).
               10  RL-END-MM           PIC 9(2).
               10  RL-END-SS           PIC 9(2).
               10  RL-END-CC           PIC 9(2).
           05  RL-ELAPSED-SECONDS      PIC 9(7).
           05  RL-RECORDS-READ         PIC 9(9).
           05  RL-RECORDS-WRITTEN      PIC 9(9).
           05  RL-RECORDS-REJECTED     PIC 9(9).
           05  RL-RETURN-CODE          PIC 9(4).
           05  FILLER                  PIC X(20).
