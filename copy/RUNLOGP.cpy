      ******************************************************************
      *  RUNLOGP
      *
      * START-RUN-LOG / WRITE-RUN-LOG - shared fragment, COPYed
      * into the PROCEDURE DIVISION of every batch program, the same
      * host-declaration convention DAYCTLP uses. Expects the
      * importing program to declare:
      *
      *   - the RUNLOG file (SELECT/FD, COPY RUNLOG, ACCESS RANDOM,
      *     status RUNLOG-STATUS) - opened and closed by these
      *     paragraphs themselves;
      *   - RUN-LOG-JOB       X(8)  the job name it runs under;
      *   - RUN-LOG-STEP      X(8)  the job step it runs as;
      *   - RUN-LOG-PROGRAM   X(8)  its own program name;
      *   - RUN-LOG-START-DATE X(8) and RUN-LOG-START-TIME X(8);
      *   - RUN-LOG-READ, RUN-LOG-WRITTEN, RUN-LOG-REJECTED
      *     9(9) - the run's counts;
      *   - a SET-RUN-LOG-COUNTS paragraph that moves its own
      *     counters into those three.
      *
      * START-RUN-LOG is the first thing the program does;
      * WRITE-RUN-LOG goes immediately before every STOP RUN, after
      * RETURN-CODE is set, so a refused or failed run is logged as
      * well as a good one. An absent RUNLOG file is skipped - the
      * run log is never a reason for a job to fail.
      ******************************************************************
       START-RUN-LOG.
           ACCEPT RUN-LOG-START-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-LOG-START-TIME FROM TIME
           .

       WRITE-RUN-LOG.
           MOVE 0 TO RUN-LOG-READ
           MOVE 0 TO RUN-LOG-WRITTEN
           MOVE 0 TO RUN-LOG-REJECTED
           PERFORM SET-RUN-LOG-COUNTS

           MOVE SPACES             TO RUNLOG-RECORD
           MOVE RUN-LOG-JOB        TO RL-JOB-NAME
           MOVE RUN-LOG-STEP       TO RL-STEP-NAME
           MOVE RUN-LOG-START-DATE TO RL-START-DATE
           MOVE RUN-LOG-START-TIME TO RL-START-TIME
           MOVE RUN-LOG-PROGRAM    TO RL-PROGRAM
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD
           ACCEPT RL-END-TIME FROM TIME

      * A step that ran over midnight ends a day later.
           IF RL-END-DATE NOT = RL-START-DATE
               COMPUTE RL-ELAPSED-SECONDS =
                   (RL-END-HH * 3600 + RL-END-MM * 60 + RL-END-SS
                    + 86400)
                 - (RL-START-HH * 3600 + RL-START-MM * 60
                    + RL-START-SS)
           ELSE
               COMPUTE RL-ELAPSED-SECONDS =
                   (RL-END-HH * 3600 + RL-END-MM * 60 + RL-END-SS)
                 - (RL-START-HH * 3600 + RL-START-MM * 60
                    + RL-START-SS)
           END-IF

           MOVE RUN-LOG-READ       TO RL-RECORDS-READ
           MOVE RUN-LOG-WRITTEN    TO RL-RECORDS-WRITTEN
           MOVE RUN-LOG-REJECTED   TO RL-RECORDS-REJECTED
           MOVE RETURN-CODE        TO RL-RETURN-CODE

           OPEN I-O RUNLOG

           IF RUNLOG-STATUS = '00'
               WRITE RUNLOG-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE

               CLOSE RUNLOG
           END-IF
           .
