                  RECORD KEY IS CP-PARM-ID
                  FILE STATUS IS CTLPARM-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  PENDRTRY.
        FD  CTLPARM.
           COPY CTLPARM.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSRETRY '.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSRETRY '.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 PENDRTRY-STATUS           PIC X(2) VALUE '00'.
       1 CTLPARM-STATUS            PIC X(2) VALUE '00'.
       1 END-OF-PENDING            PIC X(1) VALUE 'N'.

       1 RTRY-CHANNEL              PIC X(16) VALUE 'RTRYCHANNEL     '.

      * The re-drive is credited to the front door the application
      * first came in through - see PR-INTAKE-CHANNEL.
       1 INTAKE-CHANNEL            PIC X(8)  VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM READ-CONTROL-PARAMETERS

           PERFORM PRINT-RETRY-SUMMARY

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

           MOVE PR-PRODUCT-CODE TO PRODUCT-CODE-IN
           MOVE PR-APPL-SEQ-NO  TO APPL-SEQ-NO

      * An entry queued before the channel was kept is credited to
      * this job.
           MOVE PR-INTAKE-CHANNEL TO INTAKE-CHANNEL
           IF INTAKE-CHANNEL = SPACES
               MOVE 'CSRETRY ' TO INTAKE-CHANNEL
           END-IF

           EXEC CICS PUT CONTAINER ('INTAKECHAN')
                           CHANNEL ( RTRY-CHANNEL )
                           FROM    ( INTAKE-CHANNEL )
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC
           PERFORM CHECK-LINK-RESULT

           EXEC CICS PUT CONTAINER ( ASYNC-PROG )
                           CHANNEL ( RTRY-CHANNEL )
                           FROM    ( ACCOUNT-NUMBER-IN )
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ENTRIES-READ TO RUN-LOG-READ
           .

       COPY RUNLOGP.

       END PROGRAM 'CSRETRY'.
