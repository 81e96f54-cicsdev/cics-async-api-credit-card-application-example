                  RECORD KEY IS FX-CURRENCY-CODE
                  FILE STATUS IS FXRATE-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  CUSTMAS.
        FD  FXRATE.
           COPY FXRATE.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSDQRECN'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSDQRECN'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 CUSTMAS-STATUS            PIC X(2) VALUE '00'.
       1 CUSTADDR-STATUS       PIC X(2) VALUE '00'.
       1 EMPLMAS-STATUS        PIC X(2) VALUE '00'.
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           OPEN INPUT CUSTMAS
           OPEN INPUT CUSTADDR
           OPEN INPUT EMPLMAS

           PERFORM PRINT-RECON-SUMMARY

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           COMPUTE RUN-LOG-READ =
               CUSTMAS-ROWS-READ + CUSTADDR-ROWS-READ
                 + EMPLMAS-ROWS-READ + POLMAS-ROWS-READ
                 + SPNDMAS-ROWS-READ + PAYHMAS-ROWS-READ
                 + CRDTBUR-ROWS-READ + BALMAS-ROWS-READ
           COMPUTE RUN-LOG-REJECTED =
               BAD-KEY-COUNT + BAD-CURRENCY-COUNT
           .

       COPY RUNLOGP.

       END PROGRAM 'CSDQRECN'.
