                  RECORD KEY IS LA-LETTER-KEY
                  FILE STATUS IS LTRARCH-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  CSCACHE.
        FD  LTRARCH.
           COPY LTRARCH.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSAPPEXP'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSAPPEXP'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 CSCACHE-STATUS           PIC X(2) VALUE '00'.
       1 CARDMAS-STATUS           PIC X(2) VALUE '00'.
       1 CTLPARM-STATUS           PIC X(2) VALUE '00'.
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-RAW FROM TIME


           PERFORM PRINT-EXPIRY-SUMMARY

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ROWS-READ TO RUN-LOG-READ
           .

       COPY RUNLOGP.

       END PROGRAM 'CSAPPEXP'.
