                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS RETRVOUT-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * The archive generations are written by CSAUDARC as 350 byte
        FD  RETRIEVE-OUT.
        01  RETRIEVE-OUT-RECORD     PIC X(350).

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSAUDRTV'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSAUDRTV'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

           COPY AUDIT.

       1 ARCHIN-STATUS             PIC X(2) VALUE '00'.
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           OPEN INPUT ACCOUNT-CARDS

           PERFORM READ-NEXT-ACCOUNT-CARD

           PERFORM PRINT-RETRIEVE-SUMMARY

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

       END PROGRAM 'CSAUDRTV'.
