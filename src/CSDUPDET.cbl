                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS SUSPECTS-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  CUSTMAS.
            05  SU-MATCH-ADDRESS    PIC X(1).
            05  FILLER              PIC X(18).

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSDUPDET'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSDUPDET'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 CUSTMAS-STATUS            PIC X(2) VALUE '00'.
       1 CUSTADDR-STATUS           PIC X(2) VALUE '00'.
       1 SUSPECTS-STATUS           PIC X(2) VALUE '00'.
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           OPEN INPUT CUSTMAS
           OPEN INPUT CUSTADDR
           OPEN OUTPUT SUSPECTS-REPORT
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

           END-IF
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE CUSTOMER-COUNT TO RUN-LOG-READ
           .

       COPY RUNLOGP.

       END PROGRAM 'CSDUPDET'.
