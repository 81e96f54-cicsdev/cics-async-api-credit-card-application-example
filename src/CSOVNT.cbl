                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS OVNTCTL-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  ACCOUNT-LIST.
        FD  CONTROL-CARDS.
        01  CONTROL-CARD-RECORD   PIC X(80).

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSOVNT  '.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSOVNT  '.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 ACCTLIST-STATUS          PIC X(2) VALUE '00'.
       1 OVCKPT-STATUS            PIC X(2) VALUE '00'.
       1 OVRESULT-STATUS          PIC X(2) VALUE '00'.
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-START-TIME FROM TIME

           MOVE SPACES TO INFLIGHT-SLOTS

           PERFORM PRINT-RUN-SUMMARY

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ACCOUNTS-SUBMITTED TO RUN-LOG-WRITTEN
           MOVE RESULTS-FAILED TO RUN-LOG-REJECTED
           .

       COPY RUNLOGP.

       END PROGRAM 'CSOVNT'.
