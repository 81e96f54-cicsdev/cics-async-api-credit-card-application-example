                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS CHMPLIST-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  CONTROL-CARDS.
        FD  ACCOUNT-LIST.
        01  ACCOUNT-LIST-RECORD     PIC X(8).

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSCHAMP '.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSCHAMP '.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 CHMPCTL-STATUS           PIC X(2) VALUE '00'.
       1 CHMPLIST-STATUS          PIC X(2) VALUE '00'.
       1 END-OF-ACCOUNT-LIST      PIC X(1) VALUE 'N'.
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           PERFORM READ-CONTROL-CARD

           IF CHALLENGER-SET = SPACES
               PERFORM PRINT-DIFF-SUMMARY
           END-IF

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ACCOUNTS-DRIVEN TO RUN-LOG-READ
           .

       COPY RUNLOGP.

       END PROGRAM 'CSCHAMP'.
