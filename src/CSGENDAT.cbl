                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS OUT-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  CONTROL-CARDS.
        FD  ACCTLIST-OUT.
        01  ACCTLIST-OUT-RECORD     PIC X(8).

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSGENDAT'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSGENDAT'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 GENCTL-STATUS             PIC X(2) VALUE '00'.
       1 OUT-STATUS                PIC X(2) VALUE '00'.
       1 END-OF-CONTROL-CARDS      PIC X(1) VALUE 'N'.
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT GEN-DATE FROM DATE YYYYMMDD
           ACCEPT GEN-TIME FROM TIME
           STRING GEN-DATE ' ' GEN-TIME
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

           ADD 1 TO CURRENT-ACCOUNT
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE GENERATE-COUNT TO RUN-LOG-WRITTEN
           .

       COPY RUNLOGP.

       END PROGRAM 'CSGENDAT'.
