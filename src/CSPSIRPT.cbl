                  RECORD KEY IS BS-SNAP-KEY
                  FILE STATUS IS BURSNAP-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  CONTROL-CARDS.
        FD  BURSNAP.
           COPY BURSNAP.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSPSIRPT'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSPSIRPT'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 PSIRCTL-STATUS           PIC X(2) VALUE '00'.
       1 BURSNAP-STATUS           PIC X(2) VALUE '00'.
       1 END-OF-BURSNAP           PIC X(1) VALUE 'N'.
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           INITIALIZE BASELINE-BANDS
           INITIALIZE MONTH-TABLE
           INITIALIZE MIGRATION-MATRIX
           PERFORM BUILD-MIGRATION-MATRIX
           PERFORM PRINT-STABILITY-REPORT

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

           .

      * A snapshot with no usable score (bureau down, thin file)
      * says nothing about the scored population and is skipped,
      * as is a CSRECON drift-check lookup - it scored no applicant.
       TALLY-ONE-SNAPSHOT.
           IF BS-SCORE IS NUMERIC
              AND BS-RECORD-ON-FILE = 'Y'
              AND NOT BS-RECON-PULL
               MOVE BS-SCORE TO SNAP-SCORE-NUM
               PERFORM BAND-THE-SNAPSHOT

               TO REPORT-LINE (MONTH-IX:7)
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ACCOUNTS-SEEN TO RUN-LOG-READ
           .

       COPY RUNLOGP.

       END PROGRAM 'CSPSIRPT'.
