      * clean run. No card (or a blank one) keeps the original
      * single-pass full-file behaviour.

      * Every CRDTBUR lookup here stands for an inquiry the bureau
      * bills us for, the same as CRDTCHK's, so each one is filed
      * on BURSNAP with BS-PULL-SOURCE 'R' (see copy/BURSNAP.cpy) -
      * the CSBURINV monthly invoice reconciliation counts them and
      * costs them as overhead rather than against an application.
      * A lookup that failed outright (any status but found or not
      * on file) never reached the bureau and is not filed.

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSRECON.
        AUTHOR. GOHILPR.
                  RECORD KEY IS CB-CUST-NO
                  FILE STATUS IS CRDTBUR-STATUS.

           SELECT BURSNAP ASSIGN TO BURSNAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BS-SNAP-KEY
                  FILE STATUS IS BURSNAP-STATUS.

           SELECT CTLPARM ASSIGN TO CTLPARM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CP-PARM-ID
                  FILE STATUS IS CTLPARM-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  CONTROL-CARDS.
        FD  CRDTBUR.
           COPY CRDTBUR.

        FD  BURSNAP.
           COPY BURSNAP.

        FD  CTLPARM.
           COPY CTLPARM.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSRECON '.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSRECON '.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 CSCACHE-STATUS           PIC X(2) VALUE '00'.
       1 CRDTBUR-STATUS           PIC X(2) VALUE '00'.
       1 CTLPARM-STATUS           PIC X(2) VALUE '00'.
       1 BURSNAP-STATUS           PIC X(2) VALUE '00'.
       1 PULL-DATE                PIC X(8) VALUE SPACES.
       1 PULL-TIME                PIC X(8) VALUE SPACES.
       1 END-OF-CSCACHE           PIC X(1) VALUE 'N'.

       1 SCORE-DELTA-THRESHOLD    PIC 9(3) VALUE 50.
         2 ROWS-COMPARED          PIC 9(7) VALUE 0.
         2 ROWS-NO-BUREAU-RECORD  PIC 9(7) VALUE 0.
         2 ROWS-FLAGGED           PIC 9(7) VALUE 0.
         2 PULLS-FILED            PIC 9(7) VALUE 0.

       1 REPORT-LINE              PIC X(60).
       1 EXCEPTION-LINE           PIC X(60).
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           PERFORM READ-CONTROL-PARAMETERS
           PERFORM READ-RANGE-CARD

           OPEN INPUT CSCACHE
           OPEN OUTPUT EXCEPTION-FEED
           OPEN I-O BURSNAP

           MOVE RANGE-FROM-KEY TO CC-CACHE-KEY
           START CSCACHE KEY >= CC-CACHE-KEY

           CLOSE CSCACHE
           CLOSE EXCEPTION-FEED
           CLOSE BURSNAP

           PERFORM PRINT-RECON-SUMMARY

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

                   ADD 1 TO ROWS-NO-BUREAU-RECORD
           END-READ

           IF CRDTBUR-STATUS = '00' OR CRDTBUR-STATUS = '23'
               PERFORM FILE-BUREAU-PULL
           END-IF

           IF CRDTBUR-STATUS = '00'
               MOVE CC-SCORE  TO CACHED-SCORE-NUM
               MOVE CB-SCORE  TO FRESH-SCORE-NUM
           PERFORM READ-NEXT-CSCACHE-ROW
           .

      * One second-resolution key per position - a second pull of
      * the same position inside the same second (a duplicate key)
      * is left unfiled, as CRDTCHK does.
       FILE-BUREAU-PULL.
           ACCEPT PULL-DATE FROM DATE YYYYMMDD
           ACCEPT PULL-TIME FROM TIME

           MOVE SPACES            TO BURSNAP-RECORD
           MOVE CC-CUST-NO        TO BS-CUST-NO
           MOVE CC-APPL-SEQ-NO    TO BS-APPL-SEQ-NO
           MOVE PULL-DATE         TO BS-SNAP-DATE
           MOVE PULL-TIME(1:6)    TO BS-SNAP-TIME
           MOVE 0                 TO BS-RETRY-COUNT
           MOVE 'N'               TO BS-BUREAU-UNAVAILABLE
           MOVE '1 '              TO BS-BUREAU-USED
           MOVE CC-PRODUCT-CODE   TO BS-PRODUCT-CODE
           MOVE 'N'               TO BS-DRY-RUN-FLAG
           MOVE 'Y'               TO BS-BUREAU1-PULLED
           MOVE 'N'               TO BS-BUREAU2-PULLED
           MOVE 'R'               TO BS-PULL-SOURCE

           IF CRDTBUR-STATUS = '00'
               MOVE CB-SCORE        TO BS-SCORE
               MOVE CB-LAST-UPDATED TO BS-BUREAU-LAST-UPDATED
               MOVE 'Y'             TO BS-RECORD-ON-FILE
           ELSE
               MOVE '000'           TO BS-SCORE
               MOVE 'N'             TO BS-RECORD-ON-FILE
           END-IF

           WRITE BURSNAP-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF BURSNAP-STATUS = '00'
               ADD 1 TO PULLS-FILED
           END-IF
           .

       PRINT-EXCEPTION-LINE.
           ADD 1 TO ROWS-FLAGGED

           STRING 'ROWS FLAGGED FOR REVIEW:     ' ROWS-FLAGGED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'BUREAU PULLS FILED:          ' PULLS-FILED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ROWS-COMPARED TO RUN-LOG-READ
           MOVE ROWS-FLAGGED TO RUN-LOG-WRITTEN

      * A partition runs as a step of jcl/CSRECONP.jcl; it is logged
      * under that job with the start of its key range as the step,
      * so each slice is trended against its own earlier runs.
           IF RANGE-FROM-KEY NOT = LOW-VALUES
               MOVE 'CSRECONP'          TO RUN-LOG-JOB
               MOVE RANGE-FROM-KEY(1:8) TO RUN-LOG-STEP
           END-IF
           .

       COPY RUNLOGP.

       END PROGRAM 'CSRECON'.
