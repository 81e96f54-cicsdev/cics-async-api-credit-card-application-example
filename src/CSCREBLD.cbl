                  RECORD KEY IS CC-CACHE-KEY
                  FILE STATUS IS CSCACHE-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  AUDIT-TRAIL.
        FD  CSCACHE.
           COPY CSCACHE.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSCREBLD'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSCREBLD'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 AUDIT-STATUS             PIC X(2) VALUE '00'.
       1 BURSNAP-STATUS           PIC X(2) VALUE '00'.
       1 LTRARCH-STATUS           PIC X(2) VALUE '00'.
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           PERFORM READ-ACTIVE-CRYPT-KEY

           OPEN INPUT AUDIT-TRAIL

           PERFORM PRINT-REBUILD-SUMMARY

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

                  OR BS-APPL-SEQ-NO NOT = AP-SEQ-NO (APP-IX)
                   MOVE 'Y' TO END-OF-PREFIX
               ELSE
      * A CSRECON drift-check lookup is not the decision's score.
                   IF NOT BS-RECON-PULL
                       MOVE BS-SCORE TO FOUND-SCORE
                   END-IF
               END-IF
           END-IF
           .
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE AUDIT-ROWS-READ TO RUN-LOG-READ
           .

       COPY RUNLOGP.

       END PROGRAM 'CSCREBLD'.
