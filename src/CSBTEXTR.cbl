      *     product/'DFLT'/built-in lookup order PRICING uses) -
      *     and written to the BTINSTR instruction extract (see
      *     copy/BTINSTR.cpy) for the payments team to execute;
      *   - the transfer's own interest terms (RC-BT-RATE for
      *     RC-BT-RATE-MONTHS months) are stamped on the BTREQ row
      *     off the same rate card row, for the CSCYCCLS cycle
      *     close to charge the transferred balance at;
      *   - the row moves to EXTRACTD with the date, so a rerun
      *     never instructs the same transfer twice - the CSBTRTN
      *     run (see src/CSBTRTN.cbl) moves it on from there once
      *     the payments team answers;
      *   - VALIDATD rows whose card has not activated yet are
      *     counted and left for the next run, and REQUESTD rows
      *     whose application never completed are counted so stale
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS BTINSTR-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  BTREQ.
        FD  BT-INSTRUCTIONS.
           COPY BTINSTR.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSBTEXTR'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSBTEXTR'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 BTREQ-STATUS             PIC X(2) VALUE '00'.
       1 CARDMAS-STATUS           PIC X(2) VALUE '00'.
       1 CSCACHE-STATUS           PIC X(2) VALUE '00'.
       1 SCORE-NUM                PIC 9(3) VALUE 0.
       1 RATE-ROW-FOUND           PIC X(1) VALUE 'N'.
       1 FEE-PCT                  PIC 9(2)V99 VALUE 0.
       1 TRANSFER-RATE            PIC 9(2)V99 VALUE 0.
       1 TRANSFER-RATE-MONTHS     PIC 9(2)    VALUE 0.

       1 EXTRACT-TOTALS.
         2 ROWS-READ              PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           OPEN I-O BTREQ

           PERFORM PRINT-EXTRACT-SUMMARY

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .


               MOVE 'EXTRACTD' TO BT-REQUEST-STATUS
               MOVE RUN-DATE   TO BT-EXTRACT-DATE
               MOVE TRANSFER-RATE        TO BT-TRANSFER-RATE
               MOVE TRANSFER-RATE-MONTHS TO BT-RATE-MONTHS
               REWRITE BTREQ-RECORD

               ADD 1 TO TRANSFERS-EXTRACTED

       LOOK-UP-TRANSFER-FEE.
           MOVE 0 TO FEE-PCT
           MOVE 0 TO TRANSFER-RATE
           MOVE 0 TO TRANSFER-RATE-MONTHS

           IF CC-SCORE IS NUMERIC
               MOVE CC-SCORE TO SCORE-NUM
               IF RC-BT-FEE-PCT IS NUMERIC
                   MOVE RC-BT-FEE-PCT TO FEE-PCT
               END-IF
               IF RC-BT-RATE IS NUMERIC
                  AND RC-BT-RATE-MONTHS IS NUMERIC
                   MOVE RC-BT-RATE        TO TRANSFER-RATE
                   MOVE RC-BT-RATE-MONTHS TO TRANSFER-RATE-MONTHS
               END-IF
           END-IF
           .

           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ROWS-READ TO RUN-LOG-READ
           MOVE TRANSFERS-EXTRACTED TO RUN-LOG-WRITTEN
           .

       COPY RUNLOGP.

       END PROGRAM 'CSBTEXTR'.
