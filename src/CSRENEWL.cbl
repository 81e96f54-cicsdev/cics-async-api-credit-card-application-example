      *     CSCARDRC reconciliation as a first issue, and needs
      *     activating like one;
      *   - queues a PENDING EMBOSSRQ row, reason RENEWAL, for the
      *     next CSEMBOSS run to pick up (see copy/EMBOSSRQ.cpy);
      *   - writes a CARDHIST row, reason RENEWAL, the old and new
      *     numbers the same (see copy/CARDHIST.cpy) - the EMBOSSRQ
      *     row is overwritten by the next re-queue, so this is the
      *     lasting record of when the card was renewed, which the
      *     CSSCHSTA scheme statistics count.
      *
      * Only ACTIVATD cards renew - a card the holder never activated
      * is not re-mailed on autopilot; those fall to the CSCRDACT
                  RECORD KEY IS EQ-REQUEUE-KEY
                  FILE STATUS IS EMBOSSRQ-STATUS.

           SELECT CARDHIST ASSIGN TO CARDHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CH-HIST-KEY
                  FILE STATUS IS CARDHIST-STATUS.

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
        FD  CARDMAS.
        FD  EMBOSSRQ.
           COPY EMBOSSRQ.

        FD  CARDHIST.
           COPY CARDHIST.

        FD  CTLPARM.
           COPY CTLPARM.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSRENEWL'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSRENEWL'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 CARDMAS-STATUS           PIC X(2) VALUE '00'.
       1 EMBOSSRQ-STATUS          PIC X(2) VALUE '00'.
       1 CARDHIST-STATUS          PIC X(2) VALUE '00'.
       1 CTLPARM-STATUS           PIC X(2) VALUE '00'.
       1 END-OF-CARDMAS           PIC X(1) VALUE 'N'.

       1 RENEW-LEAD-MONTHS        PIC 9(2) VALUE 2.

       1 RUN-DATE                 PIC X(8).
       1 RUN-TIME                 PIC X(8).

      * The selection horizon - today stepped forward by the lead
      * months; a card expiring on or before it renews this run.
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME

           PERFORM READ-CONTROL-PARAMETERS
           PERFORM COMPUTE-HORIZON-DATE

           OPEN I-O CARDMAS
           OPEN I-O EMBOSSRQ
           OPEN I-O CARDHIST

           PERFORM READ-NEXT-CARDMAS-ROW
           PERFORM RENEW-ONE-CARD

           CLOSE CARDMAS
           CLOSE EMBOSSRQ
           CLOSE CARDHIST

           PERFORM PRINT-RENEWAL-SUMMARY

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

           REWRITE CARDMAS-RECORD

           PERFORM QUEUE-RENEWAL-REQUEUE
           PERFORM WRITE-RENEWAL-HISTORY

           ADD 1 TO CARDS-RENEWED
           .
           END-WRITE
           .

      * Same number on both sides - the row marks the new plastic.
       WRITE-RENEWAL-HISTORY.
           MOVE CD-CUST-NO     TO CH-CUST-NO
           MOVE CD-APPL-SEQ-NO TO CH-APPL-SEQ-NO
           MOVE RUN-DATE       TO CH-CHANGE-DATE
           MOVE RUN-TIME       TO CH-CHANGE-TIME
           MOVE CD-CARD-NUMBER TO CH-OLD-CARD-NUMBER
           MOVE CD-CARD-NUMBER TO CH-NEW-CARD-NUMBER
           MOVE 'RENEWAL '     TO CH-CHANGE-REASON
           MOVE 'CSRENEWL'     TO CH-CHANGED-BY

           WRITE CARDHIST-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           .

       PRINT-RENEWAL-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ROWS-READ TO RUN-LOG-READ
           .

       COPY RUNLOGP.

       END PROGRAM 'CSRENEWL'.
