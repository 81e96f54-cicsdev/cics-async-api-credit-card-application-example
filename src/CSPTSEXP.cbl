      * Licensed Materials - Property of IBM
      *
      * SAMPLE
      *
      * (c) Copyright IBM Corp. 2016 All Rights Reserved
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract with IBM Corp
      *
      ******************************************************************
      *  CSPTSEXP
      *
      * Monthly rewards points expiry and liability valuation. Walks
      * every card's PTSBAL points balance (see copy/PTSBAL.cpy) and:
      *
      *   - expires the points on a card that has gone
      *     CP-POINTS-EXPIRY-MONTHS without earning or redeeming
      *     (PB-LAST-ACTIVITY-DATE), or whose card is now CLOSED on
      *     CARDMAS - an EXPIRE row on the PTSLDG points ledger (see
      *     copy/PTSLDG.cpy) takes the whole balance off;
      *   - values the points left at CP-POINT-VALUE each and moves
      *     PB-LIABILITY-BOOKED on to that figure.
      *
      * A balance below zero (taken back after a refund or
      * chargeback) has nothing to expire and is carried at nil.
      *
      * The run writes one PTSLIAB record (see copy/PTSLIAB.cpy) -
      * the liability now and its movement since last booked - for
      * the CSGLEXTR general ledger journal to post on the day, and
      * ends with the counts, points and amounts on SYSOUT.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSPTSEXP.jcl. Schedule once a month, after the night's
      * CSPOSTNG and before CSGLEXTR.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSPTSEXP.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT PTSBAL ASSIGN TO PTSBAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PB-CARD-KEY
                  FILE STATUS IS PTSBAL-STATUS.

           SELECT PTSLDG ASSIGN TO PTSLDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PT-LEDGER-KEY
                  FILE STATUS IS PTSLDG-STATUS.

           SELECT CARDMAS ASSIGN TO CARDMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CD-CARD-KEY
                  FILE STATUS IS CARDMAS-STATUS.

           SELECT CTLPARM ASSIGN TO CTLPARM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CP-PARM-ID
                  FILE STATUS IS CTLPARM-STATUS.

           SELECT LIABILITY-EXTRACT ASSIGN TO PTSLIAB
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS PTSLIAB-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  PTSBAL.
           COPY PTSBAL.

        FD  PTSLDG.
           COPY PTSLDG.

        FD  CARDMAS.
           COPY CARDMAS.

        FD  CTLPARM.
           COPY CTLPARM.

        FD  LIABILITY-EXTRACT.
           COPY PTSLIAB.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSPTSEXP'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSPTSEXP'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 PTSBAL-STATUS            PIC X(2) VALUE '00'.
       1 PTSLDG-STATUS            PIC X(2) VALUE '00'.
       1 CARDMAS-STATUS           PIC X(2) VALUE '00'.
       1 CTLPARM-STATUS           PIC X(2) VALUE '00'.
       1 PTSLIAB-STATUS           PIC X(2) VALUE '00'.
       1 END-OF-POINTS            PIC X(1) VALUE 'N'.

       1 RUN-DATE                 PIC X(8).

      * Programme terms - CTLPARM's where set, else these.
       1 POINT-VALUE              PIC 9V9(4) VALUE 0.0100.
       1 POINTS-EXPIRY-MONTHS     PIC 9(3) VALUE 24.

      * The oldest last-activity date that keeps a card's points -
      * the run date stepped back CP-POINTS-EXPIRY-MONTHS months.
       1 CUTOFF-DATE-NUM          PIC 9(8) VALUE 0.
       1 CUTOFF-DATE-PARTS REDEFINES CUTOFF-DATE-NUM.
         2 CUTOFF-YEAR            PIC 9(4).
         2 CUTOFF-MONTH           PIC 9(2).
         2 CUTOFF-DAY             PIC 9(2).
       1 CUTOFF-DATE-X            PIC X(8).

       1 EXPIRY-REASON            PIC X(8) VALUE SPACES.
       1 POINTS-TO-EXPIRE         PIC S9(9) VALUE 0.
       1 CARD-LIABILITY           PIC S9(7)V99 VALUE 0.
       1 CARD-MOVEMENT            PIC S9(7)V99 VALUE 0.

       1 VALUATION-TOTALS.
         2 CARDS-READ             PIC 9(7) VALUE 0.
         2 CARDS-EXPIRED-DORMANT  PIC 9(7) VALUE 0.
         2 CARDS-EXPIRED-CLOSED   PIC 9(7) VALUE 0.
         2 CARDS-BELOW-ZERO       PIC 9(7) VALUE 0.
         2 EXPIRE-ROWS-FAILED     PIC 9(7) VALUE 0.
         2 CARDS-VALUED           PIC 9(7) VALUE 0.
         2 POINTS-EXPIRED         PIC 9(11) VALUE 0.
         2 POINTS-OUTSTANDING     PIC 9(11) VALUE 0.
         2 LIABILITY-TOTAL        PIC 9(9)V99 VALUE 0.
         2 MOVEMENT-TOTAL         PIC S9(9)V99 VALUE 0.

       1 POINTS-EDIT              PIC Z(10)9.
       1 AMOUNT-EDIT              PIC Z(8)9.99.
       1 MOVEMENT-EDIT            PIC -(8)9.99.

       1 REPORT-LINE              PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM READ-CONTROL-PARAMETERS
           PERFORM COMPUTE-CUTOFF-DATE

           OPEN I-O PTSBAL
           OPEN I-O PTSLDG
           OPEN INPUT CARDMAS
           OPEN OUTPUT LIABILITY-EXTRACT

           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'REWARDS POINTS EXPIRY ' RUN-DATE
                  ' - LAPSING POINTS IDLE SINCE BEFORE ' CUTOFF-DATE-X
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE

           PERFORM READ-NEXT-POINTS-ROW
           PERFORM VALUE-ONE-POINTS-ROW
               UNTIL END-OF-POINTS = 'Y'

           PERFORM WRITE-LIABILITY-RECORD

           CLOSE PTSBAL
           CLOSE PTSLDG
           CLOSE CARDMAS
           CLOSE LIABILITY-EXTRACT

           PERFORM PRINT-VALUATION-SUMMARY

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

       READ-CONTROL-PARAMETERS.
           MOVE 'DEFAULT ' TO CP-PARM-ID

           OPEN INPUT CTLPARM

           READ CTLPARM
               KEY IS CP-PARM-ID
               INVALID KEY
                   CONTINUE
           END-READ

           IF CTLPARM-STATUS = '00'
               IF CP-POINT-VALUE IS NUMERIC
                  AND CP-POINT-VALUE > 0
                   MOVE CP-POINT-VALUE TO POINT-VALUE
               END-IF
               IF CP-POINTS-EXPIRY-MONTHS IS NUMERIC
                  AND CP-POINTS-EXPIRY-MONTHS > 0
                   MOVE CP-POINTS-EXPIRY-MONTHS TO POINTS-EXPIRY-MONTHS
               END-IF
           END-IF

           CLOSE CTLPARM
           .

       COMPUTE-CUTOFF-DATE.
           MOVE RUN-DATE(1:4) TO CUTOFF-YEAR
           MOVE RUN-DATE(5:2) TO CUTOFF-MONTH
           MOVE RUN-DATE(7:2) TO CUTOFF-DAY

           PERFORM STEP-CUTOFF-BACK-ONE-MONTH POINTS-EXPIRY-MONTHS TIMES

           MOVE CUTOFF-DATE-NUM TO CUTOFF-DATE-X
           .

       STEP-CUTOFF-BACK-ONE-MONTH.
           IF CUTOFF-MONTH = 1
               MOVE 12 TO CUTOFF-MONTH
               SUBTRACT 1 FROM CUTOFF-YEAR
           ELSE
               SUBTRACT 1 FROM CUTOFF-MONTH
           END-IF
           .

       READ-NEXT-POINTS-ROW.
           READ PTSBAL NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-POINTS
           END-READ
           .

      ******************************************************************
      * One card - expire if it has lapsed, then value what is left
      * and move the booked liability on to it.
      ******************************************************************
       VALUE-ONE-POINTS-ROW.
           ADD 1 TO CARDS-READ

           MOVE SPACES TO EXPIRY-REASON
           IF PB-POINTS-BALANCE > 0
               PERFORM DECIDE-EXPIRY
           END-IF

           IF EXPIRY-REASON NOT = SPACES
               PERFORM EXPIRE-CARD-POINTS
           END-IF

           IF PB-POINTS-BALANCE > 0
               ADD 1                 TO CARDS-VALUED
               ADD PB-POINTS-BALANCE TO POINTS-OUTSTANDING
               COMPUTE CARD-LIABILITY ROUNDED =
                   PB-POINTS-BALANCE * POINT-VALUE
           ELSE
               IF PB-POINTS-BALANCE < 0
                   ADD 1 TO CARDS-BELOW-ZERO
               END-IF
               MOVE 0 TO CARD-LIABILITY
           END-IF

           COMPUTE CARD-MOVEMENT =
               CARD-LIABILITY - PB-LIABILITY-BOOKED
           ADD CARD-LIABILITY TO LIABILITY-TOTAL
           ADD CARD-MOVEMENT  TO MOVEMENT-TOTAL

           IF CARD-MOVEMENT NOT = 0
              OR EXPIRY-REASON NOT = SPACES
               MOVE CARD-LIABILITY TO PB-LIABILITY-BOOKED
               REWRITE PTSBAL-RECORD
           END-IF

           PERFORM READ-NEXT-POINTS-ROW
           .

       DECIDE-EXPIRY.
           MOVE PB-CUST-NO     TO CD-CUST-NO
           MOVE PB-APPL-SEQ-NO TO CD-APPL-SEQ-NO
           READ CARDMAS
               KEY IS CD-CARD-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN CARDMAS-STATUS = '00'
                AND CD-PRODUCTION-STATUS = 'CLOSED  '
                   MOVE 'CLOSED  ' TO EXPIRY-REASON
               WHEN PB-LAST-ACTIVITY-DATE < CUTOFF-DATE-X
                   MOVE 'DORMANT ' TO EXPIRY-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * The ledger row goes first; if it cannot be written the
      * points stay where they are for next month's run.
       EXPIRE-CARD-POINTS.
           MOVE PB-POINTS-BALANCE TO POINTS-TO-EXPIRE

           IF PB-LAST-POST-DATE = RUN-DATE
               ADD 1 TO PB-LAST-POST-SEQ
           ELSE
               MOVE 1 TO PB-LAST-POST-SEQ
           END-IF
           MOVE RUN-DATE TO PB-LAST-POST-DATE

           MOVE SPACES            TO PTSLDG-RECORD
           MOVE PB-CUST-NO        TO PT-CUST-NO
           MOVE PB-APPL-SEQ-NO    TO PT-APPL-SEQ-NO
           MOVE RUN-DATE          TO PT-POST-DATE
           MOVE PB-LAST-POST-SEQ  TO PT-POST-SEQ
           MOVE 'EXPIRE  '        TO PT-POINTS-TYPE
           COMPUTE PT-POINTS = 0 - POINTS-TO-EXPIRE
           MOVE PB-PRODUCT-CODE   TO PT-PRODUCT-CODE
           MOVE 0                 TO PT-EARN-RATE
           MOVE 0                 TO PT-TRAN-AMOUNT
           MOVE 0                 TO PT-CREDIT-AMOUNT
           MOVE 0                 TO PT-BALANCE-AFTER
           MOVE 'CSPTSEXP'        TO PT-POSTED-BY
           STRING 'EXPIRED - ' EXPIRY-REASON
               DELIMITED BY SIZE INTO PT-DESCRIPTION

           WRITE PTSLDG-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF PTSLDG-STATUS NOT = '00'
               ADD 1 TO EXPIRE-ROWS-FAILED
               MOVE SPACES TO EXPIRY-REASON
               MOVE SPACES TO REPORT-LINE
               STRING 'POINTS LEDGER WRITE FAILED: ACCT ' PB-CUST-NO
                      ' SEQ ' PB-APPL-SEQ-NO
                      ' STATUS ' PTSLDG-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           ELSE
               MOVE 0                TO PB-POINTS-BALANCE
               ADD POINTS-TO-EXPIRE  TO PB-EXPIRED-TOTAL
               ADD POINTS-TO-EXPIRE  TO POINTS-EXPIRED
               IF EXPIRY-REASON = 'CLOSED  '
                   ADD 1 TO CARDS-EXPIRED-CLOSED
               ELSE
                   ADD 1 TO CARDS-EXPIRED-DORMANT
               END-IF
           END-IF
           .

       WRITE-LIABILITY-RECORD.
           MOVE SPACES             TO PTSLIAB-RECORD
           MOVE RUN-DATE           TO LV-VALUATION-DATE
           MOVE CARDS-VALUED       TO LV-CARDS-VALUED
           MOVE POINTS-OUTSTANDING TO LV-POINTS-OUTSTANDING
           MOVE POINT-VALUE        TO LV-POINT-VALUE
           MOVE LIABILITY-TOTAL    TO LV-LIABILITY
           MOVE MOVEMENT-TOTAL     TO LV-MOVEMENT
           MOVE POINTS-EXPIRED     TO LV-POINTS-EXPIRED
           WRITE PTSLIAB-RECORD
           .

       PRINT-VALUATION-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'POINTS ACCOUNTS READ:      ' CARDS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'EXPIRED - DORMANT:         ' CARDS-EXPIRED-DORMANT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'EXPIRED - CARD CLOSED:     ' CARDS-EXPIRED-CLOSED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           IF EXPIRE-ROWS-FAILED > 0
               MOVE SPACES TO REPORT-LINE
               STRING 'EXPIRY ROWS NOT WRITTEN:   ' EXPIRE-ROWS-FAILED
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           MOVE POINTS-EXPIRED TO POINTS-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'POINTS EXPIRED:            ' POINTS-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'BALANCES BELOW ZERO:       ' CARDS-BELOW-ZERO
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CARDS VALUED:              ' CARDS-VALUED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE POINTS-OUTSTANDING TO POINTS-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'POINTS OUTSTANDING:        ' POINTS-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE LIABILITY-TOTAL TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'POINTS LIABILITY:          ' AMOUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE MOVEMENT-TOTAL TO MOVEMENT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'LIABILITY MOVEMENT:        ' MOVEMENT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE CARDS-READ TO RUN-LOG-READ
           MOVE CARDS-EXPIRED-CLOSED TO RUN-LOG-WRITTEN
           MOVE EXPIRE-ROWS-FAILED TO RUN-LOG-REJECTED
           .

       COPY RUNLOGP.

       END PROGRAM 'CSPTSEXP'.
