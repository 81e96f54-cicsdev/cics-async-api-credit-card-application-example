      *     the score banded 700/600/500 the same way PRICING bands
      *     it);
      *   - moves the position onto the standard rate - CC-CARD-APR
      *     takes the rate-card APR and the promo fields zero out -
      *     held to the legal maximum where the cardholder lives
      *     (JURCAP - see copy/JURCAP.cpy), in which case the notice
      *     says the rate is that maximum;
      *   - queues the regulatory rate-change notice straight onto
      *     LTRARCH as a PENDING letter (result PROMOEX) for the
      *     night's CSLTRPRT print run, built from the cache row's
                  RECORD KEY IS RC-RATE-KEY
                  FILE STATUS IS RATECARD-STATUS.

           SELECT CUSTADDR ASSIGN TO CUSTADDR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CA-CUST-NO
                  FILE STATUS IS CUSTADDR-STATUS.

           SELECT JURCAP ASSIGN TO JURCAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS JC-CAP-KEY
                  FILE STATUS IS JURCAP-STATUS.

           SELECT LTRARCH ASSIGN TO LTRARCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LA-LETTER-KEY
                  FILE STATUS IS LTRARCH-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  CSCACHE.
        FD  RATECARD.
           COPY RATECARD.

        FD  CUSTADDR.
           COPY CUSTADDR.

        FD  JURCAP.
           COPY JURCAP.

        FD  LTRARCH.
           COPY LTRARCH.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSPROMEX'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSPROMEX'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 CSCACHE-STATUS           PIC X(2) VALUE '00'.
       1 RATECARD-STATUS          PIC X(2) VALUE '00'.
       1 LTRARCH-STATUS           PIC X(2) VALUE '00'.
       1 CUSTADDR-STATUS          PIC X(2) VALUE '00'.
       1 JURCAP-STATUS            PIC X(2) VALUE '00'.
       1 JURCAP-OPEN              PIC X(1) VALUE 'N'.
       1 END-OF-CSCACHE           PIC X(1) VALUE 'N'.

       1 RUN-DATE                 PIC X(8).
       1 STANDARD-APR             PIC 9(2)V99 VALUE 21.99.
       1 OLD-PROMO-RATE           PIC 9(2)V99 VALUE 0.
       1 APR-DISPLAY              PIC Z9.99.
       1 RATE-CAPPED              PIC X(1) VALUE 'N'.

      * Jurisdictional cap lookup - see copy/JURCAPP.cpy.
       1 CAP-CUST-NO              PIC X(8) VALUE SPACES.
       1 CAP-FOUND                PIC X(1) VALUE 'N'.
       1 CAP-COUNTRY-CODE         PIC X(2) VALUE SPACES.
       1 CAP-REGION               PIC X(20) VALUE SPACES.
       1 CAP-MAX-APR              PIC 9(2)V99 VALUE 0.
       1 CAP-MAX-ANNUAL-FEE       PIC 9(5) VALUE 0.
       1 CAP-MAX-LATE-FEE         PIC 9(3)V99 VALUE 0.

      * Field-level PII protection - see src/CSCRYPT.cbl. The cache
      * row's PII is decrypted under the key named on it before the
         2 PROMOS-FOUND           PIC 9(7) VALUE 0.
         2 PROMOS-EXPIRED         PIC 9(7) VALUE 0.
         2 NOTICES-QUEUED         PIC 9(7) VALUE 0.
         2 RATES-CAPPED           PIC 9(7) VALUE 0.

       1 REPORT-LINE              PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-RAW FROM TIME

           OPEN I-O CSCACHE
           OPEN INPUT RATECARD
           OPEN I-O LTRARCH
           OPEN INPUT CUSTADDR
           OPEN INPUT JURCAP
           IF JURCAP-STATUS = '00'
               MOVE 'Y' TO JURCAP-OPEN
           ELSE
               DISPLAY 'JURCAP NOT AVAILABLE - RATES NOT CAPPED'
           END-IF

           PERFORM READ-NEXT-CSCACHE-ROW
           PERFORM EXPIRE-ONE-PROMO
           CLOSE CSCACHE
           CLOSE RATECARD
           CLOSE LTRARCH
           CLOSE CUSTADDR
           IF JURCAP-OPEN = 'Y'
               CLOSE JURCAP
           END-IF

           PERFORM PRINT-EXPIRY-SUMMARY

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

      * The standard rate the position moves to comes off the
      * CURRENT rate card for its product and score band - the same
      * lookup order PRICING uses (product row, then 'DFLT', then
      * the built-in default) - then held to the legal maximum
      * where the cardholder lives.
       MOVE-TO-STANDARD-RATE.
           PERFORM LOOK-UP-STANDARD-RATE
           PERFORM CAP-STANDARD-RATE

           MOVE CC-PROMO-RATE TO OLD-PROMO-RATE
           MOVE STANDARD-APR  TO CC-CARD-APR
           END-IF
           .

       CAP-STANDARD-RATE.
           MOVE 'N' TO RATE-CAPPED
           MOVE CC-CUST-NO TO CAP-CUST-NO
           PERFORM FIND-JURISDICTION-CAP

           IF CAP-FOUND = 'Y'
              AND CAP-MAX-APR > 0
              AND STANDARD-APR > CAP-MAX-APR
               MOVE CAP-MAX-APR TO STANDARD-APR
               MOVE 'Y' TO RATE-CAPPED
               ADD 1 TO RATES-CAPPED
           END-IF
           .

       READ-ONE-RATE-ROW.
           READ RATECARD
               KEY IS RC-RATE-KEY
               DELIMITED BY SIZE INTO DL-LINE-08
           MOVE 'APR applies, as set out in your credit agreement.'
               TO DL-LINE-09
           IF RATE-CAPPED = 'Y'
               MOVE 'This is the highest rate the law allows where you'
                   TO DL-LINE-10
               MOVE 'live. You do not need to take any action.'
                   TO DL-LINE-11
               MOVE 11 TO DL-LINE-COUNT
           ELSE
               MOVE 'You do not need to take any action.'
                   TO DL-LINE-10
               MOVE 10 TO DL-LINE-COUNT
           END-IF

           MOVE CC-CUST-NO     TO LA-CUST-NO
           MOVE CC-APPL-SEQ-NO TO LA-APPL-SEQ-NO
           STRING 'NOTICES QUEUED:           ' NOTICES-QUEUED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'RATES HELD TO LEGAL CAP:  ' RATES-CAPPED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

       COPY JURCAPP.

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ROWS-READ TO RUN-LOG-READ
           .

       COPY RUNLOGP.

       END PROGRAM 'CSPROMEX'.
