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
      *  CSDELINQ
      *
      * Payment due-date assessment and delinquency bucketing. The
      * CSCYCCLS cycle close (see src/CSCYCCLS.cbl) leaves every
      * card with a minimum payment and a due date on CARDBAL (see
      * copy/CARDBAL.cpy). This job walks CARDBAL nightly and, for
      * every card whose due date has arrived and not yet been
      * assessed:
      *
      *   - totals the PAYMENT credits on the card's CARDLDG ledger
      *     posted after the cycle close, up to and including the
      *     due date, less any PAYMENT debits - a direct debit the
      *     bank returned unpaid (see src/CSDDCOLL.cbl) is no
      *     payment at all;
      *   - payments covering the minimum make the card current -
      *     nothing past due, no due dates missed;
      *   - a shortfall is a missed payment: the product's late fee
      *     (RC-LATE-FEE off RATECARD for the card's product and
      *     score band, falling back to the 'DFLT' rows exactly as
      *     PRICING does, then to the built-in fee below, and held
      *     to the legal maximum late fee where the cardholder lives
      *     - see copy/JURCAP.cpy) posts to the ledger as a FEE
      *     row, the shortfall is carried as CB-PAST-DUE-AMOUNT
      *     into the next minimum, one more due
      *     date counts as missed, and the account's PAYHMAS row
      *     takes one more PH-MISSED-PAYMENTS (and PH-LEDGER-MISSED)
      *     - so CSCOLLEX and CSSTATS3 judge our customers on what
      *     our own ledger says, not only on the outside feed;
      *   - a card with an ACTIVE hardship arrangement covering the
      *     due date (see copy/HARDSHIP.cpy) is judged against the
      *     payment agreed there instead (or the minimum, if that
      *     is less). Meeting it counts on the arrangement and
      *     leaves the card current; falling short posts no late
      *     fee and counts no missed payment - the shortfall is
      *     carried as past due and recorded on the arrangement for
      *     the CSHRDCHK run (see src/CSHRDCHK.cbl) to break it;
      *   - a card with a payment protection claim the insurer is
      *     still assessing (LOGGED or ASSESSNG - see
      *     copy/PPICLAIM.cpy) that falls short of the minimum has
      *     the shortfall carried as past due, but posts no late
      *     fee, counts no missed payment and ages no further
      *     until the insurer decides. An accepted claim's benefit
      *     arrives on the ledger as a PAYMENT credit (see
      *     src/CSPPIRTN.cbl) and counts like any other payment.
      *
      * It then writes the DELQBKT delinquency snapshot (see
      * copy/DELQBKT.cpy) - one row per card position, bucketed
      * current/30/60/90+ - for the reports that need it, and
      * prints bucket totals.
      *
      * Part of the nightly chain - registers on DAYCTL behind
      * CSDDCOLL, ahead of CSHRDCHK (see copy/DAYCTLP.cpy), so the
      * night's payments, direct debits and returned debits are on
      * the ledger before a due date is judged. A due date a
      * returned debit has opened again is judged afresh. A due
      * date missed because the job did not run is assessed the
      * next night it does, still counting only the payments that
      * arrived by the due date.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSDELINQ.jcl.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSDELINQ.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT DAYCTL ASSIGN TO DAYCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DY-CONTROL-KEY
                  FILE STATUS IS DAYCTL-STATUS.

           SELECT CARDBAL ASSIGN TO CARDBAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CB-CARD-KEY
                  FILE STATUS IS CARDBAL-STATUS.

           SELECT CARDLDG ASSIGN TO CARDLDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LG-LEDGER-KEY
                  FILE STATUS IS CARDLDG-STATUS.

           SELECT CSCACHE ASSIGN TO CSCACHE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CC-CACHE-KEY
                  FILE STATUS IS CSCACHE-STATUS.

           SELECT RATECARD ASSIGN TO RATECARD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RC-RATE-KEY
                  FILE STATUS IS RATECARD-STATUS.

           SELECT PAYHMAS ASSIGN TO PAYHMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PH-CUST-NO
                  FILE STATUS IS PAYHMAS-STATUS.

           SELECT DELQBKT ASSIGN TO DELQBKT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS DELQBKT-STATUS.

           SELECT HARDSHIP ASSIGN TO HARDSHIP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HA-ARRANGEMENT-KEY
                  FILE STATUS IS HARDSHIP-STATUS.

           SELECT PPICLAIM ASSIGN TO PPICLAIM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PC-CLAIM-KEY
                  FILE STATUS IS PPICLAIM-STATUS.

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

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  DAYCTL.
           COPY DAYCTL.

        FD  CARDBAL.
           COPY CARDBAL.

        FD  CARDLDG.
           COPY CARDLDG.

        FD  CSCACHE.
           COPY CSCACHE.

        FD  RATECARD.
           COPY RATECARD.

        FD  PAYHMAS.
           COPY PAYHMAS.

        FD  DELQBKT.
           COPY DELQBKT.

        FD  HARDSHIP.
           COPY HARDSHIP.

        FD  PPICLAIM.
           COPY PPICLAIM.

        FD  CUSTADDR.
           COPY CUSTADDR.

        FD  JURCAP.
           COPY JURCAP.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSDELINQ'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSDELINQ'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

      * Business-day close-out control - see copy/DAYCTL.cpy and
      * the shared CHECK-DAY-CONTROL/REGISTER-DAY-COMPLETION
      * fragment in copy/DAYCTLP.cpy.
       1 DAYCTL-STATUS            PIC X(2) VALUE '00'.
       1 DC-JOB-NAME-SELF         PIC X(8) VALUE 'CSDELINQ'.
       1 DC-PREREQ-JOB            PIC X(8) VALUE 'CSDDCOLL'.
       1 DAY-CONTROL-OK           PIC X(1) VALUE 'Y'.
       1 RUN-DATE                 PIC X(8) VALUE SPACES.
       1 RUN-TIME                 PIC X(8) VALUE SPACES.

       1 CARDBAL-STATUS           PIC X(2) VALUE '00'.
       1 CARDLDG-STATUS           PIC X(2) VALUE '00'.
       1 CSCACHE-STATUS           PIC X(2) VALUE '00'.
       1 RATECARD-STATUS          PIC X(2) VALUE '00'.
       1 PAYHMAS-STATUS           PIC X(2) VALUE '00'.
       1 DELQBKT-STATUS           PIC X(2) VALUE '00'.
       1 HARDSHIP-STATUS          PIC X(2) VALUE '00'.
       1 HARDSHIP-OPEN            PIC X(1) VALUE 'N'.
       1 CUSTADDR-STATUS          PIC X(2) VALUE '00'.
       1 JURCAP-STATUS            PIC X(2) VALUE '00'.
       1 JURCAP-OPEN              PIC X(1) VALUE 'N'.
       1 END-OF-ARRANGEMENTS      PIC X(1) VALUE 'N'.
       1 ARRANGEMENT-IN-FORCE     PIC X(1) VALUE 'N'.
       1 PPICLAIM-STATUS          PIC X(2) VALUE '00'.
       1 PPICLAIM-OPEN            PIC X(1) VALUE 'N'.
       1 END-OF-CLAIMS            PIC X(1) VALUE 'N'.
       1 CLAIM-UNDER-ASSESSMENT   PIC X(1) VALUE 'N'.
       1 END-OF-CARDBAL           PIC X(1) VALUE 'N'.
       1 END-OF-CARD-LEDGER       PIC X(1) VALUE 'N'.
       1 RATE-ROW-FOUND           PIC X(1) VALUE 'N'.

      * The late fee when neither the product's rate card row nor
      * the 'DFLT' row carries one.
       1 STANDARD-LATE-FEE        PIC 9(3)V99 VALUE 12.00.
       1 LATE-FEE                 PIC 9(3)V99 VALUE 0.
       1 SCORE-NUM                PIC 9(3) VALUE 0.

      * Jurisdictional cap lookup - see copy/JURCAPP.cpy.
       1 CAP-CUST-NO              PIC X(8) VALUE SPACES.
       1 CAP-FOUND                PIC X(1) VALUE 'N'.
       1 CAP-COUNTRY-CODE         PIC X(2) VALUE SPACES.
       1 CAP-REGION               PIC X(20) VALUE SPACES.
       1 CAP-MAX-APR              PIC 9(2)V99 VALUE 0.
       1 CAP-MAX-ANNUAL-FEE       PIC 9(5) VALUE 0.
       1 CAP-MAX-LATE-FEE         PIC 9(3)V99 VALUE 0.

      * Field-level PII protection - see src/CSCRYPT.cbl.
       1 CRYPT-DECRYPT            PIC X(1) VALUE 'D'.
       1 CRYPT-FIELD-LEN          PIC S9(4) COMP VALUE 0.

      * The due date being assessed.
       1 PAYMENTS-RECEIVED        PIC S9(7)V99 VALUE 0.
       1 PAYMENT-SHORTFALL        PIC 9(7)V99 VALUE 0.
       1 NEXT-POST-SEQ            PIC 9(4) VALUE 0.
       1 ARRANGED-TARGET          PIC 9(7)V99 VALUE 0.

       1 TIMESTAMP-WORK           PIC X(26) VALUE SPACES.
       1 AMOUNT-DISPLAY           PIC Z(6)9.99.
       1 TOTAL-DISPLAY            PIC Z(10)9.99-.

       1 DELINQ-TOTALS.
         2 ROWS-READ              PIC 9(7) VALUE 0.
         2 DUE-DATES-ASSESSED     PIC 9(7) VALUE 0.
         2 MINIMUMS-MET           PIC 9(7) VALUE 0.
         2 MINIMUMS-MISSED        PIC 9(7) VALUE 0.
         2 LATE-FEES-POSTED       PIC 9(7) VALUE 0.
         2 LATE-FEE-FAILURES      PIC 9(7) VALUE 0.
         2 PAYHMAS-ROWS-ADDED     PIC 9(7) VALUE 0.
         2 ARRANGEMENTS-MET       PIC 9(7) VALUE 0.
         2 ARRANGEMENTS-SHORT     PIC 9(7) VALUE 0.
         2 CLAIM-FEES-HELD        PIC 9(7) VALUE 0.
         2 LATE-FEES-CAPPED       PIC 9(7) VALUE 0.
         2 LATE-FEE-TOTAL         PIC 9(11)V99 VALUE 0.
         2 BUCKET-CURRENT         PIC 9(7) VALUE 0.
         2 BUCKET-30              PIC 9(7) VALUE 0.
         2 BUCKET-60              PIC 9(7) VALUE 0.
         2 BUCKET-90-PLUS         PIC 9(7) VALUE 0.
         2 BALANCE-CURRENT        PIC S9(11)V99 VALUE 0.
         2 BALANCE-30             PIC S9(11)V99 VALUE 0.
         2 BALANCE-60             PIC S9(11)V99 VALUE 0.
         2 BALANCE-90-PLUS        PIC S9(11)V99 VALUE 0.

       1 REPORT-LINE              PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME

           PERFORM CHECK-DAY-CONTROL
           IF DAY-CONTROL-OK = 'N'
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF

           STRING RUN-DATE(1:4) '-' RUN-DATE(5:2) '-' RUN-DATE(7:2)
                  '-' RUN-TIME(1:2) '.' RUN-TIME(3:2) '.'
                  RUN-TIME(5:2) '.000000'
               DELIMITED BY SIZE INTO TIMESTAMP-WORK

           OPEN I-O CARDBAL
           OPEN I-O CARDLDG
           OPEN INPUT CSCACHE
           OPEN INPUT RATECARD
           OPEN I-O PAYHMAS
           OPEN OUTPUT DELQBKT

           OPEN I-O HARDSHIP
           IF HARDSHIP-STATUS = '00'
               MOVE 'Y' TO HARDSHIP-OPEN
           ELSE
               DISPLAY 'HARDSHIP NOT AVAILABLE - NO ARRANGEMENTS USED'
           END-IF

           OPEN INPUT PPICLAIM
           IF PPICLAIM-STATUS = '00'
               MOVE 'Y' TO PPICLAIM-OPEN
           ELSE
               DISPLAY 'PPICLAIM NOT AVAILABLE - NO LATE FEES HELD FOR '
                       'CLAIMS'
           END-IF

           OPEN INPUT CUSTADDR
           OPEN INPUT JURCAP
           IF JURCAP-STATUS = '00'
               MOVE 'Y' TO JURCAP-OPEN
           ELSE
               DISPLAY 'JURCAP NOT AVAILABLE - LATE FEES NOT CAPPED'
           END-IF

           PERFORM READ-NEXT-CARDBAL-ROW
           PERFORM JUDGE-ONE-CARD
               UNTIL END-OF-CARDBAL = 'Y'

           CLOSE CARDBAL
           CLOSE CARDLDG
           CLOSE CSCACHE
           CLOSE RATECARD
           CLOSE PAYHMAS
           CLOSE DELQBKT
           IF HARDSHIP-OPEN = 'Y'
               CLOSE HARDSHIP
           END-IF
           IF PPICLAIM-OPEN = 'Y'
               CLOSE PPICLAIM
           END-IF
           CLOSE CUSTADDR
           IF JURCAP-OPEN = 'Y'
               CLOSE JURCAP
           END-IF

           PERFORM PRINT-DELINQUENCY-SUMMARY

           PERFORM REGISTER-DAY-COMPLETION

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

       READ-NEXT-CARDBAL-ROW.
           READ CARDBAL NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-CARDBAL
           END-READ

           IF CARDBAL-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CARDBAL
           END-IF
           .

      * Rows opened before the due-date fields existed carry spaces
      * there - read as nothing owed and nothing missed.
       JUDGE-ONE-CARD.
           ADD 1 TO ROWS-READ

           IF CB-MINIMUM-DUE IS NOT NUMERIC
               MOVE 0 TO CB-MINIMUM-DUE
           END-IF
           IF CB-PAST-DUE-AMOUNT IS NOT NUMERIC
               MOVE 0 TO CB-PAST-DUE-AMOUNT
           END-IF
           IF CB-CYCLES-DELINQUENT IS NOT NUMERIC
               MOVE 0 TO CB-CYCLES-DELINQUENT
           END-IF

           IF CB-PAYMENT-DUE-DATE NOT = SPACES
              AND CB-PAYMENT-DUE-DATE <= RUN-DATE
              AND NOT CB-DUE-IS-ASSESSED
               PERFORM ASSESS-THE-DUE-DATE
               REWRITE CARDBAL-RECORD
           END-IF

           PERFORM WRITE-BUCKET-ROW

           PERFORM READ-NEXT-CARDBAL-ROW
           .

      ******************************************************************
      * Did the payments since the close cover the minimum?
      ******************************************************************
       ASSESS-THE-DUE-DATE.
           ADD 1 TO DUE-DATES-ASSESSED

           MOVE 0 TO PAYMENTS-RECEIVED
           PERFORM START-CARD-LEDGER-WALK
           PERFORM COUNT-ONE-LEDGER-ROW
               UNTIL END-OF-CARD-LEDGER = 'Y'

      * A return of an earlier cycle's payment can net below nothing
      * - the shortfall is still never more than the minimum.
           IF PAYMENTS-RECEIVED < 0
               MOVE 0 TO PAYMENTS-RECEIVED
           END-IF

           PERFORM FIND-ARRANGEMENT-IN-FORCE
           PERFORM FIND-CLAIM-UNDER-ASSESSMENT

           EVALUATE TRUE
               WHEN ARRANGEMENT-IN-FORCE = 'Y'
                   PERFORM ASSESS-AGAINST-ARRANGEMENT
               WHEN PAYMENTS-RECEIVED >= CB-MINIMUM-DUE
                   ADD 1 TO MINIMUMS-MET
                   MOVE 0 TO CB-PAST-DUE-AMOUNT
                   MOVE 0 TO CB-CYCLES-DELINQUENT
               WHEN CLAIM-UNDER-ASSESSMENT = 'Y'
                   PERFORM HOLD-FOR-CLAIM
               WHEN OTHER
                   ADD 1 TO MINIMUMS-MISSED
                   COMPUTE PAYMENT-SHORTFALL =
                       CB-MINIMUM-DUE - PAYMENTS-RECEIVED
                   MOVE PAYMENT-SHORTFALL TO CB-PAST-DUE-AMOUNT
                   IF CB-CYCLES-DELINQUENT < 99
                       ADD 1 TO CB-CYCLES-DELINQUENT
                   END-IF
                   PERFORM LOOK-UP-LATE-FEE
                   IF LATE-FEE > 0
                       PERFORM POST-LATE-FEE
                   END-IF
                   PERFORM COUNT-MISSED-PAYMENT
           END-EVALUATE

           MOVE 'Y' TO CB-DUE-ASSESSED
           .

      ******************************************************************
      * A hardship arrangement in force on the due date sets its own
      * target. Met, the card is current; short, the shortfall is
      * past due and goes on the arrangement - no fee, no missed
      * payment, no cycle counted against the card.
      ******************************************************************
       ASSESS-AGAINST-ARRANGEMENT.
           MOVE HA-REDUCED-PAYMENT TO ARRANGED-TARGET
           IF CB-MINIMUM-DUE < ARRANGED-TARGET
               MOVE CB-MINIMUM-DUE TO ARRANGED-TARGET
           END-IF
           IF HA-DUE-DATES-MET IS NOT NUMERIC
               MOVE 0 TO HA-DUE-DATES-MET
           END-IF

           IF PAYMENTS-RECEIVED >= ARRANGED-TARGET
               ADD 1 TO ARRANGEMENTS-MET
               MOVE 0 TO CB-PAST-DUE-AMOUNT
               MOVE 0 TO CB-CYCLES-DELINQUENT
               IF HA-DUE-DATES-MET < 999
                   ADD 1 TO HA-DUE-DATES-MET
               END-IF
           ELSE
               ADD 1 TO ARRANGEMENTS-SHORT
               COMPUTE PAYMENT-SHORTFALL =
                   ARRANGED-TARGET - PAYMENTS-RECEIVED
               MOVE PAYMENT-SHORTFALL   TO CB-PAST-DUE-AMOUNT
               MOVE CB-PAYMENT-DUE-DATE TO HA-SHORTFALL-DATE
               MOVE PAYMENT-SHORTFALL   TO HA-SHORTFALL-AMOUNT
               MOVE PAYMENT-SHORTFALL   TO AMOUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING 'ARRANGEMENT PAYMENT SHORT: ACCT ' CB-CUST-NO
                      ' SEQ ' CB-APPL-SEQ-NO ' SHORT ' AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF

           REWRITE HARDSHIP-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           .

      ******************************************************************
      * The insurer has yet to decide a payment protection claim on
      * the card. The shortfall is past due as ever, but no fee, no
      * missed payment and no cycle is counted against the card
      * while they assess it.
      ******************************************************************
       HOLD-FOR-CLAIM.
           ADD 1 TO CLAIM-FEES-HELD
           COMPUTE PAYMENT-SHORTFALL =
               CB-MINIMUM-DUE - PAYMENTS-RECEIVED
           MOVE PAYMENT-SHORTFALL TO CB-PAST-DUE-AMOUNT

           MOVE PAYMENT-SHORTFALL TO AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'PPI CLAIM - NO LATE FEE: ACCT ' CB-CUST-NO
                  ' SEQ ' CB-APPL-SEQ-NO ' SHORT ' AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

      * A claim on the card still LOGGED or ASSESSNG tonight.
       FIND-CLAIM-UNDER-ASSESSMENT.
           MOVE 'N' TO CLAIM-UNDER-ASSESSMENT

           IF PPICLAIM-OPEN = 'Y'
               MOVE 'N'            TO END-OF-CLAIMS
               MOVE CB-CUST-NO     TO PC-CUST-NO
               MOVE CB-APPL-SEQ-NO TO PC-APPL-SEQ-NO
               MOVE LOW-VALUES     TO PC-CLAIM-DATE

               START PPICLAIM KEY >= PC-CLAIM-KEY
                   INVALID KEY
                       MOVE 'Y' TO END-OF-CLAIMS
               END-START

               PERFORM CHECK-ONE-CLAIM
                   UNTIL END-OF-CLAIMS = 'Y'
           END-IF
           .

       CHECK-ONE-CLAIM.
           READ PPICLAIM NEXT
               AT END
                   MOVE 'Y' TO END-OF-CLAIMS
           END-READ

           IF END-OF-CLAIMS = 'N'
               IF PPICLAIM-STATUS NOT = '00'
                  OR PC-CUST-NO NOT = CB-CUST-NO
                  OR PC-APPL-SEQ-NO NOT = CB-APPL-SEQ-NO
                   MOVE 'Y' TO END-OF-CLAIMS
               ELSE
                   IF PC-UNDER-ASSESSMENT
                       MOVE 'Y' TO CLAIM-UNDER-ASSESSMENT
                       MOVE 'Y' TO END-OF-CLAIMS
                   END-IF
               END-IF
           END-IF
           .

      * The card's ACTIVE arrangement whose term covers the due date
      * - at most one is ACTIVE on a position at a time.
       FIND-ARRANGEMENT-IN-FORCE.
           MOVE 'N' TO ARRANGEMENT-IN-FORCE

           IF HARDSHIP-OPEN = 'Y'
               MOVE 'N'            TO END-OF-ARRANGEMENTS
               MOVE CB-CUST-NO     TO HA-CUST-NO
               MOVE CB-APPL-SEQ-NO TO HA-APPL-SEQ-NO
               MOVE LOW-VALUES     TO HA-START-DATE

               START HARDSHIP KEY >= HA-ARRANGEMENT-KEY
                   INVALID KEY
                       MOVE 'Y' TO END-OF-ARRANGEMENTS
               END-START

               PERFORM CHECK-ONE-ARRANGEMENT
                   UNTIL END-OF-ARRANGEMENTS = 'Y'
           END-IF
           .

       CHECK-ONE-ARRANGEMENT.
           READ HARDSHIP NEXT
               AT END
                   MOVE 'Y' TO END-OF-ARRANGEMENTS
           END-READ

           IF END-OF-ARRANGEMENTS = 'N'
               IF HARDSHIP-STATUS NOT = '00'
                  OR HA-CUST-NO NOT = CB-CUST-NO
                  OR HA-APPL-SEQ-NO NOT = CB-APPL-SEQ-NO
                   MOVE 'Y' TO END-OF-ARRANGEMENTS
               ELSE
                   IF HA-IS-ACTIVE
                      AND HA-START-DATE <= CB-PAYMENT-DUE-DATE
                      AND HA-END-DATE >= CB-PAYMENT-DUE-DATE
                       MOVE 'Y' TO ARRANGEMENT-IN-FORCE
                       MOVE 'Y' TO END-OF-ARRANGEMENTS
                   END-IF
               END-IF
           END-IF
           .

       START-CARD-LEDGER-WALK.
           MOVE 'N'                TO END-OF-CARD-LEDGER
           MOVE CB-CUST-NO         TO LG-CUST-NO
           MOVE CB-APPL-SEQ-NO     TO LG-APPL-SEQ-NO
           MOVE CB-LAST-CYCLE-DATE TO LG-POST-DATE
           MOVE 9999               TO LG-POST-SEQ

           START CARDLDG KEY > LG-LEDGER-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-CARD-LEDGER
           END-START

           IF END-OF-CARD-LEDGER = 'N'
               PERFORM READ-NEXT-CARD-LEDGER-ROW
           END-IF
           .

       READ-NEXT-CARD-LEDGER-ROW.
           READ CARDLDG NEXT
               AT END
                   MOVE 'Y' TO END-OF-CARD-LEDGER
           END-READ

           IF CARDLDG-STATUS NOT = '00'
              OR LG-CUST-NO NOT = CB-CUST-NO
              OR LG-APPL-SEQ-NO NOT = CB-APPL-SEQ-NO
              OR LG-POST-DATE > CB-PAYMENT-DUE-DATE
               MOVE 'Y' TO END-OF-CARD-LEDGER
           END-IF
           .

      * A PAYMENT debit is an earlier payment reversed.
       COUNT-ONE-LEDGER-ROW.
           IF LG-TRAN-TYPE = 'PAYMENT '
               IF LG-IS-CREDIT
                   ADD LG-AMOUNT TO PAYMENTS-RECEIVED
               ELSE
                   SUBTRACT LG-AMOUNT FROM PAYMENTS-RECEIVED
               END-IF
           END-IF

           PERFORM READ-NEXT-CARD-LEDGER-ROW
           .

      ******************************************************************
      * The late fee for the card's product and score band - the
      * same lookup order PRICING uses (product row, then 'DFLT',
      * then the built-in fee), held to the legal maximum late fee
      * where the cardholder lives.
      ******************************************************************
       LOOK-UP-LATE-FEE.
           MOVE STANDARD-LATE-FEE TO LATE-FEE
           MOVE 0                 TO SCORE-NUM
           MOVE SPACES            TO RC-PRODUCT-CODE

           MOVE CB-CUST-NO     TO CC-CUST-NO
           MOVE CB-APPL-SEQ-NO TO CC-APPL-SEQ-NO
           READ CSCACHE
               KEY IS CC-CACHE-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CSCACHE-STATUS = '00'
               IF CC-SCORE IS NUMERIC
                   MOVE CC-SCORE TO SCORE-NUM
               END-IF
               MOVE CC-PRODUCT-CODE TO RC-PRODUCT-CODE
           END-IF

           EVALUATE TRUE
               WHEN SCORE-NUM >= 700
                   MOVE '1' TO RC-SCORE-BAND
               WHEN SCORE-NUM >= 600
                   MOVE '2' TO RC-SCORE-BAND
               WHEN SCORE-NUM >= 500
                   MOVE '3' TO RC-SCORE-BAND
               WHEN OTHER
                   MOVE '4' TO RC-SCORE-BAND
           END-EVALUATE

           MOVE 'N' TO RATE-ROW-FOUND

           IF RC-PRODUCT-CODE NOT = SPACES
               PERFORM READ-ONE-RATE-ROW
           END-IF

           IF RATE-ROW-FOUND = 'N'
               MOVE 'DFLT' TO RC-PRODUCT-CODE
               PERFORM READ-ONE-RATE-ROW
           END-IF

      * Rows loaded before the fee field existed carry spaces there,
      * and a zero fee means none was loaded - the built-in fee
      * stands for both.
           IF RATE-ROW-FOUND = 'Y'
              AND RC-LATE-FEE IS NUMERIC
              AND RC-LATE-FEE > 0
               MOVE RC-LATE-FEE TO LATE-FEE
           END-IF

           MOVE CB-CUST-NO TO CAP-CUST-NO
           PERFORM FIND-JURISDICTION-CAP
           IF CAP-FOUND = 'Y'
              AND CAP-MAX-LATE-FEE > 0
              AND LATE-FEE > CAP-MAX-LATE-FEE
               MOVE CAP-MAX-LATE-FEE TO LATE-FEE
               ADD 1 TO LATE-FEES-CAPPED
           END-IF
           .

       READ-ONE-RATE-ROW.
           READ RATECARD
               KEY IS RC-RATE-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF RATECARD-STATUS = '00'
               MOVE 'Y' TO RATE-ROW-FOUND
           END-IF
           .

      ******************************************************************
      * The late fee posts dated tonight, sequenced after the last
      * row on the card's ledger - the same way CSPOSTNG posts. The
      * balance only moves once the ledger row is safely written.
      ******************************************************************
       POST-LATE-FEE.
           IF CB-LAST-POST-DATE = RUN-DATE
               COMPUTE NEXT-POST-SEQ = CB-LAST-POST-SEQ + 1
           ELSE
               MOVE 1 TO NEXT-POST-SEQ
           END-IF

           MOVE SPACES              TO CARDLDG-RECORD
           MOVE CB-CUST-NO          TO LG-CUST-NO
           MOVE CB-APPL-SEQ-NO      TO LG-APPL-SEQ-NO
           MOVE RUN-DATE            TO LG-POST-DATE
           MOVE NEXT-POST-SEQ       TO LG-POST-SEQ
           MOVE 'FEE     '          TO LG-TRAN-TYPE
           MOVE 'D'                 TO LG-DEBIT-CREDIT
           MOVE LATE-FEE            TO LG-AMOUNT
           MOVE RUN-DATE            TO LG-TRAN-DATE
           MOVE 'DUEDATE '          TO LG-SOURCE
           STRING 'MISSED DUE ' CB-PAYMENT-DUE-DATE
               DELIMITED BY SIZE INTO LG-REFERENCE
           MOVE 'LATE PAYMENT FEE'  TO LG-DESCRIPTION
           COMPUTE LG-BALANCE-AFTER = CB-CURRENT-BALANCE + LATE-FEE
           MOVE DC-JOB-NAME-SELF    TO LG-POSTED-BY

           WRITE CARDLDG-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF CARDLDG-STATUS = '00'
               ADD LATE-FEE TO CB-CURRENT-BALANCE
               MOVE RUN-DATE      TO CB-LAST-POST-DATE
               MOVE NEXT-POST-SEQ TO CB-LAST-POST-SEQ
               ADD 1 TO LATE-FEES-POSTED
               ADD LATE-FEE TO LATE-FEE-TOTAL
           ELSE
               ADD 1 TO LATE-FEE-FAILURES
               MOVE LATE-FEE TO AMOUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING 'LATE FEE NOT POSTED: ACCT ' CB-CUST-NO
                      ' SEQ ' CB-APPL-SEQ-NO
                      ' FEE ' AMOUNT-DISPLAY
                      ' STATUS ' CARDLDG-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

      * One more missed payment on the account's PAYHMAS row - a row
      * is opened for an account the outside feed has never sent.
       COUNT-MISSED-PAYMENT.
           MOVE CB-CUST-NO TO PH-CUST-NO

           READ PAYHMAS
               KEY IS PH-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ

           IF PAYHMAS-STATUS = '00'
               IF PH-LEDGER-MISSED IS NOT NUMERIC
                   MOVE 0 TO PH-LEDGER-MISSED
               END-IF
               IF PH-MISSED-PAYMENTS < 999
                   ADD 1 TO PH-MISSED-PAYMENTS
               END-IF
               IF PH-LEDGER-MISSED < 999
                   ADD 1 TO PH-LEDGER-MISSED
               END-IF
               MOVE TIMESTAMP-WORK TO PH-LAST-UPDATED
               REWRITE PAYHMAS-RECORD
           ELSE
               MOVE SPACES         TO PAYHMAS-RECORD
               MOVE CB-CUST-NO     TO PH-CUST-NO
               MOVE 1              TO PH-MISSED-PAYMENTS
               MOVE 1              TO PH-LEDGER-MISSED
               MOVE TIMESTAMP-WORK TO PH-LAST-UPDATED
               MOVE 'N'            TO PH-IN-COLLECTIONS
               WRITE PAYHMAS-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF PAYHMAS-STATUS = '00'
                   ADD 1 TO PAYHMAS-ROWS-ADDED
               END-IF
           END-IF
           .

      ******************************************************************
      * The night's delinquency snapshot row for the card.
      ******************************************************************
       WRITE-BUCKET-ROW.
           MOVE SPACES               TO DELQBKT-RECORD
           MOVE CB-CUST-NO           TO DQ-CUST-NO
           MOVE CB-APPL-SEQ-NO       TO DQ-APPL-SEQ-NO
           MOVE RUN-DATE             TO DQ-AS-OF-DATE
           MOVE CB-CYCLES-DELINQUENT TO DQ-CYCLES-DELINQUENT
           MOVE CB-CURRENT-BALANCE   TO DQ-CURRENT-BALANCE
           MOVE CB-PAST-DUE-AMOUNT   TO DQ-PAST-DUE-AMOUNT
           MOVE CB-MINIMUM-DUE       TO DQ-MINIMUM-DUE
           MOVE CB-PAYMENT-DUE-DATE  TO DQ-PAYMENT-DUE-DATE

           EVALUATE CB-CYCLES-DELINQUENT
               WHEN 0
                   MOVE 'CURR' TO DQ-BUCKET
                   ADD 1 TO BUCKET-CURRENT
                   ADD CB-CURRENT-BALANCE TO BALANCE-CURRENT
               WHEN 1
                   MOVE '30  ' TO DQ-BUCKET
                   ADD 1 TO BUCKET-30
                   ADD CB-CURRENT-BALANCE TO BALANCE-30
               WHEN 2
                   MOVE '60  ' TO DQ-BUCKET
                   ADD 1 TO BUCKET-60
                   ADD CB-CURRENT-BALANCE TO BALANCE-60
               WHEN OTHER
                   MOVE '90+ ' TO DQ-BUCKET
                   ADD 1 TO BUCKET-90-PLUS
                   ADD CB-CURRENT-BALANCE TO BALANCE-90-PLUS
           END-EVALUATE

           WRITE DELQBKT-RECORD
           .

       PRINT-DELINQUENCY-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'CARDBAL ROWS READ:        ' ROWS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'DUE DATES ASSESSED:       ' DUE-DATES-ASSESSED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'MINIMUMS MET:             ' MINIMUMS-MET
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'MINIMUMS MISSED:          ' MINIMUMS-MISSED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'LATE FEES POSTED:         ' LATE-FEES-POSTED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE LATE-FEE-TOTAL TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'LATE FEES CHARGED:        ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'LATE FEES NOT POSTED:     ' LATE-FEE-FAILURES
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'LATE FEES HELD TO CAP:    ' LATE-FEES-CAPPED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PAYHMAS ROWS OPENED:      ' PAYHMAS-ROWS-ADDED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'ARRANGED PAYMENTS MET:    ' ARRANGEMENTS-MET
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'ARRANGED PAYMENTS SHORT:  ' ARRANGEMENTS-SHORT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'LATE FEES HELD - PPI:     ' CLAIM-FEES-HELD
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '----------------------------------------------'
           MOVE BALANCE-CURRENT TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'CURRENT:  ' BUCKET-CURRENT ' CARDS '
                  TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE BALANCE-30 TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '30 DAYS:  ' BUCKET-30 ' CARDS '
                  TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE BALANCE-60 TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '60 DAYS:  ' BUCKET-60 ' CARDS '
                  TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE BALANCE-90-PLUS TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '90+ DAYS: ' BUCKET-90-PLUS ' CARDS '
                  TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

       COPY DAYCTLP.

       COPY JURCAPP.

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ROWS-READ TO RUN-LOG-READ
           MOVE LATE-FEES-POSTED TO RUN-LOG-WRITTEN
           MOVE LATE-FEE-FAILURES TO RUN-LOG-REJECTED
           .

       COPY RUNLOGP.

       END PROGRAM 'CSDELINQ'.
