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
      *  CSCYCCLS
      *
      * Billing-cycle close and interest accrual. PRICING attaches
      * CC-CARD-APR, CC-PROMO-RATE and CC-PROMO-MONTHS to every
      * approval and CSPROMEX/CSRPRAPP keep them current, but until
      * this job nothing ever charged a penny of interest. It runs
      * nightly after the CSPOSTNG posting run and walks CARDBAL
      * (see copy/CARDBAL.cpy); every card whose CB-CYCLE-DAY has
      * come round this month and whose cycle is not yet closed is
      * closed:
      *
      *   - the cycle runs from the day after the last close (the
      *     day the balance row opened, for a first cycle) to this
      *     month's cycle day;
      *   - the card's CARDLDG rows for the cycle are replayed day
      *     by day from the last closing balance, keeping two rate
      *     buckets: the balance-transfer bucket (BALXFER rows) and
      *     the standard bucket (everything else). A credit pays
      *     the higher-rate bucket first - a returned transfer's
      *     BALXFER credit always pays the transfer bucket first;
      *   - each day's end-of-day bucket balances accrue interest
      *     at that day's rate over a 365-day year. The standard
      *     bucket takes CC-PROMO-RATE while the promo period
      *     (CC-CHECKED-DATE plus CC-PROMO-MONTHS, as CSPROMEX
      *     counts it) is still running and CC-CARD-APR after; the
      *     transfer bucket takes the BT-TRANSFER-RATE stamped on
      *     the position's BTREQ row for BT-RATE-MONTHS months from
      *     the transfer and CC-CARD-APR after. A credit balance
      *     earns nothing;
      *   - each bucket's interest, rounded to the penny, posts
      *     back to the ledger as an INTEREST row on the run date,
      *     next in sequence after the card's last posting, with
      *     the cycle day as its transaction date and the cycle
      *     period on the row. A close picked up late leaves that
      *     row in the next cycle's window, where the replay skips
      *     it - it is already in the closing balance. CARDBAL
      *     takes the closing balance, the transfer bucket and the
      *     close date;
      *   - one INTCALC line per bucket - days, balance-days, the
      *     rates at the start and end of the cycle, the interest -
      *     goes to finance so every penny can be explained;
      *   - the minimum payment is CP-MIN-PAY-PCT of the closing
      *     balance plus the cycle's interest and fees, never less
      *     than CP-MIN-PAY-FLOOR, plus anything still past due
      *     from the last due date - and never more than the
      *     closing balance. It is due CP-PAY-DUE-BDAYS business
      *     days after the close, counted on the BUSCAL calendar (a
      *     date with no row counts as a business day). The
      *     CSDELINQ run (see src/CSDELINQ.cbl) assesses it once
      *     the due date has passed;
      *   - a hardship arrangement (see copy/HARDSHIP.cpy) whose
      *     term overlaps the cycle charges its days at the agreed
      *     treatment - nothing if interest is frozen, else the
      *     reduced rate where it is below the day's own - on both
      *     buckets, from its start date to its end date (or the
      *     day it was broken or ended early). An ACTIVE one whose
      *     term still runs on the new due date caps the minimum
      *     payment at the agreed payment;
      *   - a posting the cardholder disputes (see copy/TXNDISP.cpy)
      *     is charged no interest from the day it posted until its
      *     provisional credit went on, while the case is open or
      *     once it is won; a case still open whose credit is not
      *     yet on the ledger leaves the disputed amount out of the
      *     minimum payment too.
      *
      * Part of the nightly chain - registers on DAYCTL behind
      * CSHRDCHK (see copy/DAYCTLP.cpy), so a due date falling on
      * a close is assessed, and a broken arrangement broken,
      * before the close sets the next one. A cycle day missed
      * because the job did not run is picked up the next night it
      * does.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSCYCCLS.jcl.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSCYCCLS.
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

           SELECT BTREQ ASSIGN TO BTREQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BT-REQUEST-KEY
                  FILE STATUS IS BTREQ-STATUS.

           SELECT BUSCAL ASSIGN TO BUSCAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BC-DATE
                  FILE STATUS IS BUSCAL-STATUS.

           SELECT CTLPARM ASSIGN TO CTLPARM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CP-PARM-ID
                  FILE STATUS IS CTLPARM-STATUS.

           SELECT HARDSHIP ASSIGN TO HARDSHIP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HA-ARRANGEMENT-KEY
                  FILE STATUS IS HARDSHIP-STATUS.

           SELECT TXNDISP ASSIGN TO TXNDISP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TD-DISPUTE-KEY
                  FILE STATUS IS TXNDISP-STATUS.

           SELECT INTEREST-DETAIL ASSIGN TO INTCALC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS INTCALC-STATUS.

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

        FD  BTREQ.
           COPY BTREQ.

        FD  BUSCAL.
           COPY BUSCAL.

        FD  CTLPARM.
           COPY CTLPARM.

        FD  HARDSHIP.
           COPY HARDSHIP.

        FD  TXNDISP.
           COPY TXNDISP.

      * One record per rate bucket per card closed - the working
      * behind each INTEREST row on the ledger. IX-BALANCE-DAYS is
      * the sum of the bucket's positive end-of-day balances over
      * the cycle; IX-PROMO-DAYS how many of the cycle's days were
      * charged at the promotional (or transfer, or hardship) rate.
        FD  INTEREST-DETAIL.
        01  INTEREST-DETAIL-RECORD.
            05  IX-CUST-NO          PIC X(8).
            05  IX-APPL-SEQ-NO      PIC 9(1).
            05  IX-CYCLE-START      PIC X(8).
            05  IX-CYCLE-END        PIC X(8).
            05  IX-BUCKET           PIC X(8).
            05  IX-DAYS             PIC 9(3).
            05  IX-PROMO-DAYS       PIC 9(3).
            05  IX-BALANCE-DAYS     PIC 9(11)V99.
            05  IX-OPENING-RATE     PIC 9(2)V99.
            05  IX-CLOSING-RATE     PIC 9(2)V99.
            05  IX-INTEREST         PIC 9(7)V99.
            05  FILLER              PIC X(11).

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSCYCCLS'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSCYCCLS'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

      * Business-day close-out control - see copy/DAYCTL.cpy and
      * the shared CHECK-DAY-CONTROL/REGISTER-DAY-COMPLETION
      * fragment in copy/DAYCTLP.cpy.
       1 DAYCTL-STATUS            PIC X(2) VALUE '00'.
       1 DC-JOB-NAME-SELF         PIC X(8) VALUE 'CSCYCCLS'.
       1 DC-PREREQ-JOB            PIC X(8) VALUE 'CSHRDCHK'.
       1 DAY-CONTROL-OK           PIC X(1) VALUE 'Y'.
       1 RUN-DATE                 PIC X(8) VALUE SPACES.
       1 RUN-TIME                 PIC X(8) VALUE SPACES.

       1 CARDBAL-STATUS           PIC X(2) VALUE '00'.
       1 CARDLDG-STATUS           PIC X(2) VALUE '00'.
       1 CSCACHE-STATUS           PIC X(2) VALUE '00'.
       1 BTREQ-STATUS             PIC X(2) VALUE '00'.
       1 INTCALC-STATUS           PIC X(2) VALUE '00'.
       1 BUSCAL-STATUS            PIC X(2) VALUE '00'.
       1 CTLPARM-STATUS           PIC X(2) VALUE '00'.
       1 CALENDAR-OPEN            PIC X(1) VALUE 'N'.
       1 END-OF-CARDBAL           PIC X(1) VALUE 'N'.
       1 END-OF-CARD-LEDGER       PIC X(1) VALUE 'N'.
       1 HARDSHIP-STATUS          PIC X(2) VALUE '00'.
       1 HARDSHIP-OPEN            PIC X(1) VALUE 'N'.
       1 END-OF-ARRANGEMENTS      PIC X(1) VALUE 'N'.
       1 TXNDISP-STATUS           PIC X(2) VALUE '00'.
       1 TXNDISP-OPEN             PIC X(1) VALUE 'N'.
       1 END-OF-CARD-DISPUTES     PIC X(1) VALUE 'N'.

      * The card's rates. A position with no cache row (purged
      * since approval) is charged the built-in standard APR and
      * reported.
       1 STANDARD-APR             PIC 9(2)V99 VALUE 21.99.
       1 CARD-APR                 PIC 9(2)V99 VALUE 0.
       1 CARD-PROMO-RATE          PIC 9(2)V99 VALUE 0.
       1 CARD-BT-RATE             PIC 9(2)V99 VALUE 0.
       1 PROMO-END-X              PIC X(8) VALUE SPACES.
       1 BT-END-X                 PIC X(8) VALUE SPACES.
       1 DAY-STANDARD-RATE        PIC 9(2)V99 VALUE 0.
       1 DAY-BT-RATE              PIC 9(2)V99 VALUE 0.

      * The latest hardship arrangement overlapping the cycle - its
      * rate (nothing, if frozen) and the days it covers - and the
      * payment an ACTIVE one caps the minimum at.
       1 HARDSHIP-RATE            PIC 9(2)V99 VALUE 0.
       1 HARDSHIP-START-X         PIC X(8) VALUE SPACES.
       1 HARDSHIP-END-X           PIC X(8) VALUE SPACES.
       1 ARRANGEMENT-END-X        PIC X(8) VALUE SPACES.
       1 HARDSHIP-CAP-SET         PIC X(1) VALUE 'N'.
       1 HARDSHIP-CAP             PIC 9(7)V99 VALUE 0.
       1 HARDSHIP-CAP-END-X       PIC X(8) VALUE SPACES.

      * The card's disputed postings the cycle charges no interest
      * on, up to twenty - each from the day it posted to the day
      * its provisional credit went on (spaces while not yet on) -
      * and what of it is still to be credited at the close.
       1 DISPUTE-TABLE.
         2 DISPUTES-HELD          PIC S9(4) COMP.
         2 DISPUTE-ENTRY OCCURS 20.
           3 DE-POST-DATE         PIC X(8).
           3 DE-CREDIT-DATE       PIC X(8).
           3 DE-AMOUNT            PIC 9(7)V99.

       1 DISPUTE-IX               PIC S9(4) COMP VALUE 0.
       1 DISPUTED-TODAY           PIC 9(7)V99 VALUE 0.
       1 DISPUTED-UNCREDITED      PIC 9(7)V99 VALUE 0.
       1 STANDARD-CHARGEABLE      PIC S9(7)V99 VALUE 0.
       1 MIN-PAY-BASIS            PIC S9(9)V99 VALUE 0.

      * The cycle being closed.
       1 CYCLE-CLOSE-DATE         PIC X(8) VALUE SPACES.
       1 CYCLE-START-DATE         PIC X(8) VALUE SPACES.
       1 CYCLE-DAYS               PIC 9(3) VALUE 0.
       1 STANDARD-PROMO-DAYS      PIC 9(3) VALUE 0.
       1 BT-PROMO-DAYS            PIC 9(3) VALUE 0.
       1 NEXT-POST-SEQ            PIC 9(4) VALUE 0.
       1 STANDARD-OPENING-RATE    PIC 9(2)V99 VALUE 0.
       1 BT-OPENING-RATE          PIC 9(2)V99 VALUE 0.

      * The two buckets as the cycle is replayed, and what they
      * have accrued so far - held well past the penny so the
      * daily amounts do not round away before they are summed.
       1 STANDARD-BUCKET          PIC S9(7)V99 VALUE 0.
       1 BT-BUCKET                PIC S9(7)V99 VALUE 0.
       1 CREDIT-LEFT              PIC 9(7)V99 VALUE 0.
       1 STANDARD-BALANCE-DAYS    PIC 9(11)V99 VALUE 0.
       1 BT-BALANCE-DAYS          PIC 9(11)V99 VALUE 0.
       1 STANDARD-ACCRUED         PIC 9(7)V9(8) COMP-3 VALUE 0.
       1 BT-ACCRUED               PIC 9(7)V9(8) COMP-3 VALUE 0.
       1 STANDARD-INTEREST        PIC 9(7)V99 VALUE 0.
       1 BT-INTEREST              PIC 9(7)V99 VALUE 0.

      * The minimum payment terms - CTLPARM overrides each one.
       1 MIN-PAY-PCT              PIC 9(2)V99 VALUE 1.00.
       1 MIN-PAY-FLOOR            PIC 9(3) VALUE 25.
       1 PAY-DUE-BDAYS            PIC 9(2) VALUE 18.
       1 CYCLE-FEES               PIC 9(7)V99 VALUE 0.
       1 MINIMUM-PAYMENT          PIC 9(7)V99 VALUE 0.
       1 BDAYS-COUNTED            PIC 9(2) VALUE 0.

      * The ledger row being posted back.
       1 INTEREST-AMOUNT          PIC 9(7)V99 VALUE 0.
       1 INTEREST-DESCRIPTION     PIC X(25) VALUE SPACES.

      * Calendar stepping - plain Gregorian arithmetic, one day or
      * one month at a time, the way CSCRDACT and CSPROMEX step
      * their dates.
       1 DAY-CURSOR-NUM           PIC 9(8) VALUE 0.
       1 DAY-CURSOR-PARTS REDEFINES DAY-CURSOR-NUM.
         2 DAY-CURSOR-YEAR        PIC 9(4).
         2 DAY-CURSOR-MONTH       PIC 9(2).
         2 DAY-CURSOR-DAY         PIC 9(2).
       1 DAY-CURSOR-X             PIC X(8).
       1 MONTH-STEP-NUM           PIC 9(8) VALUE 0.
       1 MONTH-STEP-PARTS REDEFINES MONTH-STEP-NUM.
         2 MONTH-STEP-YEAR        PIC 9(4).
         2 MONTH-STEP-MONTH       PIC 9(2).
         2 MONTH-STEP-DAY         PIC 9(2).
       1 MONTH-STEP-X             PIC X(8).
       1 MONTHS-TO-ADD            PIC 9(3) VALUE 0.
       1 DIM-YEAR                 PIC 9(4) VALUE 0.
       1 DIM-MONTH                PIC 9(2) VALUE 0.
       1 DAYS-IN-MONTH            PIC 9(2) VALUE 0.
       1 LEAP-REMAINDER           PIC 9(4) VALUE 0.
       1 LEAP-QUOTIENT            PIC 9(4) VALUE 0.

       1 TOTAL-DISPLAY            PIC Z(10)9.99.

       1 CYCLE-TOTALS.
         2 ROWS-READ              PIC 9(7) VALUE 0.
         2 CYCLES-CLOSED          PIC 9(7) VALUE 0.
         2 NOT-DUE                PIC 9(7) VALUE 0.
         2 INTEREST-ROWS-POSTED   PIC 9(7) VALUE 0.
         2 NO-PRICING-ROW         PIC 9(7) VALUE 0.
         2 MINIMUMS-SET           PIC 9(7) VALUE 0.
         2 DUE-STILL-OPEN         PIC 9(7) VALUE 0.
         2 HARDSHIP-CYCLES        PIC 9(7) VALUE 0.
         2 HARDSHIP-MINIMUMS      PIC 9(7) VALUE 0.
         2 DISPUTE-CYCLES         PIC 9(7) VALUE 0.
         2 MINIMUM-DUE-TOTAL      PIC 9(11)V99 VALUE 0.
         2 STANDARD-INTEREST-TOTAL PIC 9(11)V99 VALUE 0.
         2 BT-INTEREST-TOTAL      PIC 9(11)V99 VALUE 0.

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

           PERFORM READ-CONTROL-PARAMETERS

      * No calendar loaded leaves every day a business day.
           OPEN INPUT BUSCAL
           IF BUSCAL-STATUS = '00'
               MOVE 'Y' TO CALENDAR-OPEN
           END-IF

           OPEN I-O CARDBAL
           OPEN I-O CARDLDG
           OPEN INPUT CSCACHE
           OPEN INPUT BTREQ
           OPEN OUTPUT INTEREST-DETAIL

           OPEN INPUT HARDSHIP
           IF HARDSHIP-STATUS = '00'
               MOVE 'Y' TO HARDSHIP-OPEN
           ELSE
               DISPLAY 'HARDSHIP NOT AVAILABLE - NO ARRANGEMENTS USED'
           END-IF

           OPEN INPUT TXNDISP
           IF TXNDISP-STATUS = '00'
               MOVE 'Y' TO TXNDISP-OPEN
           ELSE
               DISPLAY 'TXNDISP NOT AVAILABLE - NO DISPUTES EXCLUDED'
           END-IF

           PERFORM READ-NEXT-CARDBAL-ROW
           PERFORM CLOSE-ONE-CARD-IF-DUE
               UNTIL END-OF-CARDBAL = 'Y'

           CLOSE CARDBAL
           CLOSE CARDLDG
           CLOSE CSCACHE
           CLOSE BTREQ
           CLOSE INTEREST-DETAIL
           IF CALENDAR-OPEN = 'Y'
               CLOSE BUSCAL
           END-IF
           IF HARDSHIP-OPEN = 'Y'
               CLOSE HARDSHIP
           END-IF
           IF TXNDISP-OPEN = 'Y'
               CLOSE TXNDISP
           END-IF

           PERFORM PRINT-CYCLE-SUMMARY

           PERFORM REGISTER-DAY-COMPLETION

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
               IF CP-MIN-PAY-PCT IS NUMERIC AND CP-MIN-PAY-PCT > 0
                   MOVE CP-MIN-PAY-PCT TO MIN-PAY-PCT
               END-IF
               IF CP-MIN-PAY-FLOOR IS NUMERIC
                  AND CP-MIN-PAY-FLOOR > 0
                   MOVE CP-MIN-PAY-FLOOR TO MIN-PAY-FLOOR
               END-IF
               IF CP-PAY-DUE-BDAYS IS NUMERIC
                  AND CP-PAY-DUE-BDAYS > 0
                   MOVE CP-PAY-DUE-BDAYS TO PAY-DUE-BDAYS
               END-IF
           END-IF

           CLOSE CTLPARM
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

      * This month's cycle day is due once the run date reaches it,
      * unless the cycle is already closed or the balance row only
      * opened on (or after) it - a card's first cycle runs a full
      * month.
       CLOSE-ONE-CARD-IF-DUE.
           ADD 1 TO ROWS-READ

           IF CB-CYCLE-DAY IS NOT NUMERIC
              OR CB-CYCLE-DAY = 0
               MOVE CB-OPENED-DATE(7:2) TO CB-CYCLE-DAY
               IF CB-CYCLE-DAY > 28
                   MOVE 28 TO CB-CYCLE-DAY
               END-IF
           END-IF

           MOVE SPACES TO CYCLE-CLOSE-DATE
           STRING RUN-DATE(1:6) CB-CYCLE-DAY
               DELIMITED BY SIZE INTO CYCLE-CLOSE-DATE

           IF CYCLE-CLOSE-DATE <= RUN-DATE
              AND (CB-LAST-CYCLE-DATE = SPACES
                   OR CB-LAST-CYCLE-DATE < CYCLE-CLOSE-DATE)
              AND CB-OPENED-DATE < CYCLE-CLOSE-DATE
               PERFORM CLOSE-THE-CYCLE
               ADD 1 TO CYCLES-CLOSED
           ELSE
               ADD 1 TO NOT-DUE
           END-IF

           PERFORM READ-NEXT-CARDBAL-ROW
           .

       CLOSE-THE-CYCLE.
           PERFORM LOOK-UP-CARD-RATES
           PERFORM SET-CYCLE-START-DATE
           PERFORM FIND-CYCLE-ARRANGEMENT
           PERFORM FIND-CYCLE-DISPUTES

           MOVE CB-BT-BALANCE TO BT-BUCKET
           COMPUTE STANDARD-BUCKET =
               CB-CYCLE-CLOSE-BALANCE - CB-BT-BALANCE

           MOVE 0 TO CYCLE-DAYS
           MOVE 0 TO STANDARD-PROMO-DAYS
           MOVE 0 TO BT-PROMO-DAYS
           MOVE 0 TO STANDARD-BALANCE-DAYS
           MOVE 0 TO BT-BALANCE-DAYS
           MOVE 0 TO STANDARD-ACCRUED
           MOVE 0 TO BT-ACCRUED
           MOVE 0 TO CYCLE-FEES

           MOVE CYCLE-START-DATE TO DAY-CURSOR-X
           PERFORM SET-RATES-FOR-DAY
           MOVE DAY-STANDARD-RATE TO STANDARD-OPENING-RATE
           MOVE DAY-BT-RATE       TO BT-OPENING-RATE

           PERFORM START-CARD-LEDGER-WALK

           MOVE CYCLE-START-DATE TO DAY-CURSOR-X
           MOVE CYCLE-START-DATE TO DAY-CURSOR-NUM
           PERFORM ACCRUE-ONE-DAY
               UNTIL DAY-CURSOR-X > CYCLE-CLOSE-DATE

           COMPUTE STANDARD-INTEREST ROUNDED = STANDARD-ACCRUED
           COMPUTE BT-INTEREST ROUNDED       = BT-ACCRUED

           PERFORM WRITE-INTEREST-DETAIL

           IF STANDARD-INTEREST > 0
               MOVE STANDARD-INTEREST TO INTEREST-AMOUNT
               MOVE 'INTEREST - PURCHASES' TO INTEREST-DESCRIPTION
               PERFORM POST-INTEREST-ROW
               ADD STANDARD-INTEREST TO STANDARD-INTEREST-TOTAL
           END-IF

           IF BT-INTEREST > 0
               MOVE BT-INTEREST TO INTEREST-AMOUNT
               MOVE 'INTEREST - BAL TRANSFER' TO INTEREST-DESCRIPTION
               PERFORM POST-INTEREST-ROW
               ADD BT-INTEREST TO BT-INTEREST-TOTAL
           END-IF

      * Interest is charged into the standard bucket - it is not
      * itself a transferred balance.
           COMPUTE CB-CYCLE-CLOSE-BALANCE =
               STANDARD-BUCKET + BT-BUCKET
               + STANDARD-INTEREST + BT-INTEREST
           MOVE BT-BUCKET        TO CB-BT-BALANCE
           MOVE CYCLE-CLOSE-DATE TO CB-LAST-CYCLE-DATE

           PERFORM SET-MINIMUM-PAYMENT-DUE

           REWRITE CARDBAL-RECORD
           .

      ******************************************************************
      * The minimum payment for the cycle just closed and the date
      * it is due. A due date the CSDELINQ run has not yet reached
      * is reported - its minimum is replaced by this one.
      ******************************************************************
       SET-MINIMUM-PAYMENT-DUE.
           IF CB-PAYMENT-DUE-DATE NOT = SPACES
              AND NOT CB-DUE-IS-ASSESSED
               ADD 1 TO DUE-STILL-OPEN
               MOVE SPACES TO REPORT-LINE
               STRING 'PREVIOUS DUE DATE NOT YET ASSESSED: ACCT '
                      CB-CUST-NO ' SEQ ' CB-APPL-SEQ-NO
                      ' DUE ' CB-PAYMENT-DUE-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF

           IF CB-PAST-DUE-AMOUNT IS NOT NUMERIC
               MOVE 0 TO CB-PAST-DUE-AMOUNT
           END-IF
           IF CB-CYCLES-DELINQUENT IS NOT NUMERIC
               MOVE 0 TO CB-CYCLES-DELINQUENT
           END-IF

      * A disputed amount still to be credited is not asked for.
           COMPUTE MIN-PAY-BASIS =
               CB-CYCLE-CLOSE-BALANCE - DISPUTED-UNCREDITED

           IF MIN-PAY-BASIS > 0
               COMPUTE MINIMUM-PAYMENT ROUNDED =
                   MIN-PAY-BASIS * MIN-PAY-PCT / 100
                   + STANDARD-INTEREST + BT-INTEREST + CYCLE-FEES
               IF MINIMUM-PAYMENT < MIN-PAY-FLOOR
                   MOVE MIN-PAY-FLOOR TO MINIMUM-PAYMENT
               END-IF
               ADD CB-PAST-DUE-AMOUNT TO MINIMUM-PAYMENT
               IF MINIMUM-PAYMENT > MIN-PAY-BASIS
                   MOVE MIN-PAY-BASIS TO MINIMUM-PAYMENT
               END-IF
           ELSE
               MOVE 0 TO MINIMUM-PAYMENT
           END-IF

           MOVE CYCLE-CLOSE-DATE TO DAY-CURSOR-NUM
           MOVE 0 TO BDAYS-COUNTED
           PERFORM COUNT-ONE-DUE-DAY
               UNTIL BDAYS-COUNTED = PAY-DUE-BDAYS
           MOVE DAY-CURSOR-NUM TO CB-PAYMENT-DUE-DATE
           MOVE 'N'            TO CB-DUE-ASSESSED

      * An ACTIVE hardship arrangement still running on the new due
      * date asks no more than the payment agreed.
           IF HARDSHIP-CAP-SET = 'Y'
              AND CB-PAYMENT-DUE-DATE <= HARDSHIP-CAP-END-X
              AND MINIMUM-PAYMENT > HARDSHIP-CAP
               MOVE HARDSHIP-CAP TO MINIMUM-PAYMENT
               ADD 1 TO HARDSHIP-MINIMUMS
           END-IF

           MOVE MINIMUM-PAYMENT TO CB-MINIMUM-DUE
           ADD MINIMUM-PAYMENT  TO MINIMUM-DUE-TOTAL
           ADD 1 TO MINIMUMS-SET
           .

       COUNT-ONE-DUE-DAY.
           PERFORM STEP-DAY-CURSOR-ONE-DAY

           IF CALENDAR-OPEN = 'Y'
               MOVE DAY-CURSOR-NUM TO BC-DATE
               READ BUSCAL
                   KEY IS BC-DATE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF BUSCAL-STATUS = '00' AND NOT BC-IS-BUSINESS
                   CONTINUE
               ELSE
                   ADD 1 TO BDAYS-COUNTED
               END-IF
           ELSE
               ADD 1 TO BDAYS-COUNTED
           END-IF
           .

      * The first cycle starts the day the balance row opened;
      * every later one the day after the last close.
       SET-CYCLE-START-DATE.
           IF CB-LAST-CYCLE-DATE = SPACES
               MOVE CB-OPENED-DATE TO CYCLE-START-DATE
               MOVE 0 TO CB-CYCLE-CLOSE-BALANCE
               MOVE 0 TO CB-BT-BALANCE
           ELSE
               MOVE CB-LAST-CYCLE-DATE TO DAY-CURSOR-NUM
               PERFORM STEP-DAY-CURSOR-ONE-DAY
               MOVE DAY-CURSOR-NUM TO CYCLE-START-DATE
           END-IF
           .

      ******************************************************************
      * The card's rates and the dates its introductory rates end.
      ******************************************************************
       LOOK-UP-CARD-RATES.
           MOVE STANDARD-APR TO CARD-APR
           MOVE 0            TO CARD-PROMO-RATE
           MOVE 0            TO CARD-BT-RATE
           MOVE SPACES       TO PROMO-END-X
           MOVE SPACES       TO BT-END-X

           MOVE CB-CUST-NO     TO CC-CUST-NO
           MOVE CB-APPL-SEQ-NO TO CC-APPL-SEQ-NO
           READ CSCACHE
               KEY IS CC-CACHE-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CSCACHE-STATUS = '00'
               MOVE CC-CARD-APR TO CARD-APR
               IF CC-PROMO-MONTHS > 0
                  AND CC-CHECKED-DATE NOT = SPACES
                   MOVE CC-PROMO-RATE   TO CARD-PROMO-RATE
                   MOVE CC-CHECKED-DATE TO MONTH-STEP-NUM
                   MOVE CC-PROMO-MONTHS TO MONTHS-TO-ADD
                   PERFORM ADD-MONTHS-TO-DATE
                   MOVE MONTH-STEP-X TO PROMO-END-X
               END-IF
           ELSE
               ADD 1 TO NO-PRICING-ROW
               MOVE SPACES TO REPORT-LINE
               STRING 'NO CACHE ROW - STANDARD APR CHARGED: ACCT '
                      CB-CUST-NO ' SEQ ' CB-APPL-SEQ-NO
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF

           MOVE CB-CUST-NO     TO BT-CUST-NO
           MOVE CB-APPL-SEQ-NO TO BT-APPL-SEQ-NO
           READ BTREQ
               KEY IS BT-REQUEST-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF BTREQ-STATUS = '00'
              AND (BT-REQUEST-STATUS = 'EXTRACTD'
                OR BT-REQUEST-STATUS = 'COMPLETD'
                OR BT-REQUEST-STATUS = 'PARTPAID')
              AND BT-TRANSFER-RATE IS NUMERIC
              AND BT-RATE-MONTHS IS NUMERIC
              AND BT-RATE-MONTHS > 0
               MOVE BT-TRANSFER-RATE TO CARD-BT-RATE
               MOVE BT-EXTRACT-DATE  TO MONTH-STEP-NUM
               MOVE BT-RATE-MONTHS   TO MONTHS-TO-ADD
               PERFORM ADD-MONTHS-TO-DATE
               MOVE MONTH-STEP-X TO BT-END-X
           END-IF
           .

      ******************************************************************
      * The position's hardship arrangements, oldest first - the last
      * whose term overlaps the cycle sets the hardship rate. A term
      * ends on its end date, or earlier on the day it was broken or
      * ended.
      ******************************************************************
       FIND-CYCLE-ARRANGEMENT.
           MOVE 0      TO HARDSHIP-RATE
           MOVE SPACES TO HARDSHIP-START-X
           MOVE SPACES TO HARDSHIP-END-X
           MOVE 'N'    TO HARDSHIP-CAP-SET
           MOVE 0      TO HARDSHIP-CAP
           MOVE SPACES TO HARDSHIP-CAP-END-X

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

               IF HARDSHIP-START-X NOT = SPACES
                   ADD 1 TO HARDSHIP-CYCLES
               END-IF
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
                  OR HA-START-DATE > CYCLE-CLOSE-DATE
                   MOVE 'Y' TO END-OF-ARRANGEMENTS
               ELSE
                   MOVE HA-END-DATE TO ARRANGEMENT-END-X
                   IF HA-CLOSED-DATE NOT = SPACES
                      AND HA-CLOSED-DATE < ARRANGEMENT-END-X
                       MOVE HA-CLOSED-DATE TO ARRANGEMENT-END-X
                   END-IF
                   IF ARRANGEMENT-END-X >= CYCLE-START-DATE
                       PERFORM TAKE-CYCLE-ARRANGEMENT
                   END-IF
               END-IF
           END-IF
           .

       TAKE-CYCLE-ARRANGEMENT.
           MOVE HA-START-DATE     TO HARDSHIP-START-X
           MOVE ARRANGEMENT-END-X TO HARDSHIP-END-X
           IF HA-INTEREST-FROZEN
               MOVE 0 TO HARDSHIP-RATE
           ELSE
               MOVE HA-REDUCED-APR TO HARDSHIP-RATE
           END-IF

           IF HA-IS-ACTIVE
              AND HA-END-DATE >= CYCLE-CLOSE-DATE
               MOVE 'Y'                TO HARDSHIP-CAP-SET
               MOVE HA-REDUCED-PAYMENT TO HARDSHIP-CAP
               MOVE HA-END-DATE        TO HARDSHIP-CAP-END-X
           END-IF
           .

      ******************************************************************
      * The card's disputed postings - every case open, or won, on
      * a posting made by the close. A case lost or withdrawn was
      * owed all along and is charged as any other posting.
      ******************************************************************
       FIND-CYCLE-DISPUTES.
           MOVE 0 TO DISPUTES-HELD
           MOVE 0 TO DISPUTED-UNCREDITED

           IF TXNDISP-OPEN = 'Y'
               MOVE 'N'            TO END-OF-CARD-DISPUTES
               MOVE CB-CUST-NO     TO TD-CUST-NO
               MOVE CB-APPL-SEQ-NO TO TD-APPL-SEQ-NO
               MOVE LOW-VALUES     TO TD-POST-DATE
               MOVE 0              TO TD-POST-SEQ

               START TXNDISP KEY >= TD-DISPUTE-KEY
                   INVALID KEY
                       MOVE 'Y' TO END-OF-CARD-DISPUTES
               END-START

               PERFORM CHECK-ONE-CARD-DISPUTE
                   UNTIL END-OF-CARD-DISPUTES = 'Y'

               IF DISPUTES-HELD > 0
                   ADD 1 TO DISPUTE-CYCLES
               END-IF
           END-IF
           .

       CHECK-ONE-CARD-DISPUTE.
           READ TXNDISP NEXT
               AT END
                   MOVE 'Y' TO END-OF-CARD-DISPUTES
           END-READ

           IF END-OF-CARD-DISPUTES = 'N'
               IF TXNDISP-STATUS NOT = '00'
                  OR TD-CUST-NO NOT = CB-CUST-NO
                  OR TD-APPL-SEQ-NO NOT = CB-APPL-SEQ-NO
                  OR TD-POST-DATE > CYCLE-CLOSE-DATE
                   MOVE 'Y' TO END-OF-CARD-DISPUTES
               ELSE
                   IF (TD-IS-OPEN OR TD-IS-WON)
                      AND DISPUTES-HELD < 20
                       PERFORM TAKE-CARD-DISPUTE
                   END-IF
               END-IF
           END-IF
           .

       TAKE-CARD-DISPUTE.
           ADD 1 TO DISPUTES-HELD
           MOVE TD-POST-DATE       TO DE-POST-DATE (DISPUTES-HELD)
           MOVE TD-CREDIT-DATE     TO DE-CREDIT-DATE (DISPUTES-HELD)
           MOVE TD-DISPUTED-AMOUNT TO DE-AMOUNT (DISPUTES-HELD)

      * One won before its provisional credit went on was settled
      * by the chargeback credit instead.
           IF TD-IS-WON
              AND TD-CREDIT-DATE = SPACES
               MOVE TD-CLOSED-DATE TO DE-CREDIT-DATE (DISPUTES-HELD)
           END-IF

           IF TD-IS-OPEN
              AND (TD-CREDIT-DATE = SPACES
                   OR TD-CREDIT-DATE > CYCLE-CLOSE-DATE)
               ADD TD-DISPUTED-AMOUNT TO DISPUTED-UNCREDITED
           END-IF
           .

      * A disputed posting counts from the day it posted until the
      * day its provisional credit went on.
       ADD-ONE-DISPUTED-TODAY.
           IF DE-POST-DATE (DISPUTE-IX) <= DAY-CURSOR-X
              AND (DE-CREDIT-DATE (DISPUTE-IX) = SPACES
                   OR DAY-CURSOR-X < DE-CREDIT-DATE (DISPUTE-IX))
               ADD DE-AMOUNT (DISPUTE-IX) TO DISPUTED-TODAY
           END-IF
           .

      * The rates for the day under DAY-CURSOR-X - an introductory
      * rate applies up to the day before its end date, and a
      * hardship rate over its term wherever it is the lower.
       SET-RATES-FOR-DAY.
           IF PROMO-END-X NOT = SPACES
              AND DAY-CURSOR-X < PROMO-END-X
               MOVE CARD-PROMO-RATE TO DAY-STANDARD-RATE
           ELSE
               MOVE CARD-APR        TO DAY-STANDARD-RATE
           END-IF

           IF BT-END-X NOT = SPACES
              AND DAY-CURSOR-X < BT-END-X
               MOVE CARD-BT-RATE TO DAY-BT-RATE
           ELSE
               MOVE CARD-APR     TO DAY-BT-RATE
           END-IF

           IF HARDSHIP-START-X NOT = SPACES
              AND DAY-CURSOR-X >= HARDSHIP-START-X
              AND DAY-CURSOR-X <= HARDSHIP-END-X
               IF HARDSHIP-RATE < DAY-STANDARD-RATE
                   MOVE HARDSHIP-RATE TO DAY-STANDARD-RATE
               END-IF
               IF HARDSHIP-RATE < DAY-BT-RATE
                   MOVE HARDSHIP-RATE TO DAY-BT-RATE
               END-IF
           END-IF
           .

      ******************************************************************
      * Replay the cycle a day at a time. Each day's ledger rows are
      * applied first, then the day's closing bucket balances accrue
      * at the day's rates.
      ******************************************************************
       START-CARD-LEDGER-WALK.
           MOVE 'N'              TO END-OF-CARD-LEDGER
           MOVE CB-CUST-NO       TO LG-CUST-NO
           MOVE CB-APPL-SEQ-NO   TO LG-APPL-SEQ-NO
           MOVE CYCLE-START-DATE TO LG-POST-DATE
           MOVE 0                TO LG-POST-SEQ

           START CARDLDG KEY >= LG-LEDGER-KEY
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
              OR LG-POST-DATE > CYCLE-CLOSE-DATE
               MOVE 'Y' TO END-OF-CARD-LEDGER
           END-IF
           .

       ACCRUE-ONE-DAY.
           ADD 1 TO CYCLE-DAYS
           PERFORM SET-RATES-FOR-DAY

           PERFORM APPLY-ONE-LEDGER-ROW
               UNTIL END-OF-CARD-LEDGER = 'Y'
                  OR LG-POST-DATE > DAY-CURSOR-X

           IF DAY-STANDARD-RATE NOT = CARD-APR
               ADD 1 TO STANDARD-PROMO-DAYS
           END-IF
           IF DAY-BT-RATE NOT = CARD-APR
               ADD 1 TO BT-PROMO-DAYS
           END-IF

      * A disputed posting not yet credited is no part of the
      * balance interest is charged on.
           MOVE 0 TO DISPUTED-TODAY
           PERFORM ADD-ONE-DISPUTED-TODAY
               VARYING DISPUTE-IX FROM 1 BY 1
               UNTIL DISPUTE-IX > DISPUTES-HELD
           COMPUTE STANDARD-CHARGEABLE =
               STANDARD-BUCKET - DISPUTED-TODAY

           IF STANDARD-CHARGEABLE > 0
               ADD STANDARD-CHARGEABLE TO STANDARD-BALANCE-DAYS
               COMPUTE STANDARD-ACCRUED = STANDARD-ACCRUED
                   + STANDARD-CHARGEABLE * DAY-STANDARD-RATE / 36500
           END-IF

           IF BT-BUCKET > 0
               ADD BT-BUCKET TO BT-BALANCE-DAYS
               COMPUTE BT-ACCRUED = BT-ACCRUED
                   + BT-BUCKET * DAY-BT-RATE / 36500
           END-IF

           PERFORM STEP-DAY-CURSOR-ONE-DAY
           MOVE DAY-CURSOR-NUM TO DAY-CURSOR-X
           .

      * An earlier cycle's interest, posted after that cycle's day
      * because the close ran late, is already in the opening
      * balance.
       APPLY-ONE-LEDGER-ROW.
           IF LG-SOURCE = 'CYCLE   '
              AND LG-TRAN-TYPE = 'INTEREST'
              AND LG-TRAN-DATE < CYCLE-START-DATE
               CONTINUE
           ELSE
               PERFORM APPLY-LEDGER-AMOUNT
           END-IF

           PERFORM READ-NEXT-CARD-LEDGER-ROW
           .

       APPLY-LEDGER-AMOUNT.
           IF LG-IS-DEBIT
               IF LG-TRAN-TYPE = 'BALXFER '
                   ADD LG-AMOUNT TO BT-BUCKET
               ELSE
                   ADD LG-AMOUNT TO STANDARD-BUCKET
               END-IF
               IF LG-TRAN-TYPE = 'FEE     '
                   ADD LG-AMOUNT TO CYCLE-FEES
               END-IF
           ELSE
               MOVE LG-AMOUNT TO CREDIT-LEFT
      * A returned transfer comes off the transferred balance it
      * went on to.
               IF DAY-BT-RATE > DAY-STANDARD-RATE
                  OR LG-TRAN-TYPE = 'BALXFER '
                   PERFORM CREDIT-BT-BUCKET
                   PERFORM CREDIT-STANDARD-BUCKET
               ELSE
                   PERFORM CREDIT-STANDARD-BUCKET
                   PERFORM CREDIT-BT-BUCKET
               END-IF
      * Whatever is left over is a credit balance - it sits in the
      * standard bucket.
               SUBTRACT CREDIT-LEFT FROM STANDARD-BUCKET
           END-IF
           .

       CREDIT-BT-BUCKET.
           IF BT-BUCKET > 0
               IF CREDIT-LEFT > BT-BUCKET
                   SUBTRACT BT-BUCKET FROM CREDIT-LEFT
                   MOVE 0 TO BT-BUCKET
               ELSE
                   SUBTRACT CREDIT-LEFT FROM BT-BUCKET
                   MOVE 0 TO CREDIT-LEFT
               END-IF
           END-IF
           .

       CREDIT-STANDARD-BUCKET.
           IF STANDARD-BUCKET > 0
               IF CREDIT-LEFT > STANDARD-BUCKET
                   SUBTRACT STANDARD-BUCKET FROM CREDIT-LEFT
                   MOVE 0 TO STANDARD-BUCKET
               ELSE
                   SUBTRACT CREDIT-LEFT FROM STANDARD-BUCKET
                   MOVE 0 TO CREDIT-LEFT
               END-IF
           END-IF
           .

      ******************************************************************
      * Post one bucket's interest back to the ledger on the run
      * date, next in sequence after the card's last posting. The
      * cycle day goes on as the transaction date.
      ******************************************************************
       POST-INTEREST-ROW.
           IF CB-LAST-POST-DATE = RUN-DATE
               COMPUTE NEXT-POST-SEQ = CB-LAST-POST-SEQ + 1
           ELSE
               MOVE 1 TO NEXT-POST-SEQ
           END-IF
           ADD INTEREST-AMOUNT TO CB-CURRENT-BALANCE

           MOVE SPACES                 TO CARDLDG-RECORD
           MOVE CB-CUST-NO             TO LG-CUST-NO
           MOVE CB-APPL-SEQ-NO         TO LG-APPL-SEQ-NO
           MOVE RUN-DATE               TO LG-POST-DATE
           MOVE NEXT-POST-SEQ          TO LG-POST-SEQ
           MOVE 'INTEREST'             TO LG-TRAN-TYPE
           MOVE 'D'                    TO LG-DEBIT-CREDIT
           MOVE INTEREST-AMOUNT        TO LG-AMOUNT
           MOVE CYCLE-CLOSE-DATE       TO LG-TRAN-DATE
           MOVE 'CYCLE   '             TO LG-SOURCE
           STRING CYCLE-START-DATE ' TO ' CYCLE-CLOSE-DATE
               DELIMITED BY SIZE INTO LG-REFERENCE
           MOVE INTEREST-DESCRIPTION   TO LG-DESCRIPTION
           MOVE CB-CURRENT-BALANCE     TO LG-BALANCE-AFTER
           MOVE DC-JOB-NAME-SELF       TO LG-POSTED-BY

           WRITE CARDLDG-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF CARDLDG-STATUS = '00'
               ADD 1 TO INTEREST-ROWS-POSTED
               MOVE RUN-DATE      TO CB-LAST-POST-DATE
               MOVE NEXT-POST-SEQ TO CB-LAST-POST-SEQ
           ELSE
               SUBTRACT INTEREST-AMOUNT FROM CB-CURRENT-BALANCE
               MOVE SPACES TO REPORT-LINE
               STRING 'INTEREST POSTING FAILED: ACCT ' CB-CUST-NO
                      ' SEQ ' CB-APPL-SEQ-NO
                      ' STATUS ' CARDLDG-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

       WRITE-INTEREST-DETAIL.
           MOVE SPACES                TO INTEREST-DETAIL-RECORD
           MOVE CB-CUST-NO            TO IX-CUST-NO
           MOVE CB-APPL-SEQ-NO        TO IX-APPL-SEQ-NO
           MOVE CYCLE-START-DATE      TO IX-CYCLE-START
           MOVE CYCLE-CLOSE-DATE      TO IX-CYCLE-END
           MOVE CYCLE-DAYS            TO IX-DAYS

           MOVE 'STANDARD'            TO IX-BUCKET
           MOVE STANDARD-PROMO-DAYS   TO IX-PROMO-DAYS
           MOVE STANDARD-BALANCE-DAYS TO IX-BALANCE-DAYS
           MOVE STANDARD-OPENING-RATE TO IX-OPENING-RATE
           MOVE DAY-STANDARD-RATE     TO IX-CLOSING-RATE
           MOVE STANDARD-INTEREST     TO IX-INTEREST
           WRITE INTEREST-DETAIL-RECORD

           IF BT-BALANCE-DAYS > 0
               MOVE 'BALXFER '        TO IX-BUCKET
               MOVE BT-PROMO-DAYS     TO IX-PROMO-DAYS
               MOVE BT-BALANCE-DAYS   TO IX-BALANCE-DAYS
               MOVE BT-OPENING-RATE   TO IX-OPENING-RATE
               MOVE DAY-BT-RATE       TO IX-CLOSING-RATE
               MOVE BT-INTEREST       TO IX-INTEREST
               WRITE INTEREST-DETAIL-RECORD
           END-IF
           .

      ******************************************************************
      * Calendar arithmetic.
      ******************************************************************
       STEP-DAY-CURSOR-ONE-DAY.
           MOVE DAY-CURSOR-YEAR  TO DIM-YEAR
           MOVE DAY-CURSOR-MONTH TO DIM-MONTH
           PERFORM SET-DAYS-IN-MONTH

           IF DAY-CURSOR-DAY < DAYS-IN-MONTH
               ADD 1 TO DAY-CURSOR-DAY
           ELSE
               MOVE 1 TO DAY-CURSOR-DAY
               IF DAY-CURSOR-MONTH = 12
                   MOVE 1 TO DAY-CURSOR-MONTH
                   ADD 1 TO DAY-CURSOR-YEAR
               ELSE
                   ADD 1 TO DAY-CURSOR-MONTH
               END-IF
           END-IF
           .

      * MONTH-STEP-NUM stepped on MONTHS-TO-ADD months, the day
      * pulled back to the end of a shorter month - the same way
      * CSPROMEX finds a promo end date.
       ADD-MONTHS-TO-DATE.
           PERFORM STEP-MONTH-ONE-MONTH MONTHS-TO-ADD TIMES

           MOVE MONTH-STEP-YEAR  TO DIM-YEAR
           MOVE MONTH-STEP-MONTH TO DIM-MONTH
           PERFORM SET-DAYS-IN-MONTH
           IF MONTH-STEP-DAY > DAYS-IN-MONTH
               MOVE DAYS-IN-MONTH TO MONTH-STEP-DAY
           END-IF

           MOVE MONTH-STEP-NUM TO MONTH-STEP-X
           .

       STEP-MONTH-ONE-MONTH.
           IF MONTH-STEP-MONTH = 12
               MOVE 1 TO MONTH-STEP-MONTH
               ADD 1 TO MONTH-STEP-YEAR
           ELSE
               ADD 1 TO MONTH-STEP-MONTH
           END-IF
           .

       SET-DAYS-IN-MONTH.
           EVALUATE DIM-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO DAYS-IN-MONTH
               WHEN 2
                   DIVIDE DIM-YEAR BY 4
                       GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER = 0
                       MOVE 29 TO DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO DAYS-IN-MONTH
           END-EVALUATE
           .

       PRINT-CYCLE-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'CARDBAL ROWS READ:        ' ROWS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CYCLES CLOSED:            ' CYCLES-CLOSED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'NOT DUE TODAY:            ' NOT-DUE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'INTEREST ROWS POSTED:     ' INTEREST-ROWS-POSTED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE STANDARD-INTEREST-TOTAL TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'INTEREST - PURCHASES:     ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE BT-INTEREST-TOTAL TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'INTEREST - BAL TRANSFER:  ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'NO CACHE ROW (STD APR):   ' NO-PRICING-ROW
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'MINIMUM PAYMENTS SET:     ' MINIMUMS-SET
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE MINIMUM-DUE-TOTAL TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'MINIMUM PAYMENTS DUE:     ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PREVIOUS DUE STILL OPEN:  ' DUE-STILL-OPEN
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'HARDSHIP TERMS APPLIED:   ' HARDSHIP-CYCLES
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'MINIMUMS HARDSHIP-CAPPED: ' HARDSHIP-MINIMUMS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'DISPUTES EXCLUDED:        ' DISPUTE-CYCLES
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

       COPY DAYCTLP.

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ROWS-READ TO RUN-LOG-READ
           COMPUTE RUN-LOG-WRITTEN =
               CYCLES-CLOSED + INTEREST-ROWS-POSTED
           MOVE NO-PRICING-ROW TO RUN-LOG-REJECTED
           .

       COPY RUNLOGP.

       END PROGRAM 'CSCYCCLS'.
