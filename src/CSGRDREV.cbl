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
      *  CSGRDREV
      *
      * Secured card graduation review - the propose half. SDEP
      * (see src/SECDEPCV.cbl) turns a deposit-secured counter-offer
      * into a card, and until now the position stayed secured for
      * good however well the cardholder ran it. Once a month this
      * job walks DEPTRACK (see copy/DEPTRACK.cpy) and weighs every
      * CONVERTD position for an unsecured limit:
      *
      *   - the conversion must be at least the seasoning period old
      *     (MONTHS= on GRDCTL, 12 by default) and the CSCACHE
      *     position still APPROVE - a closed or charged-off card
      *     is the closure runs' business, not this one's;
      *   - the current CRDTBUR score must clear the CTLPARM decline
      *     threshold, the same bar a new application faces;
      *   - the account must not be in collections (PAYHMAS), and
      *     its own payment record must be clean: the PAYHHIST
      *     monthly series over the last twelve months must be on
      *     file with no missed payment in it, and the shared
      *     CSBHSCOR behavioral scorer must not see the trend
      *     worsening;
      *   - the unsecured limit is the normal CTLPARM limit band for
      *     the cached importance tier and the current EMPLMAS
      *     income (the shared CRLIMIT calculation), held inside the
      *     household cap the way ACLI holds an increase - the
      *     account's other approved positions, the guarantees it
      *     stands behind (GUARLIAB, through its guarantor path) and
      *     the same again for a confirmed duplicate account
      *     (CUSTXREF) all count against CP-HOUSEHOLD-LIMIT-MAX. A
      *     limit that comes out below the secured one is not
      *     offered - the cardholder stays secured rather than lose
      *     spending power;
      *   - graduations go to the GRDPROP file with the approved
      *     flag 'N', the propose/apply split CSLIMREV/CSLIMAPP use
      *     for limits - an operator reviews the file, flips the
      *     rows they approve to 'Y', and the CSGRDAPP apply step
      *     (see src/CSGRDAPP.cbl) converts the positions, gives the
      *     deposits back, reprices and writes to the cardholders;
      *   - every position weighed on its behavior has that score
      *     and what it came to recorded on BHSCHIST (see
      *     copy/BHSCHIST.cpy) for the CSBHSVAL validation.
      *
      * Read-only against the book. This is a batch program (no
      * CICS) driven by JCL - see jcl/CSGRDREV.jcl. Schedule
      * monthly, after the month's PAYHHIST update.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSGRDREV.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT CONTROL-CARDS ASSIGN TO GRDCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS GRDCTL-STATUS.

           SELECT DEPTRACK ASSIGN TO DEPTRACK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DT-DEPOSIT-KEY
                  FILE STATUS IS DEPTRACK-STATUS.

           SELECT CSCACHE ASSIGN TO CSCACHE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CC-CACHE-KEY
                  FILE STATUS IS CSCACHE-STATUS.

           SELECT CRDTBUR ASSIGN TO CRDTBUR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CB-CUST-NO
                  FILE STATUS IS CRDTBUR-STATUS.

           SELECT EMPLMAS ASSIGN TO EMPLMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EM-CUST-NO
                  FILE STATUS IS EMPLMAS-STATUS.

           SELECT CTLPARM ASSIGN TO CTLPARM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CP-PARM-ID
                  FILE STATUS IS CTLPARM-STATUS.

           SELECT PAYHMAS ASSIGN TO PAYHMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PH-CUST-NO
                  FILE STATUS IS PAYHMAS-STATUS.

           SELECT PAYHHIST ASSIGN TO PAYHHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PY-HISTORY-KEY
                  FILE STATUS IS PAYHHIST-STATUS.

           SELECT C360HIST ASSIGN TO C360HIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS C3H-HISTORY-KEY
                  FILE STATUS IS C360HIST-STATUS.

           SELECT GUARLIAB ASSIGN TO GUARLIAB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GL-LIABILITY-KEY
                  ALTERNATE RECORD KEY IS GL-GUARANTOR-NO
                      WITH DUPLICATES
                  FILE STATUS IS GUARLIAB-STATUS.

           SELECT CUSTXREF ASSIGN TO CUSTXREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS XR-CUST-NO
                  FILE STATUS IS CUSTXREF-STATUS.

           SELECT PROPOSED-GRADUATIONS ASSIGN TO GRDPROP
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS GRDPROP-STATUS.

           SELECT BHSCHIST ASSIGN TO BHSCHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BX-SCORE-KEY
                  FILE STATUS IS BHSCHIST-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  CONTROL-CARDS.
        01  CONTROL-CARD-RECORD     PIC X(80).

        FD  DEPTRACK.
           COPY DEPTRACK.

        FD  CSCACHE.
           COPY CSCACHE.

        FD  CRDTBUR.
           COPY CRDTBUR.

        FD  EMPLMAS.
           COPY EMPLMAS.

        FD  CTLPARM.
           COPY CTLPARM.

        FD  PAYHMAS.
           COPY PAYHMAS.

        FD  PAYHHIST.
           COPY PAYHHIST.

        FD  C360HIST.
           COPY C360HIST.

        FD  GUARLIAB.
           COPY GUARLIAB.

        FD  CUSTXREF.
           COPY CUSTXREF.

      * GP-BUREAU-SCORE is the score the graduation was judged on;
      * CSGRDAPP prices the unsecured card off it.
        FD  PROPOSED-GRADUATIONS.
        01  PROPOSED-GRADUATION-RECORD.
            05  GP-CUST-NO          PIC X(8).
            05  GP-APPL-SEQ-NO      PIC 9(1).
            05  GP-SECURED-LIMIT    PIC 9(7).
            05  GP-PROPOSED-LIMIT   PIC 9(7).
            05  GP-DEPOSIT-AMOUNT   PIC 9(7).
            05  GP-BUREAU-SCORE     PIC X(3).
            05  GP-REASON           PIC X(8).
            05  GP-APPROVED         PIC X(1).
            05  FILLER              PIC X(8).

        FD  BHSCHIST.
           COPY BHSCHIST.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSGRDREV'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSGRDREV'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 GRDCTL-STATUS             PIC X(2) VALUE '00'.
       1 DEPTRACK-STATUS           PIC X(2) VALUE '00'.
       1 CSCACHE-STATUS            PIC X(2) VALUE '00'.
       1 CRDTBUR-STATUS            PIC X(2) VALUE '00'.
       1 EMPLMAS-STATUS            PIC X(2) VALUE '00'.
       1 CTLPARM-STATUS            PIC X(2) VALUE '00'.
       1 GUARLIAB-STATUS           PIC X(2) VALUE '00'.
       1 CUSTXREF-STATUS           PIC X(2) VALUE '00'.
       1 GRDPROP-STATUS            PIC X(2) VALUE '00'.
       1 END-OF-CONTROL-CARDS      PIC X(1) VALUE 'N'.
       1 END-OF-DEPOSITS           PIC X(1) VALUE 'N'.

      * How long a converted position must have run secured before
      * it is looked at - MONTHS= on GRDCTL.
       1 SEASONING-MONTHS          PIC 9(2) VALUE 12.
       1 SEASONING-CUTOFF          PIC X(8) VALUE SPACES.

      * Fields the shared CRLIMIT calculation expects - see
      * copy/CRLIMIT.cpy. CUSTOMER-IMPORTANCE comes off the cached
      * position; INCOME-BAND off the fresh EMPLMAS read.
       1 CUSTOMER-IMPORTANCE       PIC X(8)  VALUE ' '.
       1 INCOME-BAND               PIC X(6)  VALUE ' '.
       1 CREDIT-LIMIT-AMOUNT       PIC 9(7)  VALUE 0.
       1 CREDIT-LIMIT-BASE         PIC 9(7)  VALUE 0.
       1 CREDIT-LIMIT-PLATINUM     PIC 9(7)  VALUE 15000.
       1 CREDIT-LIMIT-GOLD         PIC 9(7)  VALUE 7000.
       1 CREDIT-LIMIT-SILVER       PIC 9(7)  VALUE 3000.
       1 CREDIT-LIMIT-BRONZE       PIC 9(7)  VALUE 1000.

       1 DECLINE-THRESHOLD         PIC 9(3)  VALUE 500.
       1 CURRENT-SCORE             PIC 9(3)  VALUE 0.
       1 SECURED-LIMIT             PIC 9(7)  VALUE 0.

      * Household aggregate exposure - the ACLI rule, see
      * APPLY-HOUSEHOLD-EXPOSURE-CAP in src/ACCLINCR.cbl.
      * Business-tunable via CTLPARM (CP-HOUSEHOLD-LIMIT-MAX).
       1 HOUSEHOLD-LIMIT-MAX       PIC 9(8)  VALUE 25000.
       1 HOUSEHOLD-EXPOSURE-SUM    PIC 9(9)  VALUE 0.
       1 HOUSEHOLD-SEQ             PIC 9(1)  VALUE 0.
       1 HOUSEHOLD-CAP-APPLIED     PIC X(1)  VALUE 'N'.
       1 HOUSEHOLD-SUM-ACCOUNT     PIC X(8)  VALUE SPACES.
       1 LINKED-CUST-NO            PIC X(8)  VALUE SPACES.
       1 END-OF-GUARANTEE-SCAN     PIC X(1)  VALUE 'N'.

      * Behavioral scoring - the shared CSBHSCOR scorer judges how
      * the customer has behaved with us lately off the PAYHHIST
      * monthly series and the C360HIST spend trajectory. See
      * copy/BHSCORE.cpy.
           COPY BHSCORE.

       1 PAYHMAS-STATUS            PIC X(2) VALUE '00'.
       1 ACCOUNT-IN-COLLECTIONS    PIC X(1) VALUE 'N'.
       1 PAYHHIST-STATUS           PIC X(2) VALUE '00'.
       1 C360HIST-STATUS           PIC X(2) VALUE '00'.
       1 END-OF-BEHAVIOR-SCAN      PIC X(1) VALUE 'N'.
       1 RUN-DATE                  PIC X(8) VALUE SPACES.
       1 RUN-TIME                  PIC X(8) VALUE SPACES.
       1 BHSCHIST-STATUS           PIC X(2) VALUE '00'.
       1 SCORE-HISTORY-OPEN        PIC X(1) VALUE 'Y'.
       1 BOUNDARY-MONTH            PIC X(6) VALUE SPACES.
       1 PRIOR-BOUNDARY-MONTH      PIC X(6) VALUE SPACES.
       1 BOUNDARY-YEAR-NUM         PIC 9(4) VALUE 0.
       1 BOUNDARY-MONTH-NUM        PIC 9(2) VALUE 0.
       1 SPEND-POINTS-SEEN         PIC 9(3) VALUE 0.
       1 PAYMENT-MONTHS-SEEN       PIC 9(3) VALUE 0.
       1 HOLD-REASON               PIC X(8) VALUE SPACES.

       1 REVIEW-TOTALS.
         2 DEPOSITS-READ           PIC 9(7) VALUE 0.
         2 POSITIONS-REVIEWED      PIC 9(7) VALUE 0.
         2 NOT-YET-SEASONED        PIC 9(7) VALUE 0.
         2 POSITIONS-NOT-LIVE      PIC 9(7) VALUE 0.
         2 NO-BUREAU-RECORD        PIC 9(7) VALUE 0.
         2 HELD-BUREAU-SCORE       PIC 9(7) VALUE 0.
         2 HELD-COLLECTIONS        PIC 9(7) VALUE 0.
         2 HELD-PAYMENTS           PIC 9(7) VALUE 0.
         2 HELD-BEHAVIOR           PIC 9(7) VALUE 0.
         2 HELD-HOUSEHOLD          PIC 9(7) VALUE 0.
         2 GRADUATIONS-PROPOSED    PIC 9(7) VALUE 0.
         2 SCORES-RECORDED         PIC 9(7) VALUE 0.

       1 REPORT-LINE               PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           PERFORM READ-CONTROL-PARAMETERS
           PERFORM READ-CONTROL-CARDS

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME

      * The seasoning cut-off - a conversion on or before this day
      * has run its full period.
           MOVE RUN-DATE(1:4) TO BOUNDARY-YEAR-NUM
           MOVE RUN-DATE(5:2) TO BOUNDARY-MONTH-NUM
           PERFORM STEP-BOUNDARY-BACK-ONE-MONTH SEASONING-MONTHS TIMES
           MOVE SPACES TO SEASONING-CUTOFF
           STRING BOUNDARY-YEAR-NUM BOUNDARY-MONTH-NUM RUN-DATE(7:2)
               DELIMITED BY SIZE INTO SEASONING-CUTOFF

           MOVE RUN-DATE(1:4) TO BOUNDARY-YEAR-NUM
           MOVE RUN-DATE(5:2) TO BOUNDARY-MONTH-NUM
           PERFORM STEP-BOUNDARY-BACK-ONE-MONTH 6 TIMES
           MOVE SPACES TO BOUNDARY-MONTH
           STRING BOUNDARY-YEAR-NUM BOUNDARY-MONTH-NUM
               DELIMITED BY SIZE INTO BOUNDARY-MONTH
      * The prior half-year ends another six months back - months
      * older than that are outside both buckets and stay out of
      * the score.
           PERFORM STEP-BOUNDARY-BACK-ONE-MONTH 6 TIMES
           MOVE SPACES TO PRIOR-BOUNDARY-MONTH
           STRING BOUNDARY-YEAR-NUM BOUNDARY-MONTH-NUM
               DELIMITED BY SIZE INTO PRIOR-BOUNDARY-MONTH

           OPEN INPUT DEPTRACK
           IF DEPTRACK-STATUS NOT = '00'
               DISPLAY 'DEPTRACK NOT OPEN - NOTHING REVIEWED, STATUS '
                       DEPTRACK-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF

           OPEN INPUT CSCACHE
           OPEN INPUT PAYHMAS
           OPEN INPUT PAYHHIST
           OPEN INPUT C360HIST
           OPEN INPUT CRDTBUR
           OPEN INPUT EMPLMAS
           OPEN INPUT GUARLIAB
           OPEN INPUT CUSTXREF
           OPEN OUTPUT PROPOSED-GRADUATIONS
           OPEN I-O BHSCHIST
           IF BHSCHIST-STATUS NOT = '00'
               MOVE 'N' TO SCORE-HISTORY-OPEN
               DISPLAY 'BHSCHIST NOT OPEN - SCORES NOT RECORDED, '
                       'STATUS ' BHSCHIST-STATUS
           END-IF

           PERFORM READ-NEXT-DEPOSIT
           PERFORM REVIEW-ONE-DEPOSIT
               UNTIL END-OF-DEPOSITS = 'Y'

           CLOSE DEPTRACK
           CLOSE CSCACHE
           CLOSE PAYHMAS
           CLOSE PAYHHIST
           CLOSE C360HIST
           CLOSE CRDTBUR
           CLOSE EMPLMAS
           CLOSE GUARLIAB
           CLOSE CUSTXREF
           CLOSE PROPOSED-GRADUATIONS
           CLOSE BHSCHIST

           PERFORM PRINT-REVIEW-SUMMARY

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
               MOVE CP-DECLINE-THRESHOLD     TO DECLINE-THRESHOLD
               MOVE CP-CREDIT-LIMIT-PLATINUM TO CREDIT-LIMIT-PLATINUM
               MOVE CP-CREDIT-LIMIT-GOLD     TO CREDIT-LIMIT-GOLD
               MOVE CP-CREDIT-LIMIT-SILVER   TO CREDIT-LIMIT-SILVER
               MOVE CP-CREDIT-LIMIT-BRONZE   TO CREDIT-LIMIT-BRONZE
               IF CP-HOUSEHOLD-LIMIT-MAX > 0
                   MOVE CP-HOUSEHOLD-LIMIT-MAX TO HOUSEHOLD-LIMIT-MAX
               END-IF
           END-IF

           CLOSE CTLPARM
           .

       READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARDS

           IF GRDCTL-STATUS = '00'
               PERFORM READ-NEXT-CONTROL-CARD
               PERFORM APPLY-CONTROL-CARD
                   UNTIL END-OF-CONTROL-CARDS = 'Y'

               CLOSE CONTROL-CARDS
           END-IF
           .

       READ-NEXT-CONTROL-CARD.
           READ CONTROL-CARDS
               AT END
                   MOVE 'Y' TO END-OF-CONTROL-CARDS
           END-READ

           IF GRDCTL-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CONTROL-CARDS
           END-IF
           .

       APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN CONTROL-CARD-RECORD(1:7) = 'MONTHS='
                AND CONTROL-CARD-RECORD(8:2) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(8:2) TO SEASONING-MONTHS
               WHEN OTHER
                   DISPLAY 'GRDCTL CARD IGNORED: '
                           CONTROL-CARD-RECORD
           END-EVALUATE

           PERFORM READ-NEXT-CONTROL-CARD
           .

       READ-NEXT-DEPOSIT.
           READ DEPTRACK NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-DEPOSITS
           END-READ

           IF DEPTRACK-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-DEPOSITS
           END-IF
           .

      * Only a deposit SDEP actually took - CONVERTD - is a secured
      * card on the book; offers, lapses and settled deposits are
      * passed over.
       REVIEW-ONE-DEPOSIT.
           ADD 1 TO DEPOSITS-READ

           IF DT-OFFER-STATUS = 'CONVERTD'
               IF DT-CONVERTED-DATE > SEASONING-CUTOFF
                   ADD 1 TO NOT-YET-SEASONED
               ELSE
                   PERFORM REVIEW-CONVERTED-POSITION
               END-IF
           END-IF

           PERFORM READ-NEXT-DEPOSIT
           .

       REVIEW-CONVERTED-POSITION.
           MOVE DT-CUST-NO     TO CC-CUST-NO
           MOVE DT-APPL-SEQ-NO TO CC-APPL-SEQ-NO

           READ CSCACHE
               KEY IS CC-CACHE-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CSCACHE-STATUS NOT = '00'
              OR CC-DECISION NOT = 'APPROVE '
               ADD 1 TO POSITIONS-NOT-LIVE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO POSITIONS-REVIEWED
           MOVE CC-CREDIT-LIMIT-AMOUNT TO SECURED-LIMIT
           MOVE CC-CUSTOMER-IMPORTANCE TO CUSTOMER-IMPORTANCE

           MOVE DT-CUST-NO TO CB-CUST-NO

           READ CRDTBUR
               KEY IS CB-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ

      * No current bureau record - nothing current to judge by; the
      * position stays secured until the bureau knows them again.
           IF CRDTBUR-STATUS NOT = '00'
               ADD 1 TO NO-BUREAU-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE CB-SCORE TO CURRENT-SCORE

           IF CURRENT-SCORE < DECLINE-THRESHOLD
               ADD 1 TO HELD-BUREAU-SCORE
               MOVE 'BUREAU  ' TO HOLD-REASON
               PERFORM REPORT-HELD-POSITION
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COLLECTIONS-FLAG
           PERFORM SCORE-RECENT-BEHAVIOR
           MOVE 'N' TO BX-SCORE-REFUSED

           EVALUATE TRUE
               WHEN ACCOUNT-IN-COLLECTIONS = 'Y'
                   MOVE 'HELDCOL ' TO BX-DECISION-RESULT
                   MOVE 'COLLECT ' TO HOLD-REASON
                   ADD 1 TO HELD-COLLECTIONS
               WHEN PAYMENT-MONTHS-SEEN = 0
                   MOVE 'HELDPAY ' TO BX-DECISION-RESULT
                   MOVE 'NOHIST  ' TO HOLD-REASON
                   ADD 1 TO HELD-PAYMENTS
               WHEN BH-MISSED-RECENT-6 > 0
                 OR BH-MISSED-PRIOR-6 > 0
                   MOVE 'HELDPAY ' TO BX-DECISION-RESULT
                   MOVE 'MISSED  ' TO HOLD-REASON
                   ADD 1 TO HELD-PAYMENTS
               WHEN BH-TREND = 'WORSEN  '
                   MOVE 'HELDBEH ' TO BX-DECISION-RESULT
                   MOVE 'Y'        TO BX-SCORE-REFUSED
                   MOVE 'BEHAVIOR' TO HOLD-REASON
                   ADD 1 TO HELD-BEHAVIOR
               WHEN OTHER
                   PERFORM SET-UNSECURED-LIMIT
                   IF CREDIT-LIMIT-AMOUNT < SECURED-LIMIT
                       MOVE 'HELDCAP ' TO BX-DECISION-RESULT
                       MOVE 'HOUSEHLD' TO HOLD-REASON
                       ADD 1 TO HELD-HOUSEHOLD
                   ELSE
                       MOVE 'PROPOSED' TO BX-DECISION-RESULT
                       MOVE SPACES     TO HOLD-REASON
                       PERFORM PROPOSE-THE-GRADUATION
                   END-IF
           END-EVALUATE

           IF HOLD-REASON NOT = SPACES
               PERFORM REPORT-HELD-POSITION
           END-IF

           PERFORM RECORD-DECISION-SCORE
           .

       CHECK-COLLECTIONS-FLAG.
           MOVE 'N' TO ACCOUNT-IN-COLLECTIONS
           MOVE DT-CUST-NO TO PH-CUST-NO

           READ PAYHMAS
               KEY IS PH-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ

           IF PAYHMAS-STATUS = '00'
              AND PH-IN-COLLECTIONS = 'Y'
               MOVE 'Y' TO ACCOUNT-IN-COLLECTIONS
           END-IF
           .

       STEP-BOUNDARY-BACK-ONE-MONTH.
           IF BOUNDARY-MONTH-NUM = 1
               MOVE 12 TO BOUNDARY-MONTH-NUM
               SUBTRACT 1 FROM BOUNDARY-YEAR-NUM
           ELSE
               SUBTRACT 1 FROM BOUNDARY-MONTH-NUM
           END-IF
           .

      * Aggregate this position's PAYHHIST series into the recent/
      * prior half-year totals and the C360HIST spend first/latest
      * points, then CALL the shared CSBHSCOR scorer - the same
      * inputs and weights CSLIMREV and ACLI use. The months seen
      * in the two half-years are counted as well: a clean record
      * has to be a record.
       SCORE-RECENT-BEHAVIOR.
           MOVE 0 TO BH-MISSED-RECENT-6
           MOVE 0 TO BH-MISSED-PRIOR-6
           MOVE 0 TO BH-SPEND-LATEST
           MOVE 0 TO BH-SPEND-EARLIEST
           MOVE 0 TO SPEND-POINTS-SEEN
           MOVE 0 TO PAYMENT-MONTHS-SEEN

           MOVE 'N' TO END-OF-BEHAVIOR-SCAN
           MOVE DT-CUST-NO TO PY-CUST-NO
           MOVE '000000'   TO PY-YEAR-MONTH

           START PAYHHIST KEY >= PY-HISTORY-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-BEHAVIOR-SCAN
           END-START

           PERFORM SUM-ONE-PAYMENT-MONTH
               UNTIL END-OF-BEHAVIOR-SCAN = 'Y'

           MOVE 'N' TO END-OF-BEHAVIOR-SCAN
           MOVE DT-CUST-NO TO C3H-CUST-NO
           MOVE '00000000' TO C3H-AS-OF-DATE

           START C360HIST KEY >= C3H-HISTORY-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-BEHAVIOR-SCAN
           END-START

           PERFORM TAKE-ONE-SPEND-POINT
               UNTIL END-OF-BEHAVIOR-SCAN = 'Y'

           CALL 'CSBHSCOR' USING BHSCORE-INPUT BHSCORE-RESULT
           .

       SUM-ONE-PAYMENT-MONTH.
           READ PAYHHIST NEXT
               AT END
                   MOVE 'Y' TO END-OF-BEHAVIOR-SCAN
           END-READ

           IF END-OF-BEHAVIOR-SCAN = 'N'
               IF PAYHHIST-STATUS NOT = '00'
                  OR PY-CUST-NO NOT = DT-CUST-NO
                   MOVE 'Y' TO END-OF-BEHAVIOR-SCAN
               ELSE
                   IF PY-YEAR-MONTH > BOUNDARY-MONTH
                       ADD PY-MISSED-IN-MONTH TO BH-MISSED-RECENT-6
                       ADD 1 TO PAYMENT-MONTHS-SEEN
                   ELSE
                       IF PY-YEAR-MONTH > PRIOR-BOUNDARY-MONTH
                           ADD PY-MISSED-IN-MONTH
                               TO BH-MISSED-PRIOR-6
                           ADD 1 TO PAYMENT-MONTHS-SEEN
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       TAKE-ONE-SPEND-POINT.
           READ C360HIST NEXT
               AT END
                   MOVE 'Y' TO END-OF-BEHAVIOR-SCAN
           END-READ

           IF END-OF-BEHAVIOR-SCAN = 'N'
               IF C360HIST-STATUS NOT = '00'
                  OR C3H-CUST-NO NOT = DT-CUST-NO
                   MOVE 'Y' TO END-OF-BEHAVIOR-SCAN
               ELSE
                   ADD 1 TO SPEND-POINTS-SEEN
                   IF SPEND-POINTS-SEEN = 1
                       MOVE C3H-ANNUAL-SPEND-USD TO BH-SPEND-EARLIEST
                   END-IF
                   MOVE C3H-ANNUAL-SPEND-USD TO BH-SPEND-LATEST
               END-IF
           END-IF
           .

      * The limit the position would have had on an unsecured
      * approval today - the CTLPARM band for its tier and current
      * income - held inside the household cap.
       SET-UNSECURED-LIMIT.
           MOVE DT-CUST-NO TO EM-CUST-NO

           READ EMPLMAS
               KEY IS EM-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ

           IF EMPLMAS-STATUS = '00'
               MOVE EM-INCOME-BAND TO INCOME-BAND
           ELSE
               MOVE 'LOW   ' TO INCOME-BAND
           END-IF

           PERFORM CALCULATE-CREDIT-LIMIT

           PERFORM READ-DUPLICATE-LINK
           PERFORM APPLY-HOUSEHOLD-EXPOSURE-CAP
           .

      * Joint applicants, guarantees and a confirmed duplicate all
      * count against the one household ceiling - summed the way
      * ACLI sums them for an increase, and the unsecured limit cut
      * back so the total stays inside HOUSEHOLD-LIMIT-MAX. The
      * position being graduated is itself left out: its secured
      * limit is what the new one replaces.
       APPLY-HOUSEHOLD-EXPOSURE-CAP.
           MOVE 'N' TO HOUSEHOLD-CAP-APPLIED
           MOVE 0   TO HOUSEHOLD-EXPOSURE-SUM
           MOVE 0   TO HOUSEHOLD-SEQ

           MOVE DT-CUST-NO TO HOUSEHOLD-SUM-ACCOUNT
           PERFORM SUM-ONE-HOUSEHOLD-SEQ 9 TIMES
           PERFORM SUM-GUARANTEE-EXPOSURE

           IF LINKED-CUST-NO NOT = SPACES
               MOVE LINKED-CUST-NO TO HOUSEHOLD-SUM-ACCOUNT
               MOVE 0 TO HOUSEHOLD-SEQ
               PERFORM SUM-ONE-HOUSEHOLD-SEQ 9 TIMES
               PERFORM SUM-GUARANTEE-EXPOSURE
           END-IF

           IF HOUSEHOLD-EXPOSURE-SUM + CREDIT-LIMIT-AMOUNT
                  > HOUSEHOLD-LIMIT-MAX
               MOVE 'Y' TO HOUSEHOLD-CAP-APPLIED
               IF HOUSEHOLD-EXPOSURE-SUM >= HOUSEHOLD-LIMIT-MAX
                   MOVE 0 TO CREDIT-LIMIT-AMOUNT
               ELSE
                   COMPUTE CREDIT-LIMIT-AMOUNT =
                       HOUSEHOLD-LIMIT-MAX - HOUSEHOLD-EXPOSURE-SUM
               END-IF
           END-IF
           .

      * One other position's approved limit - only an APPROVE row
      * counts.
       SUM-ONE-HOUSEHOLD-SEQ.
           ADD 1 TO HOUSEHOLD-SEQ

           IF HOUSEHOLD-SEQ NOT = DT-APPL-SEQ-NO
              OR HOUSEHOLD-SUM-ACCOUNT NOT = DT-CUST-NO
               MOVE HOUSEHOLD-SUM-ACCOUNT TO CC-CUST-NO
               MOVE HOUSEHOLD-SEQ TO CC-APPL-SEQ-NO

               READ CSCACHE
                   KEY IS CC-CACHE-KEY
                   INVALID KEY
                       CONTINUE
               END-READ

               IF CSCACHE-STATUS = '00'
                  AND CC-DECISION = 'APPROVE '
                   ADD CC-CREDIT-LIMIT-AMOUNT
                       TO HOUSEHOLD-EXPOSURE-SUM
               END-IF
           END-IF
           .

      * Every ACTIVE guarantee the account stands behind, through
      * the guarantor path - see jcl/GUARAIX.jcl.
       SUM-GUARANTEE-EXPOSURE.
           MOVE 'N' TO END-OF-GUARANTEE-SCAN
           MOVE HOUSEHOLD-SUM-ACCOUNT TO GL-GUARANTOR-NO

           START GUARLIAB KEY >= GL-GUARANTOR-NO
               INVALID KEY
                   MOVE 'Y' TO END-OF-GUARANTEE-SCAN
           END-START

           PERFORM SUM-ONE-GUARANTEE
               UNTIL END-OF-GUARANTEE-SCAN = 'Y'
           .

       SUM-ONE-GUARANTEE.
           READ GUARLIAB NEXT
               AT END
                   MOVE 'Y' TO END-OF-GUARANTEE-SCAN
           END-READ

           IF END-OF-GUARANTEE-SCAN = 'N'
               IF GUARLIAB-STATUS NOT = '00'
                  AND GUARLIAB-STATUS NOT = '02'
                   MOVE 'Y' TO END-OF-GUARANTEE-SCAN
               ELSE
                   IF GL-GUARANTOR-NO NOT = HOUSEHOLD-SUM-ACCOUNT
                       MOVE 'Y' TO END-OF-GUARANTEE-SCAN
                   ELSE
                       IF GL-STATUS = 'ACTIVE  '
                           ADD GL-GUARANTEE-AMOUNT
                               TO HOUSEHOLD-EXPOSURE-SUM
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       READ-DUPLICATE-LINK.
           MOVE SPACES     TO LINKED-CUST-NO
           MOVE DT-CUST-NO TO XR-CUST-NO

           READ CUSTXREF
               KEY IS XR-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ

           IF CUSTXREF-STATUS = '00'
               MOVE XR-LINKED-CUST-NO TO LINKED-CUST-NO
           END-IF
           .

       PROPOSE-THE-GRADUATION.
           MOVE DT-CUST-NO          TO GP-CUST-NO
           MOVE DT-APPL-SEQ-NO      TO GP-APPL-SEQ-NO
           MOVE SECURED-LIMIT       TO GP-SECURED-LIMIT
           MOVE CREDIT-LIMIT-AMOUNT TO GP-PROPOSED-LIMIT
           MOVE DT-DEPOSIT-AMOUNT   TO GP-DEPOSIT-AMOUNT
           MOVE CURRENT-SCORE       TO GP-BUREAU-SCORE
           MOVE 'GRADUATE'          TO GP-REASON
           MOVE 'N'                 TO GP-APPROVED

           WRITE PROPOSED-GRADUATION-RECORD

           ADD 1 TO GRADUATIONS-PROPOSED

           MOVE SPACES TO REPORT-LINE
           STRING 'PROPOSED: ' GP-CUST-NO ' SEQ ' GP-APPL-SEQ-NO
                  ' ' GP-SECURED-LIMIT ' -> ' GP-PROPOSED-LIMIT
                  ' DEPOSIT ' GP-DEPOSIT-AMOUNT
                  ' SCORE ' GP-BUREAU-SCORE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

       REPORT-HELD-POSITION.
           MOVE SPACES TO REPORT-LINE
           STRING 'HELD (' HOLD-REASON '): ' DT-CUST-NO
                  ' SEQ ' DT-APPL-SEQ-NO
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

      * The score this graduation was weighed on, for the CSBHSVAL
      * validation - see copy/BHSCHIST.cpy. The review carries no
      * score floor of its own; a missed payment or the trend holds
      * it back.
       RECORD-DECISION-SCORE.
           IF SCORE-HISTORY-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE DT-CUST-NO          TO BX-CUST-NO
           MOVE DT-APPL-SEQ-NO      TO BX-APPL-SEQ-NO
           MOVE RUN-DATE            TO BX-DECISION-DATE
           MOVE RUN-TIME(1:6)       TO BX-DECISION-TIME
           MOVE 'CSGRDREV'          TO BX-SOURCE-PROGRAM
           MOVE BH-BEHAVIOR-SCORE   TO BX-BEHAVIOR-SCORE
           MOVE BH-TREND            TO BX-TREND
           MOVE BH-MISSED-RECENT-6  TO BX-MISSED-RECENT-6
           MOVE BH-MISSED-PRIOR-6   TO BX-MISSED-PRIOR-6
           MOVE 0                   TO BX-BEHAVIOR-FLOOR

           WRITE BHSCHIST-RECORD
           IF BHSCHIST-STATUS = '00'
               ADD 1 TO SCORES-RECORDED
           END-IF
           .

       PRINT-REVIEW-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'DEPTRACK ROWS READ....: ' DEPOSITS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'SEASONED BEFORE.......: ' SEASONING-CUTOFF
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'NOT YET SEASONED......: ' NOT-YET-SEASONED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'POSITION NOT LIVE.....: ' POSITIONS-NOT-LIVE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'POSITIONS REVIEWED....: ' POSITIONS-REVIEWED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'NO BUREAU RECORD......: ' NO-BUREAU-RECORD
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'HELD (BUREAU SCORE)...: ' HELD-BUREAU-SCORE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'HELD (COLLECTIONS)....: ' HELD-COLLECTIONS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'HELD (PAYMENTS).......: ' HELD-PAYMENTS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'HELD (BEHAVIOR).......: ' HELD-BEHAVIOR
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'HELD (HOUSEHOLD CAP)..: ' HELD-HOUSEHOLD
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'GRADUATIONS PROPOSED..: ' GRADUATIONS-PROPOSED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'SCORES RECORDED.......: ' SCORES-RECORDED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

           COPY CRLIMIT.

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE DEPOSITS-READ        TO RUN-LOG-READ
           MOVE GRADUATIONS-PROPOSED TO RUN-LOG-WRITTEN
           .

       COPY RUNLOGP.

       END PROGRAM 'CSGRDREV'.
