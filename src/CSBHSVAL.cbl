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
      *  CSBHSVAL
      *
      * Quarterly validation of the internal behavioral score. The
      * CSBHSCOR score (see copy/BHSCORE.cpy) decides ACLI increases
      * and holds back CSLIMREV ones; this job checks that it
      * actually ranks risk.
      *
      * Every limit decision that consulted the score left a BHSCHIST
      * row (see copy/BHSCHIST.cpy) with the score as calculated at
      * the time. The first decision on each card position made in
      * the sample window - FROM=/TO= months - is followed forward
      * for OUTCOME months from the month after it, and the account
      * counts as BAD when, in that time, either
      *
      *   - its PAYHHIST monthly series records BADMISS or more
      *     missed payments, or
      *   - CSCOLLEX handed it off to collections (a PLACEMNT row
      *     dated after the decision - see copy/PLACEMNT.cpy).
      *
      * A decision whose outcome window has not yet closed is
      * counted as immature and left out.
      *
      * The report gives:
      *
      *   - the default (bad) rate by score decile, decile 1 being
      *     the lowest scores - a score value is never split across
      *     two deciles, so deciles are only roughly equal in size;
      *   - the Gini coefficient and the Kolmogorov-Smirnov
      *     statistic (and the score it peaks at), both in per cent;
      *   - how the score's cut-offs are performing - the bad rate
      *     either side of the FLOOR= score (ACLI's behavior floor),
      *     of a WORSEN trend against the rest (CSLIMREV's hold),
      *     and of the increases the score itself refused against
      *     those it let through;
      *   - any decile whose bad rate is higher than that of a
      *     lower-scoring decile below it flagged OUT OF ORDER - the
      *     score is not ranking there, and it should be recalibrated
      *     before the next limit review. The run then ends RC 4.
      *
      * A sample under MINOBS= observations is reported but not
      * judged.
      *
      * Control cards off BHSVCTL (no card keeps the defaults):
      *   FROM=YYYYMM  TO=YYYYMM   decision months sampled - default
      *                            the three months whose outcome
      *                            window closed last month
      *   OUTCOME=nn   months followed, 1-24, default 12
      *   BADMISS=nn   missed payments that make an account bad,
      *                default 3
      *   FLOOR=nnn    the score cut-off judged, default 500
      *   MINOBS=nnnnn smallest sample judged, default 100
      *
      * Read-only. This is a batch program (no CICS) driven by JCL -
      * see jcl/CSBHSVAL.jcl. Schedule quarterly, ahead of the
      * CSLIMREV limit review.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSBHSVAL.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT BHSCHIST ASSIGN TO BHSCHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BX-SCORE-KEY
                  FILE STATUS IS BHSCHIST-STATUS.

           SELECT PAYHHIST ASSIGN TO PAYHHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PY-HISTORY-KEY
                  FILE STATUS IS PAYHHIST-STATUS.

           SELECT PLACEMNT ASSIGN TO PLACEMNT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PL-PLACEMENT-KEY
                  FILE STATUS IS PLACEMNT-STATUS.

           SELECT CONTROL-CARDS ASSIGN TO BHSVCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BHSVCTL-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  BHSCHIST.
           COPY BHSCHIST.

        FD  PAYHHIST.
           COPY PAYHHIST.

        FD  PLACEMNT.
           COPY PLACEMNT.

        FD  CONTROL-CARDS.
        01  CONTROL-CARD-RECORD     PIC X(80).

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSBHSVAL'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSBHSVAL'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 BHSCHIST-STATUS          PIC X(2) VALUE '00'.
       1 PAYHHIST-STATUS          PIC X(2) VALUE '00'.
       1 PLACEMNT-STATUS          PIC X(2) VALUE '00'.
       1 BHSVCTL-STATUS           PIC X(2) VALUE '00'.
       1 END-OF-BHSCHIST          PIC X(1) VALUE 'N'.
       1 END-OF-CONTROL-CARDS     PIC X(1) VALUE 'N'.
       1 END-OF-OUTCOME-SCAN      PIC X(1) VALUE 'N'.

       1 RUN-DATE                 PIC X(8) VALUE SPACES.
       1 RUN-MONTH                PIC X(6) VALUE SPACES.

      * Sample window and outcome rules - see the header comment.
       1 FROM-MONTH               PIC X(6) VALUE SPACES.
       1 TO-MONTH                 PIC X(6) VALUE SPACES.
       1 OUTCOME-MONTHS           PIC 9(2) VALUE 12.
       1 BAD-MISSED-PAYMENTS      PIC 9(2) VALUE 3.
       1 SCORE-FLOOR              PIC 9(3) VALUE 500.
       1 MINIMUM-OBSERVATIONS     PIC 9(5) VALUE 100.

      * Month arithmetic.
       1 WORK-MONTH               PIC X(6) VALUE SPACES.
       1 WORK-YEAR-NUM            PIC 9(4) VALUE 0.
       1 WORK-MONTH-NUM           PIC 9(2) VALUE 0.
       1 MONTH-STEPS              PIC 9(2) VALUE 0.

      * The position being followed.
       1 LAST-CUST-NO             PIC X(8) VALUE SPACES.
       1 LAST-APPL-SEQ-NO         PIC X(1) VALUE SPACES.
       1 OUTCOME-FIRST-MONTH      PIC X(6) VALUE SPACES.
       1 OUTCOME-LAST-MONTH       PIC X(6) VALUE SPACES.
       1 MISSED-IN-OUTCOME        PIC 9(5) VALUE 0.
       1 HANDED-OFF               PIC X(1) VALUE 'N'.
       1 ACCOUNT-WENT-BAD         PIC X(1) VALUE 'N'.
       1 SCORE-IX                 PIC S9(4) COMP VALUE 0.

      * Goods and bads at every score the scorer can return
      * (300-850 - entry 1 is score 300).
       1 SCORE-TABLE.
         2 SCORE-ENTRY            OCCURS 551.
           3 SC-GOODS             PIC 9(7).
           3 SC-BADS              PIC 9(7).
       1 SCORE-VALUE              PIC 9(3) VALUE 0.
       1 SCORE-ACCOUNTS           PIC 9(7) VALUE 0.

       1 DECILE-TABLE.
         2 DECILE-ENTRY           OCCURS 10.
           3 DC-LOW-SCORE         PIC 9(3).
           3 DC-HIGH-SCORE        PIC 9(3).
           3 DC-ACCOUNTS          PIC 9(7).
           3 DC-BADS              PIC 9(7).
           3 DC-BAD-RATE          PIC 9(3)V99.
           3 DC-OUT-OF-ORDER      PIC X(1).
       1 DECILE-IX                PIC S9(4) COMP VALUE 0.
       1 DECILE-NO                PIC 9(5) VALUE 0.
       1 PRIOR-RATE               PIC 9(3)V99 VALUE 0.
       1 PRIOR-RATE-SEEN          PIC X(1) VALUE 'N'.
       1 OUT-OF-ORDER-DECILES     PIC 9(2) VALUE 0.

      * Gini and KS - cumulative goods and bads up the score scale.
       1 CUM-ACCOUNTS             PIC 9(9) VALUE 0.
       1 CUM-GOODS                PIC 9(9) VALUE 0.
       1 CUM-BADS                 PIC 9(9) VALUE 0.
       1 AREA-SUM                 PIC 9(18) VALUE 0.
       1 KS-DIFF                  PIC S9(18) VALUE 0.
       1 KS-MAX-DIFF              PIC 9(18) VALUE 0.
       1 KS-SCORE                 PIC 9(3) VALUE 0.
       1 KS-PCT                   PIC 9(3)V99 VALUE 0.
       1 GINI-PCT                 PIC S9(3)V99 VALUE 0.
       1 GOODS-BY-BADS            PIC 9(18) VALUE 0.

      * The cut-offs - accounts and bads on each side.
       1 CUTOFF-TABLE.
         2 CUTOFF-ENTRY           OCCURS 3.
           3 CT-IN-ACCOUNTS       PIC 9(7).
           3 CT-IN-BADS           PIC 9(7).
           3 CT-OUT-ACCOUNTS      PIC 9(7).
           3 CT-OUT-BADS          PIC 9(7).
       1 CUTOFF-LABELS.
         2 FILLER                 PIC X(20)
                                  VALUE 'BELOW FLOOR / ABOVE '.
         2 FILLER                 PIC X(20)
                                  VALUE 'WORSEN / OTHER TREND'.
         2 FILLER                 PIC X(20)
                                  VALUE 'SCORE REFUSED / NOT '.
       1 CUTOFF-LABEL-TABLE REDEFINES CUTOFF-LABELS.
         2 CT-LABEL               PIC X(20) OCCURS 3.
       1 CUTOFF-IX                PIC S9(4) COMP VALUE 0.
       1 IN-RATE                  PIC 9(3)V99 VALUE 0.
       1 OUT-RATE                 PIC 9(3)V99 VALUE 0.

       1 RUN-TOTALS.
         2 SCORES-READ            PIC 9(9) VALUE 0.
         2 OUTSIDE-WINDOW         PIC 9(9) VALUE 0.
         2 REPEAT-DECISIONS       PIC 9(7) VALUE 0.
         2 IMMATURE-DECISIONS     PIC 9(7) VALUE 0.
         2 UNSCORED-DECISIONS     PIC 9(7) VALUE 0.
         2 OBSERVATIONS           PIC 9(7) VALUE 0.
         2 TOTAL-GOODS            PIC 9(7) VALUE 0.
         2 TOTAL-BADS             PIC 9(7) VALUE 0.
         2 BAD-ON-MISSES          PIC 9(7) VALUE 0.
         2 BAD-ON-HANDOFF         PIC 9(7) VALUE 0.

       1 DECILE-LINE.
         2 FILLER                 PIC X(2) VALUE SPACES.
         2 DL-DECILE              PIC Z9.
         2 FILLER                 PIC X(3) VALUE SPACES.
         2 DL-LOW-SCORE           PIC ZZ9.
         2 FILLER                 PIC X(1) VALUE '-'.
         2 DL-HIGH-SCORE          PIC ZZ9.
         2 FILLER                 PIC X(2) VALUE SPACES.
         2 DL-ACCOUNTS            PIC Z(6)9.
         2 FILLER                 PIC X(2) VALUE SPACES.
         2 DL-BADS                PIC Z(6)9.
         2 FILLER                 PIC X(3) VALUE SPACES.
         2 DL-BAD-RATE            PIC ZZ9.99.
         2 FILLER                 PIC X(2) VALUE SPACES.
         2 DL-FLAG                PIC X(12).
       1 CUTOFF-LINE.
         2 CL-LABEL               PIC X(20).
         2 FILLER                 PIC X(2) VALUE SPACES.
         2 CL-IN-ACCOUNTS         PIC Z(6)9.
         2 FILLER                 PIC X(1) VALUE SPACE.
         2 CL-IN-BADS             PIC Z(6)9.
         2 FILLER                 PIC X(1) VALUE SPACE.
         2 CL-IN-RATE             PIC ZZ9.99.
         2 FILLER                 PIC X(3) VALUE ' | '.
         2 CL-OUT-ACCOUNTS        PIC Z(6)9.
         2 FILLER                 PIC X(1) VALUE SPACE.
         2 CL-OUT-BADS            PIC Z(6)9.
         2 FILLER                 PIC X(1) VALUE SPACE.
         2 CL-OUT-RATE            PIC ZZ9.99.
       1 RATE-EDIT                PIC ZZ9.99.
       1 SIGNED-RATE-EDIT         PIC -ZZ9.99.

       1 REPORT-LINE              PIC X(100).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE(1:6) TO RUN-MONTH

           PERFORM READ-CONTROL-CARDS
           PERFORM SET-SAMPLE-WINDOW

           OPEN INPUT BHSCHIST
           OPEN INPUT PAYHHIST
           OPEN INPUT PLACEMNT
           IF BHSCHIST-STATUS NOT = '00'
           OR PAYHHIST-STATUS NOT = '00'
           OR PLACEMNT-STATUS NOT = '00'
               DISPLAY 'SCORE VALIDATION NOT RUN - BHSCHIST STATUS '
                       BHSCHIST-STATUS ' PAYHHIST STATUS '
                       PAYHHIST-STATUS ' PLACEMNT STATUS '
                       PLACEMNT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF

           INITIALIZE SCORE-TABLE
           INITIALIZE DECILE-TABLE
           INITIALIZE CUTOFF-TABLE

           PERFORM READ-NEXT-SCORE
           PERFORM TAKE-ONE-SCORE
               UNTIL END-OF-BHSCHIST = 'Y'

           CLOSE BHSCHIST
           CLOSE PAYHHIST
           CLOSE PLACEMNT

           IF OBSERVATIONS > 0
               PERFORM PLACE-ONE-SCORE
                   VARYING SCORE-IX FROM 1 BY 1
                   UNTIL SCORE-IX > 551
               PERFORM RATE-ONE-DECILE
                   VARYING DECILE-IX FROM 1 BY 1
                   UNTIL DECILE-IX > 10
               PERFORM MEASURE-GINI-AND-KS
           END-IF

           PERFORM PRINT-VALIDATION-REPORT

           IF OUT-OF-ORDER-DECILES > 0
           AND OBSERVATIONS NOT < MINIMUM-OBSERVATIONS
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-LOG
           STOP RUN.

       READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARDS

           IF BHSVCTL-STATUS = '00'
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
           IF BHSVCTL-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CONTROL-CARDS
           END-IF
           .

       APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN CONTROL-CARD-RECORD(1:5) = 'FROM='
                AND CONTROL-CARD-RECORD(6:6) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(6:6) TO FROM-MONTH
               WHEN CONTROL-CARD-RECORD(1:3) = 'TO='
                AND CONTROL-CARD-RECORD(4:6) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(4:6) TO TO-MONTH
               WHEN CONTROL-CARD-RECORD(1:8) = 'OUTCOME='
                AND CONTROL-CARD-RECORD(9:2) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(9:2) TO OUTCOME-MONTHS
               WHEN CONTROL-CARD-RECORD(1:8) = 'BADMISS='
                AND CONTROL-CARD-RECORD(9:2) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(9:2)
                     TO BAD-MISSED-PAYMENTS
               WHEN CONTROL-CARD-RECORD(1:6) = 'FLOOR='
                AND CONTROL-CARD-RECORD(7:3) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(7:3) TO SCORE-FLOOR
               WHEN CONTROL-CARD-RECORD(1:7) = 'MINOBS='
                AND CONTROL-CARD-RECORD(8:5) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(8:5)
                     TO MINIMUM-OBSERVATIONS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM READ-NEXT-CONTROL-CARD
           .

      * By default the newest three decision months whose outcome
      * window has fully closed - the last of them OUTCOME months
      * before last month.
       SET-SAMPLE-WINDOW.
           IF OUTCOME-MONTHS < 1 OR OUTCOME-MONTHS > 24
               MOVE 12 TO OUTCOME-MONTHS
           END-IF
           IF BAD-MISSED-PAYMENTS < 1
               MOVE 3 TO BAD-MISSED-PAYMENTS
           END-IF

           IF TO-MONTH = SPACES
               MOVE RUN-MONTH TO WORK-MONTH
               COMPUTE MONTH-STEPS = OUTCOME-MONTHS + 1
               PERFORM STEP-WORK-MONTH-BACK MONTH-STEPS TIMES
               MOVE WORK-MONTH TO TO-MONTH
           END-IF
           IF FROM-MONTH = SPACES
               MOVE TO-MONTH TO WORK-MONTH
               PERFORM STEP-WORK-MONTH-BACK 2 TIMES
               MOVE WORK-MONTH TO FROM-MONTH
           END-IF
           .

       STEP-WORK-MONTH-BACK.
           MOVE WORK-MONTH(1:4) TO WORK-YEAR-NUM
           MOVE WORK-MONTH(5:2) TO WORK-MONTH-NUM
           IF WORK-MONTH-NUM = 1
               MOVE 12 TO WORK-MONTH-NUM
               SUBTRACT 1 FROM WORK-YEAR-NUM
           ELSE
               SUBTRACT 1 FROM WORK-MONTH-NUM
           END-IF
           MOVE SPACES TO WORK-MONTH
           STRING WORK-YEAR-NUM WORK-MONTH-NUM
               DELIMITED BY SIZE INTO WORK-MONTH
           .

       STEP-WORK-MONTH-FORWARD.
           MOVE WORK-MONTH(1:4) TO WORK-YEAR-NUM
           MOVE WORK-MONTH(5:2) TO WORK-MONTH-NUM
           IF WORK-MONTH-NUM = 12
               MOVE 1 TO WORK-MONTH-NUM
               ADD 1 TO WORK-YEAR-NUM
           ELSE
               ADD 1 TO WORK-MONTH-NUM
           END-IF
           MOVE SPACES TO WORK-MONTH
           STRING WORK-YEAR-NUM WORK-MONTH-NUM
               DELIMITED BY SIZE INTO WORK-MONTH
           .

       READ-NEXT-SCORE.
           READ BHSCHIST NEXT
               AT END
                   MOVE 'Y' TO END-OF-BHSCHIST
           END-READ
           IF BHSCHIST-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-BHSCHIST
           END-IF
           .

      * BHSCHIST is keyed position then decision time, so the first
      * row of a position inside the window is its first decision
      * there; later ones on the same position are not counted
      * again.
       TAKE-ONE-SCORE.
           ADD 1 TO SCORES-READ

           EVALUATE TRUE
               WHEN BX-DECISION-DATE(1:6) < FROM-MONTH
               OR   BX-DECISION-DATE(1:6) > TO-MONTH
                   ADD 1 TO OUTSIDE-WINDOW
               WHEN BX-CUST-NO = LAST-CUST-NO
               AND  BX-APPL-SEQ-NO = LAST-APPL-SEQ-NO
                   ADD 1 TO REPEAT-DECISIONS
               WHEN OTHER
                   MOVE BX-CUST-NO TO LAST-CUST-NO
                   MOVE BX-APPL-SEQ-NO TO LAST-APPL-SEQ-NO
                   PERFORM FOLLOW-ONE-DECISION
           END-EVALUATE

           PERFORM READ-NEXT-SCORE
           .

       FOLLOW-ONE-DECISION.
           MOVE BX-DECISION-DATE(1:6) TO WORK-MONTH
           PERFORM STEP-WORK-MONTH-FORWARD
           MOVE WORK-MONTH TO OUTCOME-FIRST-MONTH
           COMPUTE MONTH-STEPS = OUTCOME-MONTHS - 1
           PERFORM STEP-WORK-MONTH-FORWARD MONTH-STEPS TIMES
           MOVE WORK-MONTH TO OUTCOME-LAST-MONTH

           EVALUATE TRUE
               WHEN OUTCOME-LAST-MONTH NOT < RUN-MONTH
                   ADD 1 TO IMMATURE-DECISIONS
               WHEN BX-BEHAVIOR-SCORE IS NOT NUMERIC
               OR   BX-BEHAVIOR-SCORE < 300
               OR   BX-BEHAVIOR-SCORE > 850
                   ADD 1 TO UNSCORED-DECISIONS
               WHEN OTHER
                   PERFORM SUM-OUTCOME-MISSES
                   PERFORM CHECK-OUTCOME-HANDOFF
                   PERFORM TALLY-ONE-OBSERVATION
           END-EVALUATE
           .

       SUM-OUTCOME-MISSES.
           MOVE 0 TO MISSED-IN-OUTCOME
           MOVE 'N' TO END-OF-OUTCOME-SCAN
           MOVE BX-CUST-NO TO PY-CUST-NO
           MOVE OUTCOME-FIRST-MONTH TO PY-YEAR-MONTH

           START PAYHHIST KEY >= PY-HISTORY-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-OUTCOME-SCAN
           END-START

           PERFORM SUM-ONE-OUTCOME-MONTH
               UNTIL END-OF-OUTCOME-SCAN = 'Y'
           .

       SUM-ONE-OUTCOME-MONTH.
           READ PAYHHIST NEXT
               AT END
                   MOVE 'Y' TO END-OF-OUTCOME-SCAN
           END-READ

           IF END-OF-OUTCOME-SCAN = 'N'
               IF PAYHHIST-STATUS NOT = '00'
                  OR PY-CUST-NO NOT = BX-CUST-NO
                  OR PY-YEAR-MONTH > OUTCOME-LAST-MONTH
                   MOVE 'Y' TO END-OF-OUTCOME-SCAN
               ELSE
                   ADD PY-MISSED-IN-MONTH TO MISSED-IN-OUTCOME
               END-IF
           END-IF
           .

      * The first placement after the decision day - handed off
      * within the outcome window means bad.
       CHECK-OUTCOME-HANDOFF.
           MOVE 'N' TO HANDED-OFF
           MOVE BX-CUST-NO TO PL-CUST-NO
           MOVE BX-DECISION-DATE TO PL-PLACED-DATE

           START PLACEMNT KEY > PL-PLACEMENT-KEY
               INVALID KEY
                   MOVE '23' TO PLACEMNT-STATUS
           END-START

           IF PLACEMNT-STATUS = '00'
               READ PLACEMNT NEXT
                   AT END
                       MOVE '10' TO PLACEMNT-STATUS
               END-READ
               IF PLACEMNT-STATUS = '00'
               AND PL-CUST-NO = BX-CUST-NO
               AND PL-PLACED-DATE(1:6) NOT > OUTCOME-LAST-MONTH
                   MOVE 'Y' TO HANDED-OFF
               END-IF
           END-IF
           .

       TALLY-ONE-OBSERVATION.
           ADD 1 TO OBSERVATIONS
           MOVE 'N' TO ACCOUNT-WENT-BAD
           IF MISSED-IN-OUTCOME NOT < BAD-MISSED-PAYMENTS
               MOVE 'Y' TO ACCOUNT-WENT-BAD
               ADD 1 TO BAD-ON-MISSES
           ELSE
               IF HANDED-OFF = 'Y'
                   MOVE 'Y' TO ACCOUNT-WENT-BAD
                   ADD 1 TO BAD-ON-HANDOFF
               END-IF
           END-IF

           COMPUTE SCORE-IX = BX-BEHAVIOR-SCORE - 299
           IF ACCOUNT-WENT-BAD = 'Y'
               ADD 1 TO TOTAL-BADS
               ADD 1 TO SC-BADS(SCORE-IX)
           ELSE
               ADD 1 TO TOTAL-GOODS
               ADD 1 TO SC-GOODS(SCORE-IX)
           END-IF

           MOVE 1 TO CUTOFF-IX
           IF BX-BEHAVIOR-SCORE < SCORE-FLOOR
               PERFORM TALLY-CUTOFF-IN
           ELSE
               PERFORM TALLY-CUTOFF-OUT
           END-IF
           MOVE 2 TO CUTOFF-IX
           IF BX-TREND = 'WORSEN  '
               PERFORM TALLY-CUTOFF-IN
           ELSE
               PERFORM TALLY-CUTOFF-OUT
           END-IF
           MOVE 3 TO CUTOFF-IX
           IF BX-SCORE-REFUSED = 'Y'
               PERFORM TALLY-CUTOFF-IN
           ELSE
               PERFORM TALLY-CUTOFF-OUT
           END-IF
           .

       TALLY-CUTOFF-IN.
           ADD 1 TO CT-IN-ACCOUNTS(CUTOFF-IX)
           IF ACCOUNT-WENT-BAD = 'Y'
               ADD 1 TO CT-IN-BADS(CUTOFF-IX)
           END-IF
           .

       TALLY-CUTOFF-OUT.
           ADD 1 TO CT-OUT-ACCOUNTS(CUTOFF-IX)
           IF ACCOUNT-WENT-BAD = 'Y'
               ADD 1 TO CT-OUT-BADS(CUTOFF-IX)
           END-IF
           .

      * Up the score scale: each score value goes whole into the
      * decile its midpoint falls in, and the running goods and bads
      * give the area under the curve (for Gini) and the widest gap
      * between the two cumulative shares (KS).
       PLACE-ONE-SCORE.
           COMPUTE SCORE-ACCOUNTS =
               SC-GOODS(SCORE-IX) + SC-BADS(SCORE-IX)
           IF SCORE-ACCOUNTS > 0
               COMPUTE SCORE-VALUE = SCORE-IX + 299
               COMPUTE DECILE-NO =
                   ((CUM-ACCOUNTS * 2 + SCORE-ACCOUNTS) * 10)
                   / (OBSERVATIONS * 2) + 1
               IF DECILE-NO > 10
                   MOVE 10 TO DECILE-NO
               END-IF
               MOVE DECILE-NO TO DECILE-IX
               IF DC-ACCOUNTS(DECILE-IX) = 0
                   MOVE SCORE-VALUE TO DC-LOW-SCORE(DECILE-IX)
               END-IF
               MOVE SCORE-VALUE TO DC-HIGH-SCORE(DECILE-IX)
               ADD SCORE-ACCOUNTS TO DC-ACCOUNTS(DECILE-IX)
               ADD SC-BADS(SCORE-IX) TO DC-BADS(DECILE-IX)

               COMPUTE AREA-SUM = AREA-SUM
                   + SC-GOODS(SCORE-IX)
                     * (CUM-BADS * 2 + SC-BADS(SCORE-IX))
               ADD SCORE-ACCOUNTS TO CUM-ACCOUNTS
               ADD SC-GOODS(SCORE-IX) TO CUM-GOODS
               ADD SC-BADS(SCORE-IX) TO CUM-BADS

               COMPUTE KS-DIFF = CUM-BADS * TOTAL-GOODS
                               - CUM-GOODS * TOTAL-BADS
               IF KS-DIFF < 0
                   COMPUTE KS-DIFF = 0 - KS-DIFF
               END-IF
               IF KS-DIFF > KS-MAX-DIFF
                   MOVE KS-DIFF TO KS-MAX-DIFF
                   MOVE SCORE-VALUE TO KS-SCORE
               END-IF
           END-IF
           .

      * Bad rates should fall as the score rises - a decile worse
      * than the populated decile below it is out of order.
       RATE-ONE-DECILE.
           IF DC-ACCOUNTS(DECILE-IX) > 0
               COMPUTE DC-BAD-RATE(DECILE-IX) ROUNDED =
                   DC-BADS(DECILE-IX) * 100 / DC-ACCOUNTS(DECILE-IX)
               IF PRIOR-RATE-SEEN = 'Y'
               AND DC-BAD-RATE(DECILE-IX) > PRIOR-RATE
                   MOVE 'Y' TO DC-OUT-OF-ORDER(DECILE-IX)
                   ADD 1 TO OUT-OF-ORDER-DECILES
               END-IF
               MOVE DC-BAD-RATE(DECILE-IX) TO PRIOR-RATE
               MOVE 'Y' TO PRIOR-RATE-SEEN
           END-IF
           .

      * Gini = 2 x AUC - 1, with AUC = AREA-SUM / (2 x goods x
      * bads); KS as a percentage of the two cumulative shares.
      * Neither means anything without both goods and bads.
       MEASURE-GINI-AND-KS.
           IF TOTAL-GOODS > 0 AND TOTAL-BADS > 0
               COMPUTE GOODS-BY-BADS = TOTAL-GOODS * TOTAL-BADS
               COMPUTE GINI-PCT ROUNDED =
                   (AREA-SUM * 100 / GOODS-BY-BADS) - 100
               COMPUTE KS-PCT ROUNDED =
                   KS-MAX-DIFF * 100 / GOODS-BY-BADS
           END-IF
           .

       PRINT-VALIDATION-REPORT.
           DISPLAY '=============================================='
           DISPLAY 'BEHAVIORAL SCORE VALIDATION - RUN ' RUN-DATE
           MOVE SPACES TO REPORT-LINE
           STRING 'DECISIONS ' FROM-MONTH ' TO ' TO-MONTH
                  ', FOLLOWED ' OUTCOME-MONTHS ' MONTHS, BAD AT '
                  BAD-MISSED-PAYMENTS ' MISSES OR COLLECTIONS'
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'SCORE ROWS READ.......: ' SCORES-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'OUTSIDE THE WINDOW....: ' OUTSIDE-WINDOW
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'LATER DECISIONS.......: ' REPEAT-DECISIONS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'IMMATURE..............: ' IMMATURE-DECISIONS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'NO USABLE SCORE.......: ' UNSCORED-DECISIONS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'ACCOUNTS OBSERVED.....: ' OBSERVATIONS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'WENT BAD (MISSES).....: ' BAD-ON-MISSES
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'WENT BAD (COLLECTIONS): ' BAD-ON-HANDOFF
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE

           IF OBSERVATIONS = 0
               DISPLAY 'NO MATURE DECISIONS IN THE WINDOW - NOTHING '
                       'TO VALIDATE'
               DISPLAY '=============================================='
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY 'DECILE  SCORES   ACCOUNTS     BADS  BAD %'
           PERFORM PRINT-ONE-DECILE
               VARYING DECILE-IX FROM 1 BY 1
               UNTIL DECILE-IX > 10

           DISPLAY ' '
           IF TOTAL-GOODS > 0 AND TOTAL-BADS > 0
               MOVE GINI-PCT TO SIGNED-RATE-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING 'GINI..................: ' SIGNED-RATE-EDIT
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
               MOVE KS-PCT TO RATE-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING 'KS....................: ' RATE-EDIT
                      ' AT SCORE ' KS-SCORE
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           ELSE
               DISPLAY 'GINI/KS NOT MEASURED - NEEDS BOTH GOOD AND '
                       'BAD ACCOUNTS'
           END-IF

           DISPLAY ' '
           DISPLAY 'CUT-OFF               ACCOUNTS   BADS  BAD % |'
                   ' ACCOUNTS   BADS  BAD %'
           PERFORM PRINT-ONE-CUTOFF
               VARYING CUTOFF-IX FROM 1 BY 1
               UNTIL CUTOFF-IX > 3
           MOVE SPACES TO REPORT-LINE
           STRING '(FLOOR JUDGED AT ' SCORE-FLOOR ')'
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE

           DISPLAY ' '
           EVALUATE TRUE
               WHEN OBSERVATIONS < MINIMUM-OBSERVATIONS
                   MOVE SPACES TO REPORT-LINE
                   STRING 'SAMPLE UNDER ' MINIMUM-OBSERVATIONS
                          ' ACCOUNTS - NOT JUDGED'
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               WHEN OUT-OF-ORDER-DECILES > 0
                   MOVE SPACES TO REPORT-LINE
                   STRING OUT-OF-ORDER-DECILES
                          ' DECILE(S) OUT OF ORDER - RECALIBRATE '
                          'CSBHSCOR BEFORE THE NEXT LIMIT REVIEW'
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               WHEN OTHER
                   DISPLAY 'DECILE BAD RATES IN ORDER'
           END-EVALUATE
           DISPLAY '=============================================='
           .

       PRINT-ONE-DECILE.
           MOVE DECILE-IX TO DL-DECILE
           MOVE DC-LOW-SCORE(DECILE-IX) TO DL-LOW-SCORE
           MOVE DC-HIGH-SCORE(DECILE-IX) TO DL-HIGH-SCORE
           MOVE DC-ACCOUNTS(DECILE-IX) TO DL-ACCOUNTS
           MOVE DC-BADS(DECILE-IX) TO DL-BADS
           MOVE DC-BAD-RATE(DECILE-IX) TO DL-BAD-RATE
           EVALUATE TRUE
               WHEN DC-ACCOUNTS(DECILE-IX) = 0
                   MOVE 'EMPTY' TO DL-FLAG
               WHEN DC-OUT-OF-ORDER(DECILE-IX) = 'Y'
                   MOVE 'OUT OF ORDER' TO DL-FLAG
               WHEN OTHER
                   MOVE SPACES TO DL-FLAG
           END-EVALUATE
           DISPLAY DECILE-LINE
           .

       PRINT-ONE-CUTOFF.
           MOVE 0 TO IN-RATE
           MOVE 0 TO OUT-RATE
           IF CT-IN-ACCOUNTS(CUTOFF-IX) > 0
               COMPUTE IN-RATE ROUNDED = CT-IN-BADS(CUTOFF-IX) * 100
                   / CT-IN-ACCOUNTS(CUTOFF-IX)
           END-IF
           IF CT-OUT-ACCOUNTS(CUTOFF-IX) > 0
               COMPUTE OUT-RATE ROUNDED = CT-OUT-BADS(CUTOFF-IX) * 100
                   / CT-OUT-ACCOUNTS(CUTOFF-IX)
           END-IF
           MOVE CT-LABEL(CUTOFF-IX) TO CL-LABEL
           MOVE CT-IN-ACCOUNTS(CUTOFF-IX) TO CL-IN-ACCOUNTS
           MOVE CT-IN-BADS(CUTOFF-IX) TO CL-IN-BADS
           MOVE IN-RATE TO CL-IN-RATE
           MOVE CT-OUT-ACCOUNTS(CUTOFF-IX) TO CL-OUT-ACCOUNTS
           MOVE CT-OUT-BADS(CUTOFF-IX) TO CL-OUT-BADS
           MOVE OUT-RATE TO CL-OUT-RATE
           DISPLAY CUTOFF-LINE
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE SCORES-READ TO RUN-LOG-READ
           MOVE OBSERVATIONS TO RUN-LOG-WRITTEN
           MOVE IMMATURE-DECISIONS TO RUN-LOG-REJECTED
           .

           COPY RUNLOGP.

       END PROGRAM 'CSBHSVAL'.
