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
      *  CSQASAMP
      *
      * Daily four-eyes quality sampling of manual decisions. Each
      * of these is taken by one person and was never checked:
      *
      *   UNDW  underwriter decisions - REVIEWQ rows APPROVED or
      *         DECLINED on the day, by RQ-UNDERWRITER-ID
      *   FRDC  fraud dispositions - FRAUDCAS cases CONFIRMD or
      *         CLEARED on the day, by FC-ANALYST-ID
      *   APPE  appeal outcomes - APPEALS UPHELD or REJECTED on the
      *         day, by AP-REVIEWER-ID
      *
      * Every decision taken on the sampling day gets one draw off
      * the same linear congruential generator CSGENDAT uses; a
      * draw under the sampling rate puts the decision on QAQUEUE
      * PENDING for a second reviewer to work with the QACK
      * transaction (see copy/QAQUEUE.cpy and src/CSQACHK.cbl).
      * An operator whose OPERROLE start date (OR-START-DATE) falls
      * inside the new-staff period is sampled at the higher rate.
      *
      * Control cards on QASMPCTL (no card keeps the default):
      *
      *   DATE=yyyymmdd   the day to sample (default today - run at
      *                   the end of the online day)
      *   RATE=nnn        percent of decisions sampled (default 5)
      *   NEWRATE=nnn     percent for new staff (default 25)
      *   NEWMONTHS=nn    how long an operator counts as new staff
      *                   (default 6 months)
      *   SEED=nnnnnnnn   generator seed (default the sampling day)
      *
      * The seed defaults to the sampling day, so a re-run of the
      * same day draws the same sample; the QAQUEUE key carries the
      * decision date and a decision already queued is counted, not
      * queued again. A QAQUEUE that cannot be opened ends the run
      * with RETURN-CODE 8.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSQASAMP.jcl. Schedule daily.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSQASAMP.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT REVIEWQ ASSIGN TO REVIEWQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RQ-REVIEW-KEY
                  FILE STATUS IS REVIEWQ-STATUS.

           SELECT FRAUDCAS ASSIGN TO FRAUDCAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FC-CASE-KEY
                  FILE STATUS IS FRAUDCAS-STATUS.

           SELECT APPEALS ASSIGN TO APPEALS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AP-APPEAL-KEY
                  FILE STATUS IS APPEALS-STATUS.

           SELECT OPERROLE ASSIGN TO OPERROLE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS OR-USER-ID
                  FILE STATUS IS OPERROLE-STATUS.

           SELECT QAQUEUE ASSIGN TO QAQUEUE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS QA-SAMPLE-KEY
                  FILE STATUS IS QAQUEUE-STATUS.

           SELECT CONTROL-CARDS ASSIGN TO QASMPCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS QASMPCTL-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  REVIEWQ.
           COPY REVIEWQ.

        FD  FRAUDCAS.
           COPY FRAUDCAS.

        FD  APPEALS.
           COPY APPEALS.

        FD  OPERROLE.
           COPY OPERROLE.

        FD  QAQUEUE.
           COPY QAQUEUE.

        FD  CONTROL-CARDS.
        01  CONTROL-CARD-RECORD     PIC X(80).

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSQASAMP'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSQASAMP'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 REVIEWQ-STATUS            PIC X(2) VALUE '00'.
       1 FRAUDCAS-STATUS           PIC X(2) VALUE '00'.
       1 APPEALS-STATUS            PIC X(2) VALUE '00'.
       1 OPERROLE-STATUS           PIC X(2) VALUE '00'.
       1 QAQUEUE-STATUS            PIC X(2) VALUE '00'.
       1 QASMPCTL-STATUS           PIC X(2) VALUE '00'.
       1 END-OF-QUEUE              PIC X(1) VALUE 'N'.
       1 END-OF-CONTROL-CARDS      PIC X(1) VALUE 'N'.

       1 RUN-DATE                  PIC X(8) VALUE SPACES.

      * Control-card tunables and their defaults.
       1 SAMPLE-DATE               PIC X(8) VALUE SPACES.
       1 SAMPLE-RATE               PIC 9(3) VALUE 5.
       1 NEW-STAFF-RATE            PIC 9(3) VALUE 25.
       1 NEW-STAFF-MONTHS          PIC 9(2) VALUE 6.
       1 RANDOM-SEED               PIC 9(8) VALUE 0.
       1 SEED-GIVEN                PIC X(1) VALUE 'N'.

      * An operator who started on or after this day is new staff.
       1 NEW-STAFF-CUTOFF.
         2 CUTOFF-YEAR             PIC 9(4) VALUE 0.
         2 CUTOFF-MM               PIC 9(2) VALUE 0.
         2 CUTOFF-DD               PIC X(2) VALUE SPACES.
       1 SAMPLE-YEAR               PIC 9(4) VALUE 0.
       1 SAMPLE-MM                 PIC 9(2) VALUE 0.
       1 MONTHS-BACK               PIC S9(8) COMP VALUE 0.

      * Linear congruential generator - the CSGENDAT step, drawn
      * once per decision so the sample follows the seed exactly.
       1 LCG-STATE                 PIC 9(9) COMP VALUE 0.
       1 LCG-WORK                  PIC 9(18) COMP VALUE 0.
       1 RANDOM-VALUE              PIC 9(4) COMP VALUE 0.
       1 MOD-QUOTIENT              PIC 9(9) COMP VALUE 0.
       1 RATE-THRESHOLD            PIC 9(5) COMP VALUE 0.

      * The three decision types, in report order.
       1 DECISION-TYPE-NAMES.
         2 FILLER PIC X(4) VALUE 'UNDW'.
         2 FILLER PIC X(4) VALUE 'FRDC'.
         2 FILLER PIC X(4) VALUE 'APPE'.
       1 DECISION-TYPE-TABLE REDEFINES DECISION-TYPE-NAMES.
         2 DT-TYPE-ID              PIC X(4) OCCURS 3.
       1 TYPE-IX                   PIC S9(4) COMP VALUE 0.

       1 SAMPLE-TOTALS.
         2 SAMPLE-TYPE-TOTAL       OCCURS 3.
           3 ST-DECISIONS          PIC 9(7).
           3 ST-NEW-STAFF          PIC 9(7).
           3 ST-QUEUED             PIC 9(7).
           3 ST-ALREADY-QUEUED     PIC 9(7).

      * The decision in hand, whichever file it came off.
       1 ITEM-CUST-NO              PIC X(8) VALUE SPACES.
       1 ITEM-APPL-SEQ-NO          PIC 9(1) VALUE 0.
       1 ITEM-DECISION             PIC X(8) VALUE SPACES.
       1 ITEM-DECIDED-BY           PIC X(8) VALUE SPACES.
       1 ITEM-NEW-STAFF            PIC X(1) VALUE 'N'.

       1 COUNT-EDIT                PIC Z(6)9.
       1 QUEUED-EDIT               PIC Z(6)9.
       1 NEW-EDIT                  PIC Z(6)9.
       1 ALREADY-EDIT              PIC Z(6)9.

       1 REPORT-LINE               PIC X(100).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO SAMPLE-DATE

           PERFORM READ-CONTROL-CARDS

           IF SEED-GIVEN = 'N'
               MOVE SAMPLE-DATE TO RANDOM-SEED
           END-IF
           MOVE RANDOM-SEED TO LCG-STATE

           PERFORM SET-NEW-STAFF-CUTOFF

           INITIALIZE SAMPLE-TOTALS

           OPEN I-O QAQUEUE
           IF QAQUEUE-STATUS NOT = '00'
               DISPLAY 'QA SAMPLING NOT RUN - QAQUEUE OPEN STATUS '
                       QAQUEUE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF

           OPEN INPUT OPERROLE

           MOVE 1 TO TYPE-IX
           PERFORM SAMPLE-UNDERWRITER-DECISIONS
           MOVE 2 TO TYPE-IX
           PERFORM SAMPLE-FRAUD-DISPOSITIONS
           MOVE 3 TO TYPE-IX
           PERFORM SAMPLE-APPEAL-OUTCOMES

           IF OPERROLE-STATUS NOT = '35'
               CLOSE OPERROLE
           END-IF
           CLOSE QAQUEUE

           PERFORM PRINT-SAMPLE-SUMMARY

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

       READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARDS

           IF QASMPCTL-STATUS = '00'
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

           IF QASMPCTL-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CONTROL-CARDS
           END-IF
           .

       APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN CONTROL-CARD-RECORD(1:5) = 'DATE='
                AND CONTROL-CARD-RECORD(6:8) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(6:8) TO SAMPLE-DATE
               WHEN CONTROL-CARD-RECORD(1:5) = 'RATE='
                AND CONTROL-CARD-RECORD(6:3) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(6:3) TO SAMPLE-RATE
               WHEN CONTROL-CARD-RECORD(1:8) = 'NEWRATE='
                AND CONTROL-CARD-RECORD(9:3) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(9:3) TO NEW-STAFF-RATE
               WHEN CONTROL-CARD-RECORD(1:10) = 'NEWMONTHS='
                AND CONTROL-CARD-RECORD(11:2) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(11:2)
                       TO NEW-STAFF-MONTHS
               WHEN CONTROL-CARD-RECORD(1:5) = 'SEED='
                AND CONTROL-CARD-RECORD(6:8) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(6:8) TO RANDOM-SEED
                   MOVE 'Y' TO SEED-GIVEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF SAMPLE-RATE > 100
               MOVE 100 TO SAMPLE-RATE
           END-IF
           IF NEW-STAFF-RATE > 100
               MOVE 100 TO NEW-STAFF-RATE
           END-IF

           PERFORM READ-NEXT-CONTROL-CARD
           .

      * The sampling day less the new-staff period, same day of the
      * month - a start date string-compares against it directly.
       SET-NEW-STAFF-CUTOFF.
           MOVE SAMPLE-DATE(1:4) TO SAMPLE-YEAR
           MOVE SAMPLE-DATE(5:2) TO SAMPLE-MM
           MOVE SAMPLE-DATE(7:2) TO CUTOFF-DD

           COMPUTE MONTHS-BACK =
               SAMPLE-YEAR * 12 + SAMPLE-MM - 1 - NEW-STAFF-MONTHS
           DIVIDE MONTHS-BACK BY 12
               GIVING CUTOFF-YEAR REMAINDER CUTOFF-MM
           ADD 1 TO CUTOFF-MM
           .

      ******************************************************************
      * One pass per decision file. Each picks out the decisions
      * taken on the sampling day and hands them to
      * CONSIDER-DECISION in the common ITEM- fields. A file that is
      * not there counts as empty.
      ******************************************************************
       SAMPLE-UNDERWRITER-DECISIONS.
           MOVE 'N' TO END-OF-QUEUE
           OPEN INPUT REVIEWQ

           IF REVIEWQ-STATUS = '00'
               PERFORM READ-NEXT-REVIEW-ROW
               PERFORM TAKE-ONE-REVIEW-ROW
                   UNTIL END-OF-QUEUE = 'Y'

               CLOSE REVIEWQ
           END-IF
           .

       READ-NEXT-REVIEW-ROW.
           READ REVIEWQ NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-QUEUE
           END-READ

           IF REVIEWQ-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-QUEUE
           END-IF
           .

       TAKE-ONE-REVIEW-ROW.
           IF (RQ-QUEUE-STATUS = 'APPROVED'
               OR RQ-QUEUE-STATUS = 'DECLINED')
              AND RQ-DECISION-DATE = SAMPLE-DATE
               MOVE RQ-CUST-NO        TO ITEM-CUST-NO
               MOVE RQ-APPL-SEQ-NO    TO ITEM-APPL-SEQ-NO
               MOVE RQ-QUEUE-STATUS   TO ITEM-DECISION
               MOVE RQ-UNDERWRITER-ID TO ITEM-DECIDED-BY
               PERFORM CONSIDER-DECISION
           END-IF

           PERFORM READ-NEXT-REVIEW-ROW
           .

       SAMPLE-FRAUD-DISPOSITIONS.
           MOVE 'N' TO END-OF-QUEUE
           OPEN INPUT FRAUDCAS

           IF FRAUDCAS-STATUS = '00'
               PERFORM READ-NEXT-FRAUD-CASE
               PERFORM TAKE-ONE-FRAUD-CASE
                   UNTIL END-OF-QUEUE = 'Y'

               CLOSE FRAUDCAS
           END-IF
           .

       READ-NEXT-FRAUD-CASE.
           READ FRAUDCAS NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-QUEUE
           END-READ

           IF FRAUDCAS-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-QUEUE
           END-IF
           .

       TAKE-ONE-FRAUD-CASE.
           IF (FC-STATUS = 'CONFIRMD'
               OR FC-STATUS = 'CLEARED ')
              AND FC-DISPOSITION-DATE = SAMPLE-DATE
               MOVE FC-CUST-NO        TO ITEM-CUST-NO
               MOVE FC-APPL-SEQ-NO    TO ITEM-APPL-SEQ-NO
               MOVE FC-STATUS         TO ITEM-DECISION
               MOVE FC-ANALYST-ID     TO ITEM-DECIDED-BY
               PERFORM CONSIDER-DECISION
           END-IF

           PERFORM READ-NEXT-FRAUD-CASE
           .

       SAMPLE-APPEAL-OUTCOMES.
           MOVE 'N' TO END-OF-QUEUE
           OPEN INPUT APPEALS

           IF APPEALS-STATUS = '00'
               PERFORM READ-NEXT-APPEAL
               PERFORM TAKE-ONE-APPEAL
                   UNTIL END-OF-QUEUE = 'Y'

               CLOSE APPEALS
           END-IF
           .

       READ-NEXT-APPEAL.
           READ APPEALS NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-QUEUE
           END-READ

           IF APPEALS-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-QUEUE
           END-IF
           .

       TAKE-ONE-APPEAL.
           IF (AP-STATUS = 'UPHELD  '
               OR AP-STATUS = 'REJECTED')
              AND AP-DECISION-DATE = SAMPLE-DATE
               MOVE AP-CUST-NO        TO ITEM-CUST-NO
               MOVE AP-APPL-SEQ-NO    TO ITEM-APPL-SEQ-NO
               MOVE AP-STATUS         TO ITEM-DECISION
               MOVE AP-REVIEWER-ID    TO ITEM-DECIDED-BY
               PERFORM CONSIDER-DECISION
           END-IF

           PERFORM READ-NEXT-APPEAL
           .

      * One draw per decision, at the new-staff rate when the
      * deciding operator is still inside the new-staff period.
       CONSIDER-DECISION.
           ADD 1 TO ST-DECISIONS(TYPE-IX)

           PERFORM CHECK-NEW-STAFF
           IF ITEM-NEW-STAFF = 'Y'
               ADD 1 TO ST-NEW-STAFF(TYPE-IX)
               COMPUTE RATE-THRESHOLD = NEW-STAFF-RATE * 100
           ELSE
               COMPUTE RATE-THRESHOLD = SAMPLE-RATE * 100
           END-IF

           PERFORM NEXT-RANDOM-VALUE

           IF RANDOM-VALUE < RATE-THRESHOLD
               PERFORM QUEUE-FOR-QA
           END-IF
           .

      * No OPERROLE row, or no start date on it, is established
      * staff.
       CHECK-NEW-STAFF.
           MOVE 'N' TO ITEM-NEW-STAFF

           IF OPERROLE-STATUS NOT = '35'
              AND ITEM-DECIDED-BY NOT = SPACES
               MOVE ITEM-DECIDED-BY TO OR-USER-ID
               READ OPERROLE
                   KEY IS OR-USER-ID
                   INVALID KEY
                       CONTINUE
               END-READ
               IF OPERROLE-STATUS = '00'
                  AND OR-START-DATE IS NUMERIC
                  AND OR-START-DATE >= NEW-STAFF-CUTOFF
                   MOVE 'Y' TO ITEM-NEW-STAFF
               END-IF
           END-IF
           .

       QUEUE-FOR-QA.
           MOVE SPACES                TO QAQUEUE-RECORD
           MOVE DT-TYPE-ID(TYPE-IX)   TO QA-DECISION-TYPE
           MOVE ITEM-CUST-NO          TO QA-CUST-NO
           MOVE ITEM-APPL-SEQ-NO      TO QA-APPL-SEQ-NO
           MOVE SAMPLE-DATE           TO QA-DECISION-DATE
           MOVE 'PENDING '            TO QA-STATUS
           MOVE ITEM-DECISION         TO QA-DECISION
           MOVE ITEM-DECIDED-BY       TO QA-DECIDED-BY
           MOVE ITEM-NEW-STAFF        TO QA-NEW-STAFF
           MOVE RUN-DATE              TO QA-SAMPLED-DATE

           WRITE QAQUEUE-RECORD
               INVALID KEY
                   ADD 1 TO ST-ALREADY-QUEUED(TYPE-IX)
           END-WRITE

           IF QAQUEUE-STATUS = '00'
               ADD 1 TO ST-QUEUED(TYPE-IX)
           END-IF
           .

      * One LCG step - RANDOM-VALUE comes back 0-9999.
       NEXT-RANDOM-VALUE.
           COMPUTE LCG-WORK = LCG-STATE * 1103515245 + 12345
           DIVIDE LCG-WORK BY 2147483648
               GIVING LCG-WORK REMAINDER LCG-STATE
           DIVIDE LCG-STATE BY 10000
               GIVING MOD-QUOTIENT REMAINDER RANDOM-VALUE
           .

       PRINT-SAMPLE-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'QA SAMPLE OF MANUAL DECISIONS FOR ' SAMPLE-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'RATE ' SAMPLE-RATE '% - NEW STAFF ' NEW-STAFF-RATE
                  '% (STARTED ON OR AFTER ' NEW-STAFF-CUTOFF ')'
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           DISPLAY 'TYPE   DECISIONS  NEW STAFF     QUEUED  ALREADY'

           PERFORM PRINT-ONE-TYPE-LINE
               VARYING TYPE-IX FROM 1 BY 1
               UNTIL TYPE-IX > 3

           DISPLAY '=============================================='
           .

       PRINT-ONE-TYPE-LINE.
           MOVE ST-DECISIONS(TYPE-IX)      TO COUNT-EDIT
           MOVE ST-NEW-STAFF(TYPE-IX)      TO NEW-EDIT
           MOVE ST-QUEUED(TYPE-IX)         TO QUEUED-EDIT
           MOVE ST-ALREADY-QUEUED(TYPE-IX) TO ALREADY-EDIT

           MOVE SPACES TO REPORT-LINE
           STRING DT-TYPE-ID(TYPE-IX)
                  '     ' COUNT-EDIT
                  '    ' NEW-EDIT
                  '    ' QUEUED-EDIT
                  '  ' ALREADY-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           COMPUTE RUN-LOG-READ =
               ST-DECISIONS(1) + ST-DECISIONS(2) + ST-DECISIONS(3)
           COMPUTE RUN-LOG-WRITTEN =
               ST-QUEUED(1) + ST-QUEUED(2) + ST-QUEUED(3)
           .

       COPY RUNLOGP.

       END PROGRAM 'CSQASAMP'.
