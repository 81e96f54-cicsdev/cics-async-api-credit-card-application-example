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
      *  CSPPIAGE
      *
      * Weekly payment protection claims aging report. A claim
      * under assessment (LOGGED or ASSESSNG on PPICLAIM - see
      * copy/PPICLAIM.cpy) holds the card's late fees and
      * collections, so one the insurer sits on costs the bank and
      * leaves the cardholder waiting. This job reads every claim
      * on PPICLAIM and ages, in business days off the BUSCAL
      * calendar, the ones still open:
      *
      *   under assessment  since PC-CLAIM-DATE, bucketed against
      *                     the assessment limit: ON TIME (up to
      *                     half of it), DUE (past half), OVER (past
      *                     the limit) and WELL OVER (past twice it);
      *                     every claim OVER or WELL OVER is listed.
      *                     Claims still LOGGED have not yet gone to
      *                     the insurer on a CSPPICEX extract and are
      *                     counted apart;
      *   ACCEPTED          since the last benefit payment CSPPIRTN
      *                     posted (or the decision, before the
      *                     first) - a claim gone longer than the
      *                     payment limit without one is listed as a
      *                     benefit overdue.
      *
      * Days are counted the way CSWIPAGE counts - business days
      * strictly after the date, up to and including today (see
      * copy/BUSCAL.cpy). An unloaded calendar cannot age anything,
      * so the run says so and ends with RETURN-CODE 8.
      *
      * PPAGCTL control cards (optional):
      *   DAYS=nnn      assessment limit in business days (15)
      *   PAYDAYS=nnn   business days an accepted claim may go
      *                 without a benefit payment (25)
      *
      * RC 4 when a claim is over the assessment limit or a benefit
      * is overdue.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSPPIAGE.jcl. Schedule weekly.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSPPIAGE.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT CONTROL-CARDS ASSIGN TO PPAGCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS PPAGCTL-STATUS.

           SELECT PPICLAIM ASSIGN TO PPICLAIM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PC-CLAIM-KEY
                  FILE STATUS IS PPICLAIM-STATUS.

           SELECT BUSCAL ASSIGN TO BUSCAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BC-DATE
                  FILE STATUS IS BUSCAL-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  CONTROL-CARDS.
        01  CONTROL-CARD-RECORD     PIC X(80).

        FD  PPICLAIM.
           COPY PPICLAIM.

        FD  BUSCAL.
           COPY BUSCAL.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSPPIAGE'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSPPIAGE'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 RUN-DATE                 PIC X(8) VALUE SPACES.
       1 RUN-TIME                 PIC X(8) VALUE SPACES.

       1 PPAGCTL-STATUS           PIC X(2) VALUE '00'.
       1 PPICLAIM-STATUS          PIC X(2) VALUE '00'.
       1 BUSCAL-STATUS            PIC X(2) VALUE '00'.
       1 END-OF-CONTROL-CARDS     PIC X(1) VALUE 'N'.
       1 END-OF-PPICLAIM          PIC X(1) VALUE 'N'.
       1 END-OF-CALENDAR          PIC X(1) VALUE 'N'.
       1 CALENDAR-LOADED          PIC X(1) VALUE 'N'.

      * Business days a claim may sit under assessment, and an
      * accepted claim go without a benefit payment - overridden by
      * DAYS= and PAYDAYS= control cards.
       1 ASSESS-LIMIT-BDAYS       PIC 9(3) VALUE 15.
       1 PAYMENT-LIMIT-BDAYS      PIC 9(3) VALUE 25.
       1 HALF-LIMIT-BDAYS         PIC 9(3) VALUE 0.
       1 WELL-OVER-BDAYS          PIC 9(4) VALUE 0.

      * The claim being aged, and the date it is aged from.
       1 AGE-FROM-DATE            PIC X(8) VALUE SPACES.
       1 ITEM-AGE-BDAYS           PIC 9(5) VALUE 0.
       1 AGE-BUCKET               PIC X(9) VALUE SPACES.

       1 AGE-DISPLAY              PIC Z(4)9.
       1 AMOUNT-DISPLAY           PIC Z(6)9.99.

       1 AGING-TOTALS.
         2 CLAIMS-READ            PIC 9(7) VALUE 0.
         2 CLAIMS-UNDER-ASSESS    PIC 9(7) VALUE 0.
         2 CLAIMS-NOT-YET-SENT    PIC 9(7) VALUE 0.
         2 CLAIMS-ON-TIME         PIC 9(7) VALUE 0.
         2 CLAIMS-DUE             PIC 9(7) VALUE 0.
         2 CLAIMS-OVER            PIC 9(7) VALUE 0.
         2 CLAIMS-WELL-OVER       PIC 9(7) VALUE 0.
         2 OLDEST-CLAIM-AGE       PIC 9(5) VALUE 0.
         2 CLAIMS-BEING-PAID      PIC 9(7) VALUE 0.
         2 BENEFITS-OVERDUE       PIC 9(7) VALUE 0.

       1 REPORT-LINE              PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME

           PERFORM CHECK-CALENDAR-LOADED
           IF CALENDAR-LOADED = 'N'
               DISPLAY 'PPI CLAIMS AGING NOT RUN - BUSCAL CALENDAR NOT '
                   'LOADED'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF

           PERFORM READ-CONTROL-CARDS

           DIVIDE ASSESS-LIMIT-BDAYS BY 2 GIVING HALF-LIMIT-BDAYS
           COMPUTE WELL-OVER-BDAYS = ASSESS-LIMIT-BDAYS * 2

           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'PPI CLAIMS AGING AT ' RUN-DATE
                  ' - ASSESS LIMIT ' ASSESS-LIMIT-BDAYS
                  ' PAYMENT LIMIT ' PAYMENT-LIMIT-BDAYS
                  ' BUSINESS DAYS'
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '----------------------------------------------'

           OPEN INPUT PPICLAIM
           IF PPICLAIM-STATUS = '00'
               PERFORM READ-NEXT-CLAIM
               PERFORM AGE-ONE-CLAIM
                   UNTIL END-OF-PPICLAIM = 'Y'
               CLOSE PPICLAIM
           ELSE
               DISPLAY 'PPICLAIM NOT AVAILABLE - STATUS '
                   PPICLAIM-STATUS
           END-IF

           CLOSE BUSCAL

           PERFORM PRINT-AGING-SUMMARY

           IF CLAIMS-OVER > 0
              OR CLAIMS-WELL-OVER > 0
              OR BENEFITS-OVERDUE > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

       CHECK-CALENDAR-LOADED.
           OPEN INPUT BUSCAL

           IF BUSCAL-STATUS = '00'
               MOVE LOW-VALUES TO BC-DATE
               START BUSCAL KEY >= BC-DATE
                   INVALID KEY
                       CONTINUE
               END-START
               IF BUSCAL-STATUS = '00'
                   MOVE 'Y' TO CALENDAR-LOADED
               ELSE
                   CLOSE BUSCAL
               END-IF
           END-IF
           .

       READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARDS

           IF PPAGCTL-STATUS = '00'
               PERFORM READ-NEXT-CONTROL-CARD
               PERFORM APPLY-CONTROL-CARD
                   UNTIL END-OF-CONTROL-CARDS = 'Y'
               CLOSE CONTROL-CARDS
           END-IF

           IF ASSESS-LIMIT-BDAYS < 1
               MOVE 15 TO ASSESS-LIMIT-BDAYS
           END-IF
           IF PAYMENT-LIMIT-BDAYS < 1
               MOVE 25 TO PAYMENT-LIMIT-BDAYS
           END-IF
           .

       READ-NEXT-CONTROL-CARD.
           READ CONTROL-CARDS
               AT END
                   MOVE 'Y' TO END-OF-CONTROL-CARDS
           END-READ
           IF PPAGCTL-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CONTROL-CARDS
           END-IF
           .

       APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN CONTROL-CARD-RECORD(1:5) = 'DAYS='
                AND CONTROL-CARD-RECORD(6:3) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(6:3)
                       TO ASSESS-LIMIT-BDAYS
               WHEN CONTROL-CARD-RECORD(1:8) = 'PAYDAYS='
                AND CONTROL-CARD-RECORD(9:3) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(9:3)
                       TO PAYMENT-LIMIT-BDAYS
               WHEN OTHER
                   DISPLAY 'PPAGCTL CARD IGNORED: '
                           CONTROL-CARD-RECORD
           END-EVALUATE

           PERFORM READ-NEXT-CONTROL-CARD
           .

       READ-NEXT-CLAIM.
           READ PPICLAIM NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-PPICLAIM
           END-READ

           IF PPICLAIM-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-PPICLAIM
           END-IF
           .

       AGE-ONE-CLAIM.
           ADD 1 TO CLAIMS-READ

           EVALUATE TRUE
               WHEN PC-UNDER-ASSESSMENT
                   PERFORM AGE-CLAIM-UNDER-ASSESSMENT
               WHEN PC-IS-ACCEPTED
                   PERFORM AGE-CLAIM-BEING-PAID
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM READ-NEXT-CLAIM
           .

       AGE-CLAIM-UNDER-ASSESSMENT.
           ADD 1 TO CLAIMS-UNDER-ASSESS
           IF PC-IS-LOGGED
               ADD 1 TO CLAIMS-NOT-YET-SENT
           END-IF

           MOVE PC-CLAIM-DATE TO AGE-FROM-DATE
           PERFORM COUNT-BUSINESS-AGE

           IF ITEM-AGE-BDAYS > OLDEST-CLAIM-AGE
               MOVE ITEM-AGE-BDAYS TO OLDEST-CLAIM-AGE
           END-IF

           EVALUATE TRUE
               WHEN ITEM-AGE-BDAYS > WELL-OVER-BDAYS
                   ADD 1 TO CLAIMS-WELL-OVER
                   MOVE 'WELL OVER' TO AGE-BUCKET
               WHEN ITEM-AGE-BDAYS > ASSESS-LIMIT-BDAYS
                   ADD 1 TO CLAIMS-OVER
                   MOVE 'OVER     ' TO AGE-BUCKET
               WHEN ITEM-AGE-BDAYS > HALF-LIMIT-BDAYS
                   ADD 1 TO CLAIMS-DUE
                   MOVE SPACES      TO AGE-BUCKET
               WHEN OTHER
                   ADD 1 TO CLAIMS-ON-TIME
                   MOVE SPACES      TO AGE-BUCKET
           END-EVALUATE

           IF AGE-BUCKET NOT = SPACES
               MOVE ITEM-AGE-BDAYS TO AGE-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING AGE-BUCKET ': ACCT ' PC-CUST-NO
                      ' SEQ ' PC-APPL-SEQ-NO
                      ' ' PC-CLAIM-TYPE ' ' PC-STATUS
                      ' LOGGED ' PC-CLAIM-DATE
                      ' AGE ' AGE-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

      * An accepted claim should see the insurer's benefit every
      * month - aged from the last payment, or the decision before
      * the first one lands.
       AGE-CLAIM-BEING-PAID.
           ADD 1 TO CLAIMS-BEING-PAID

           IF PC-LAST-PAYMENT-DATE IS NUMERIC
              AND PC-LAST-PAYMENT-DATE > PC-DECISION-DATE
               MOVE PC-LAST-PAYMENT-DATE TO AGE-FROM-DATE
           ELSE
               MOVE PC-DECISION-DATE     TO AGE-FROM-DATE
           END-IF
           PERFORM COUNT-BUSINESS-AGE

           IF ITEM-AGE-BDAYS > PAYMENT-LIMIT-BDAYS
               ADD 1 TO BENEFITS-OVERDUE
               MOVE ITEM-AGE-BDAYS     TO AGE-DISPLAY
               MOVE PC-MONTHLY-BENEFIT TO AMOUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING 'BENEFIT OVERDUE: ACCT ' PC-CUST-NO
                      ' SEQ ' PC-APPL-SEQ-NO
                      ' LAST ' AGE-FROM-DATE
                      ' MONTHLY ' AMOUNT-DISPLAY
                      ' AGE ' AGE-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

      * Business days strictly after AGE-FROM-DATE, up to and
      * including today - only loaded calendar rows can count. A
      * date that cannot be read ages as nothing.
       COUNT-BUSINESS-AGE.
           MOVE 0 TO ITEM-AGE-BDAYS

           IF AGE-FROM-DATE IS NUMERIC
               MOVE 'N' TO END-OF-CALENDAR
               MOVE AGE-FROM-DATE TO BC-DATE

               START BUSCAL KEY >= BC-DATE
                   INVALID KEY
                       MOVE 'Y' TO END-OF-CALENDAR
               END-START

               PERFORM COUNT-ONE-CALENDAR-DAY
                   UNTIL END-OF-CALENDAR = 'Y'
           END-IF
           .

       COUNT-ONE-CALENDAR-DAY.
           READ BUSCAL NEXT
               AT END
                   MOVE 'Y' TO END-OF-CALENDAR
           END-READ

           IF END-OF-CALENDAR = 'N'
               IF BUSCAL-STATUS NOT = '00'
                  OR BC-DATE > RUN-DATE
                   MOVE 'Y' TO END-OF-CALENDAR
               ELSE
                   IF BC-DATE > AGE-FROM-DATE
                      AND BC-IS-BUSINESS
                       ADD 1 TO ITEM-AGE-BDAYS
                   END-IF
               END-IF
           END-IF
           .

       PRINT-AGING-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'CLAIMS READ:              ' CLAIMS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'UNDER ASSESSMENT:         ' CLAIMS-UNDER-ASSESS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  NOT YET SENT:           ' CLAIMS-NOT-YET-SENT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  ON TIME:                ' CLAIMS-ON-TIME
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  DUE:                    ' CLAIMS-DUE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  OVER LIMIT:             ' CLAIMS-OVER
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  WELL OVER LIMIT:        ' CLAIMS-WELL-OVER
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE OLDEST-CLAIM-AGE TO AGE-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '  OLDEST (BUSINESS DAYS): ' AGE-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'ACCEPTED - BEING PAID:    ' CLAIMS-BEING-PAID
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  BENEFIT OVERDUE:        ' BENEFITS-OVERDUE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE CLAIMS-READ TO RUN-LOG-READ
           COMPUTE RUN-LOG-WRITTEN =
               CLAIMS-UNDER-ASSESS + CLAIMS-BEING-PAID
           COMPUTE RUN-LOG-REJECTED =
               CLAIMS-OVER + CLAIMS-WELL-OVER + BENEFITS-OVERDUE
           .

       COPY RUNLOGP.

       END PROGRAM 'CSPPIAGE'.
