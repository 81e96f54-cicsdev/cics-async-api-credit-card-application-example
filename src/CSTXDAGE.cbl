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
      *  CSTXDAGE
      *
      * Weekly transaction dispute aging report. Every stage of a
      * cardholder's dispute (see copy/TXNDISP.cpy) runs to a
      * deadline - the scheme's for its own answers, ours for the
      * cardholder's provisional credit and for deciding on a
      * re-presented charge - and one missed loses the chargeback
      * or breaks the scheme's rules. This job reads every case on
      * TXNDISP and ages, in business days off the BUSCAL calendar,
      * the ones still open against the deadline for the stage each
      * is at:
      *
      *   RAISED, CHGBKSNT  waiting on the merchant's answer, since
      *                     TD-STATUS-DATE, against the response
      *                     limit; RAISED cases have not yet gone to
      *                     the scheme on a CSCBKEXT extract and are
      *                     counted apart;
      *   REPRSNTD          waiting on our decision (arbitration, or
      *                     accept it) through the TDSP transaction,
      *                     since TD-STATUS-DATE, against the
      *                     decision limit;
      *   ARBREQ, ARBITRTN  waiting on the scheme's ruling, since
      *                     TD-STATUS-DATE, against the ruling limit;
      *                     ARBREQ cases are counted as not yet sent.
      *
      * Each case is bucketed ON TIME (up to half its limit), DUE
      * (past half) or OVER (past the limit); every case OVER is
      * listed. Apart from its stage, an open case whose provisional
      * credit is not yet on the card longer than the credit limit
      * after it was raised is listed as a credit overdue.
      *
      * Days are counted the way CSWIPAGE counts - business days
      * strictly after the date, up to and including today (see
      * copy/BUSCAL.cpy). An unloaded calendar cannot age anything,
      * so the run says so and ends with RETURN-CODE 8.
      *
      * TDAGCTL control cards (optional):
      *   CREDIT=nnn    business days to the provisional credit (10)
      *   RESPOND=nnn   business days the merchant has to answer a
      *                 chargeback (45)
      *   DECIDE=nnn    business days we have to decide on a
      *                 re-presented charge (10)
      *   RULING=nnn    business days the scheme takes to rule (60)
      *
      * RC 4 when a case is over its limit or a credit is overdue.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSTXDAGE.jcl. Schedule weekly.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSTXDAGE.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT CONTROL-CARDS ASSIGN TO TDAGCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS TDAGCTL-STATUS.

           SELECT TXNDISP ASSIGN TO TXNDISP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TD-DISPUTE-KEY
                  FILE STATUS IS TXNDISP-STATUS.

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

        FD  TXNDISP.
           COPY TXNDISP.

        FD  BUSCAL.
           COPY BUSCAL.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSTXDAGE'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSTXDAGE'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 RUN-DATE                 PIC X(8) VALUE SPACES.
       1 RUN-TIME                 PIC X(8) VALUE SPACES.

       1 TDAGCTL-STATUS           PIC X(2) VALUE '00'.
       1 TXNDISP-STATUS           PIC X(2) VALUE '00'.
       1 BUSCAL-STATUS            PIC X(2) VALUE '00'.
       1 END-OF-CONTROL-CARDS     PIC X(1) VALUE 'N'.
       1 END-OF-TXNDISP           PIC X(1) VALUE 'N'.
       1 END-OF-CALENDAR          PIC X(1) VALUE 'N'.
       1 CALENDAR-LOADED          PIC X(1) VALUE 'N'.

      * Business days each stage of a case may take - overridden by
      * CREDIT=, RESPOND=, DECIDE= and RULING= control cards.
       1 CREDIT-LIMIT-BDAYS       PIC 9(3) VALUE 10.
       1 RESPOND-LIMIT-BDAYS      PIC 9(3) VALUE 45.
       1 DECIDE-LIMIT-BDAYS       PIC 9(3) VALUE 10.
       1 RULING-LIMIT-BDAYS       PIC 9(3) VALUE 60.

      * The case being aged, the date it is aged from and the
      * limit for the stage it is at.
       1 AGE-FROM-DATE            PIC X(8) VALUE SPACES.
       1 ITEM-AGE-BDAYS           PIC 9(5) VALUE 0.
       1 STAGE-LIMIT-BDAYS        PIC 9(3) VALUE 0.
       1 HALF-LIMIT-BDAYS         PIC 9(3) VALUE 0.

       1 AGE-DISPLAY              PIC Z(4)9.
       1 AMOUNT-DISPLAY           PIC Z(6)9.99.

       1 AGING-TOTALS.
         2 CASES-READ             PIC 9(7) VALUE 0.
         2 CASES-OPEN             PIC 9(7) VALUE 0.
         2 CASES-AWAITING-MERCHANT PIC 9(7) VALUE 0.
         2 CASES-AWAITING-DECISION PIC 9(7) VALUE 0.
         2 CASES-AWAITING-RULING  PIC 9(7) VALUE 0.
         2 CASES-NOT-YET-SENT     PIC 9(7) VALUE 0.
         2 CASES-ON-TIME          PIC 9(7) VALUE 0.
         2 CASES-DUE              PIC 9(7) VALUE 0.
         2 CASES-OVER             PIC 9(7) VALUE 0.
         2 OLDEST-STAGE-AGE       PIC 9(5) VALUE 0.
         2 CREDITS-OVERDUE        PIC 9(7) VALUE 0.

       1 REPORT-LINE              PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME

           PERFORM CHECK-CALENDAR-LOADED
           IF CALENDAR-LOADED = 'N'
               DISPLAY 'DISPUTE AGING NOT RUN - BUSCAL CALENDAR NOT '
                   'LOADED'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF

           PERFORM READ-CONTROL-CARDS

           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'DISPUTE AGING AT ' RUN-DATE
                  ' - LIMITS CREDIT ' CREDIT-LIMIT-BDAYS
                  ' RESPOND ' RESPOND-LIMIT-BDAYS
                  ' DECIDE ' DECIDE-LIMIT-BDAYS
                  ' RULING ' RULING-LIMIT-BDAYS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '----------------------------------------------'

           OPEN INPUT TXNDISP
           IF TXNDISP-STATUS = '00'
               PERFORM READ-NEXT-CASE
               PERFORM AGE-ONE-CASE
                   UNTIL END-OF-TXNDISP = 'Y'
               CLOSE TXNDISP
           ELSE
               DISPLAY 'TXNDISP NOT AVAILABLE - STATUS '
                   TXNDISP-STATUS
           END-IF

           CLOSE BUSCAL

           PERFORM PRINT-AGING-SUMMARY

           IF CASES-OVER > 0
              OR CREDITS-OVERDUE > 0
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

           IF TDAGCTL-STATUS = '00'
               PERFORM READ-NEXT-CONTROL-CARD
               PERFORM APPLY-CONTROL-CARD
                   UNTIL END-OF-CONTROL-CARDS = 'Y'
               CLOSE CONTROL-CARDS
           END-IF

           IF CREDIT-LIMIT-BDAYS < 1
               MOVE 10 TO CREDIT-LIMIT-BDAYS
           END-IF
           IF RESPOND-LIMIT-BDAYS < 1
               MOVE 45 TO RESPOND-LIMIT-BDAYS
           END-IF
           IF DECIDE-LIMIT-BDAYS < 1
               MOVE 10 TO DECIDE-LIMIT-BDAYS
           END-IF
           IF RULING-LIMIT-BDAYS < 1
               MOVE 60 TO RULING-LIMIT-BDAYS
           END-IF
           .

       READ-NEXT-CONTROL-CARD.
           READ CONTROL-CARDS
               AT END
                   MOVE 'Y' TO END-OF-CONTROL-CARDS
           END-READ
           IF TDAGCTL-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CONTROL-CARDS
           END-IF
           .

       APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN CONTROL-CARD-RECORD(1:7) = 'CREDIT='
                AND CONTROL-CARD-RECORD(8:3) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(8:3)
                       TO CREDIT-LIMIT-BDAYS
               WHEN CONTROL-CARD-RECORD(1:8) = 'RESPOND='
                AND CONTROL-CARD-RECORD(9:3) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(9:3)
                       TO RESPOND-LIMIT-BDAYS
               WHEN CONTROL-CARD-RECORD(1:7) = 'DECIDE='
                AND CONTROL-CARD-RECORD(8:3) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(8:3)
                       TO DECIDE-LIMIT-BDAYS
               WHEN CONTROL-CARD-RECORD(1:7) = 'RULING='
                AND CONTROL-CARD-RECORD(8:3) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(8:3)
                       TO RULING-LIMIT-BDAYS
               WHEN OTHER
                   DISPLAY 'TDAGCTL CARD IGNORED: '
                           CONTROL-CARD-RECORD
           END-EVALUATE

           PERFORM READ-NEXT-CONTROL-CARD
           .

       READ-NEXT-CASE.
           READ TXNDISP NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-TXNDISP
           END-READ

           IF TXNDISP-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-TXNDISP
           END-IF
           .

       AGE-ONE-CASE.
           ADD 1 TO CASES-READ

           IF TD-IS-OPEN
               ADD 1 TO CASES-OPEN
               PERFORM AGE-CASE-STAGE
               IF TD-CREDIT-DATE = SPACES
                   PERFORM AGE-CASE-CREDIT
               END-IF
           END-IF

           PERFORM READ-NEXT-CASE
           .

       AGE-CASE-STAGE.
           EVALUATE TRUE
               WHEN TD-IS-RAISED
                   ADD 1 TO CASES-NOT-YET-SENT
                   ADD 1 TO CASES-AWAITING-MERCHANT
                   MOVE RESPOND-LIMIT-BDAYS TO STAGE-LIMIT-BDAYS
               WHEN TD-IS-CHARGED-BACK
                   ADD 1 TO CASES-AWAITING-MERCHANT
                   MOVE RESPOND-LIMIT-BDAYS TO STAGE-LIMIT-BDAYS
               WHEN TD-IS-REPRESENTED
                   ADD 1 TO CASES-AWAITING-DECISION
                   MOVE DECIDE-LIMIT-BDAYS  TO STAGE-LIMIT-BDAYS
               WHEN TD-IS-ARB-REQUESTED
                   ADD 1 TO CASES-NOT-YET-SENT
                   ADD 1 TO CASES-AWAITING-RULING
                   MOVE RULING-LIMIT-BDAYS  TO STAGE-LIMIT-BDAYS
               WHEN OTHER
                   ADD 1 TO CASES-AWAITING-RULING
                   MOVE RULING-LIMIT-BDAYS  TO STAGE-LIMIT-BDAYS
           END-EVALUATE

           MOVE TD-STATUS-DATE TO AGE-FROM-DATE
           PERFORM COUNT-BUSINESS-AGE

           IF ITEM-AGE-BDAYS > OLDEST-STAGE-AGE
               MOVE ITEM-AGE-BDAYS TO OLDEST-STAGE-AGE
           END-IF

           DIVIDE STAGE-LIMIT-BDAYS BY 2 GIVING HALF-LIMIT-BDAYS

           EVALUATE TRUE
               WHEN ITEM-AGE-BDAYS > STAGE-LIMIT-BDAYS
                   ADD 1 TO CASES-OVER
                   MOVE ITEM-AGE-BDAYS TO AGE-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING 'OVER: ACCT ' TD-CUST-NO
                          ' SEQ ' TD-APPL-SEQ-NO
                          ' POSTING ' TD-POST-DATE '/' TD-POST-SEQ
                          ' ' TD-STATUS ' SINCE ' TD-STATUS-DATE
                          ' AGE ' AGE-DISPLAY
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               WHEN ITEM-AGE-BDAYS > HALF-LIMIT-BDAYS
                   ADD 1 TO CASES-DUE
               WHEN OTHER
                   ADD 1 TO CASES-ON-TIME
           END-EVALUATE
           .

      * The cardholder should not be out of pocket while the case
      * is worked - the credit is owed from the day it was raised.
       AGE-CASE-CREDIT.
           MOVE TD-RAISED-DATE TO AGE-FROM-DATE
           PERFORM COUNT-BUSINESS-AGE

           IF ITEM-AGE-BDAYS > CREDIT-LIMIT-BDAYS
               ADD 1 TO CREDITS-OVERDUE
               MOVE ITEM-AGE-BDAYS     TO AGE-DISPLAY
               MOVE TD-DISPUTED-AMOUNT TO AMOUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING 'CREDIT OVERDUE: ACCT ' TD-CUST-NO
                      ' SEQ ' TD-APPL-SEQ-NO
                      ' RAISED ' TD-RAISED-DATE
                      ' AMOUNT ' AMOUNT-DISPLAY
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
           STRING 'CASES READ:               ' CASES-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CASES OPEN:               ' CASES-OPEN
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  AWAITING MERCHANT:      ' CASES-AWAITING-MERCHANT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  AWAITING OUR DECISION:  ' CASES-AWAITING-DECISION
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  AWAITING RULING:        ' CASES-AWAITING-RULING
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  NOT YET SENT:           ' CASES-NOT-YET-SENT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  ON TIME:                ' CASES-ON-TIME
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  DUE:                    ' CASES-DUE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  OVER LIMIT:             ' CASES-OVER
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE OLDEST-STAGE-AGE TO AGE-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '  OLDEST (BUSINESS DAYS): ' AGE-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PROVISIONAL CREDIT LATE:  ' CREDITS-OVERDUE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE CASES-READ TO RUN-LOG-READ
           MOVE CASES-OPEN TO RUN-LOG-WRITTEN
           COMPUTE RUN-LOG-REJECTED =
               CASES-OVER + CREDITS-OVERDUE
           .

       COPY RUNLOGP.

       END PROGRAM 'CSTXDAGE'.
