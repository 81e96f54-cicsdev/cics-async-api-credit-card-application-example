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
      *  CSGLEXTR
      *
      * Daily general ledger journal extract. Finance used to re-key
      * the card book's numbers into the general ledger by hand
      * every month; this job hands them a balanced journal for one
      * day (GLCTL DATE=YYYYMMDD, default today) built from the
      * financial events the suite already records:
      *
      *   - every CARDLDG row posted on the day (see
      *     copy/CARDLDG.cpy) - purchases, payments, interest, late
      *     fees, and the annual fees and balance transfers CSFEEBIL
      *     and CSBTEXTR hand to CSPOSTNG, which reach the ledger
      *     as its FEEBILL and BTINSTR rows and are taken from there
      *     so nothing is journalled twice;
      *   - every secured deposit SDEP funded on the day (DEPTRACK,
      *     see copy/DEPTRACK.cpy);
      *   - every payment protection premium CSPPIEXT enrolled on
      *     the day (PPIENROL, see copy/PPIENROL.cpy);
      *   - on the day the monthly CSPTSEXP run values the rewards
      *     points outstanding, the movement in the points liability
      *     (PTSLIAB, see copy/PTSLIAB.cpy) - a rise is journalled
      *     as direction C, a release as D.
      *
      * Each event - its source, its type and which way it moved
      * the cardholder - is looked up on the GLMAP mapping file
      * (see copy/GLMAP.cpy) for the GL account pair it posts to,
      * and the journal (see copy/GLJRNL.cpy) carries one debit and
      * one credit line per event, summarised for the day.
      *
      * Nothing goes to finance unless all three of these hold - a
      * refused run writes no journal, ends with RETURN-CODE 8 and
      * does not register on DAYCTL, so it can be rerun once put
      * right:
      *
      *   1) every event found is mapped - an event with no GLMAP
      *      row is named on SYSOUT and stops the run rather than
      *      being left out of the ledger;
      *   2) the journal balances to zero - total debits equal
      *      total credits, and both equal the day's event total;
      *   3) the control totals tie back to the CSBALANC figures for
      *      the day (BALFIGS, see copy/BALFIGS.cpy) - ledger
      *      debits, ledger credits, deposits funded and premiums
      *      enrolled, count and amount each. The points liability
      *      is a valuation, not money moved on a card, so it has
      *      no CSBALANC figure and stands outside the tie.
      *
      * Part of the nightly chain - registers on DAYCTL behind
      * CSBALANC (see copy/DAYCTLP.cpy), so the figures it ties to
      * are the night's own. This is a batch program (no CICS)
      * driven by JCL - see jcl/CSGLEXTR.jcl.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSGLEXTR.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT DAYCTL ASSIGN TO DAYCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DY-CONTROL-KEY
                  FILE STATUS IS DAYCTL-STATUS.

           SELECT CARDLDG ASSIGN TO CARDLDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS LG-LEDGER-KEY
                  FILE STATUS IS CARDLDG-STATUS.

           SELECT DEPTRACK ASSIGN TO DEPTRACK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DT-DEPOSIT-KEY
                  FILE STATUS IS DEPTRACK-STATUS.

           SELECT ENROL-EXTRACT ASSIGN TO PPIENROL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS PPIENROL-STATUS.

           SELECT LIABILITY-EXTRACT ASSIGN TO PTSLIAB
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS PTSLIAB-STATUS.

           SELECT GLMAP ASSIGN TO GLMAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS GM-EVENT-KEY
                  FILE STATUS IS GLMAP-STATUS.

           SELECT BALFIGS-FILE ASSIGN TO BALFIGS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS BALFIGS-STATUS.

           SELECT GL-JOURNAL ASSIGN TO GLJRNL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS GLJRNL-STATUS.

           SELECT CONTROL-CARDS ASSIGN TO GLCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS GLCTL-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  DAYCTL.
           COPY DAYCTL.

        FD  CARDLDG.
           COPY CARDLDG.

        FD  DEPTRACK.
           COPY DEPTRACK.

        FD  ENROL-EXTRACT.
           COPY PPIENROL.

        FD  LIABILITY-EXTRACT.
           COPY PTSLIAB.

        FD  GLMAP.
           COPY GLMAP.

        FD  BALFIGS-FILE.
           COPY BALFIGS.

        FD  GL-JOURNAL.
           COPY GLJRNL.

        FD  CONTROL-CARDS.
        01  CONTROL-CARD-RECORD     PIC X(80).

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSGLEXTR'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSGLEXTR'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

      * Business-day close-out control - see copy/DAYCTL.cpy and
      * the shared CHECK-DAY-CONTROL/REGISTER-DAY-COMPLETION
      * fragment in copy/DAYCTLP.cpy.
       1 DAYCTL-STATUS            PIC X(2) VALUE '00'.
       1 DC-JOB-NAME-SELF         PIC X(8) VALUE 'CSGLEXTR'.
       1 DC-PREREQ-JOB            PIC X(8) VALUE 'CSBALANC'.
       1 DAY-CONTROL-OK           PIC X(1) VALUE 'Y'.
       1 RUN-DATE                 PIC X(8) VALUE SPACES.
       1 RUN-TIME                 PIC X(8) VALUE SPACES.

       1 CARDLDG-STATUS            PIC X(2) VALUE '00'.
       1 DEPTRACK-STATUS           PIC X(2) VALUE '00'.
       1 PPIENROL-STATUS           PIC X(2) VALUE '00'.
       1 PTSLIAB-STATUS            PIC X(2) VALUE '00'.
       1 GLMAP-STATUS              PIC X(2) VALUE '00'.
       1 BALFIGS-STATUS            PIC X(2) VALUE '00'.
       1 GLJRNL-STATUS             PIC X(2) VALUE '00'.
       1 GLCTL-STATUS              PIC X(2) VALUE '00'.
       1 END-OF-LEDGER             PIC X(1) VALUE 'N'.
       1 END-OF-DEPOSITS           PIC X(1) VALUE 'N'.
       1 END-OF-ENROLMENTS         PIC X(1) VALUE 'N'.
       1 END-OF-VALUATIONS         PIC X(1) VALUE 'N'.
       1 END-OF-FIGURES            PIC X(1) VALUE 'N'.
       1 END-OF-CONTROL-CARDS      PIC X(1) VALUE 'N'.

       1 JOURNAL-DATE              PIC X(8) VALUE SPACES.
       1 RUN-REFUSED               PIC X(1) VALUE 'N'.

      * The event in hand, as it is added to the day's table.
       1 THIS-EVENT.
         2 THIS-EVENT-SOURCE       PIC X(8).
         2 THIS-EVENT-TYPE         PIC X(8).
         2 THIS-DIRECTION          PIC X(1).
       1 THIS-AMOUNT               PIC 9(9)V99 VALUE 0.

      * One entry per distinct event seen on the day, carrying its
      * GLMAP account pair and the day's count and amount.
       1 EVENT-TABLE.
         2 EVENT-ENTRY             OCCURS 50.
           3 EV-EVENT-KEY.
             4 EV-EVENT-SOURCE     PIC X(8).
             4 EV-EVENT-TYPE       PIC X(8).
             4 EV-DIRECTION        PIC X(1).
           3 EV-MAPPED             PIC X(1).
           3 EV-DEBIT-ACCOUNT      PIC X(10).
           3 EV-CREDIT-ACCOUNT     PIC X(10).
           3 EV-DESCRIPTION        PIC X(25).
           3 EV-ITEM-COUNT         PIC 9(7).
           3 EV-AMOUNT             PIC 9(11)V99.
       1 EVENT-COUNT               PIC S9(4) COMP VALUE 0.
       1 EVENT-IX                  PIC S9(4) COMP VALUE 0.
       1 EVENT-FOUND               PIC X(1) VALUE 'N'.

      * The day's control totals, kept the way CSBALANC keeps them
      * - see copy/BALFIGS.cpy.
       1 CONTROL-TOTALS.
         2 LEDGER-DEBIT-COUNT      PIC 9(7) VALUE 0.
         2 LEDGER-DEBIT-AMOUNT     PIC 9(11)V99 VALUE 0.
         2 LEDGER-CREDIT-COUNT     PIC 9(7) VALUE 0.
         2 LEDGER-CREDIT-AMOUNT    PIC 9(11)V99 VALUE 0.
         2 DEPOSIT-COUNT           PIC 9(7) VALUE 0.
         2 DEPOSIT-AMOUNT          PIC 9(11)V99 VALUE 0.
         2 PREMIUM-COUNT           PIC 9(7) VALUE 0.
         2 PREMIUM-AMOUNT          PIC 9(11)V99 VALUE 0.

      * The points liability movement - journalled, not tied.
       1 POINTS-LIABILITY-MOVEMENT PIC S9(11)V99 VALUE 0.

      * The CSBALANC side of the tie, one figure at a time.
       1 OUR-COUNT                 PIC 9(7) VALUE 0.
       1 OUR-AMOUNT                PIC 9(11)V99 VALUE 0.
       1 FIGURES-TIED              PIC 9(1) VALUE 0.
       1 FIGURES-FOUND             PIC 9(1) VALUE 0.

       1 JOURNAL-TOTALS.
         2 EVENT-KINDS             PIC 9(5) VALUE 0.
         2 UNMAPPED-EVENTS         PIC 9(5) VALUE 0.
         2 EVENT-ITEMS             PIC 9(7) VALUE 0.
         2 EVENT-AMOUNT-TOTAL      PIC 9(11)V99 VALUE 0.
         2 JOURNAL-DEBITS          PIC 9(11)V99 VALUE 0.
         2 JOURNAL-CREDITS         PIC 9(11)V99 VALUE 0.
         2 JOURNAL-NET             PIC S9(11)V99 VALUE 0.
         2 JOURNAL-LINES           PIC 9(7) VALUE 0.

       1 AMOUNT-EDIT               PIC Z(10)9.99.
       1 OTHER-AMOUNT-EDIT         PIC Z(10)9.99.
       1 NET-EDIT                  PIC -(10)9.99.

       1 REPORT-LINE               PIC X(100).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME

      * The day-control gate - a double run, a CSBALANC that has not
      * run yet, or a closed day stops here, before any file is
      * touched.
           PERFORM CHECK-DAY-CONTROL
           IF DAY-CONTROL-OK = 'N'
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF

           ACCEPT JOURNAL-DATE FROM DATE YYYYMMDD

           PERFORM READ-CONTROL-CARDS

           OPEN INPUT GLMAP

           PERFORM COLLECT-LEDGER-EVENTS
           PERFORM COLLECT-DEPOSIT-EVENTS
           PERFORM COLLECT-PREMIUM-EVENTS
           PERFORM COLLECT-LIABILITY-EVENTS

           CLOSE GLMAP

           PERFORM TIE-TO-BALANCE-FIGURES

           PERFORM PROVE-JOURNAL-BALANCE

           IF RUN-REFUSED = 'N'
               PERFORM WRITE-GL-JOURNAL
           END-IF

           PERFORM PRINT-JOURNAL-SUMMARY

           IF RUN-REFUSED = 'N'
               PERFORM REGISTER-DAY-COMPLETION
           ELSE
               DISPLAY 'GL JOURNAL NOT WRITTEN - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

       READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARDS

           IF GLCTL-STATUS = '00'
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

           IF GLCTL-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CONTROL-CARDS
           END-IF
           .

       APPLY-CONTROL-CARD.
           IF CONTROL-CARD-RECORD(1:5) = 'DATE='
              AND CONTROL-CARD-RECORD(6:8) IS NUMERIC
               MOVE CONTROL-CARD-RECORD(6:8) TO JOURNAL-DATE
           END-IF

           PERFORM READ-NEXT-CONTROL-CARD
           .

      ******************************************************************
      * Collecting the day's events. An input that has not landed
      * (no PPIENROL extract outside an enrolment run, say) counts
      * as nothing - CSBALANC treats it the same way, so the tie
      * still holds.
      ******************************************************************
       COLLECT-LEDGER-EVENTS.
           OPEN INPUT CARDLDG

           IF CARDLDG-STATUS = '00'
               PERFORM READ-NEXT-LEDGER-ROW
               PERFORM COLLECT-ONE-LEDGER-ROW
                   UNTIL END-OF-LEDGER = 'Y'

               CLOSE CARDLDG
           END-IF
           .

       READ-NEXT-LEDGER-ROW.
           READ CARDLDG NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-LEDGER
           END-READ
           .

      * A ledger event is the feed, the transaction type and the
      * direction - a PAYMENT credit and a returned direct debit
      * (a PAYMENT debit) post to different accounts.
       COLLECT-ONE-LEDGER-ROW.
           IF LG-POST-DATE = JOURNAL-DATE
               IF LG-IS-DEBIT
                   ADD 1         TO LEDGER-DEBIT-COUNT
                   ADD LG-AMOUNT TO LEDGER-DEBIT-AMOUNT
               ELSE
                   ADD 1         TO LEDGER-CREDIT-COUNT
                   ADD LG-AMOUNT TO LEDGER-CREDIT-AMOUNT
               END-IF

               MOVE LG-SOURCE       TO THIS-EVENT-SOURCE
               MOVE LG-TRAN-TYPE    TO THIS-EVENT-TYPE
               MOVE LG-DEBIT-CREDIT TO THIS-DIRECTION
               MOVE LG-AMOUNT       TO THIS-AMOUNT
               PERFORM ADD-TO-EVENT-TABLE
           END-IF

           PERFORM READ-NEXT-LEDGER-ROW
           .

       COLLECT-DEPOSIT-EVENTS.
           OPEN INPUT DEPTRACK

           IF DEPTRACK-STATUS = '00'
               PERFORM READ-NEXT-DEPOSIT
               PERFORM COLLECT-ONE-DEPOSIT
                   UNTIL END-OF-DEPOSITS = 'Y'

               CLOSE DEPTRACK
           END-IF
           .

       READ-NEXT-DEPOSIT.
           READ DEPTRACK NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-DEPOSITS
           END-READ
           .

      * Money received from the cardholder - a credit to them.
       COLLECT-ONE-DEPOSIT.
           IF DT-FUNDED-DATE = JOURNAL-DATE
               ADD 1                 TO DEPOSIT-COUNT
               ADD DT-DEPOSIT-AMOUNT TO DEPOSIT-AMOUNT

               MOVE 'DEPTRACK'        TO THIS-EVENT-SOURCE
               MOVE 'DEPOSIT '        TO THIS-EVENT-TYPE
               MOVE 'C'               TO THIS-DIRECTION
               MOVE DT-DEPOSIT-AMOUNT TO THIS-AMOUNT
               PERFORM ADD-TO-EVENT-TABLE
           END-IF

           PERFORM READ-NEXT-DEPOSIT
           .

       COLLECT-PREMIUM-EVENTS.
           OPEN INPUT ENROL-EXTRACT

           IF PPIENROL-STATUS = '00'
               PERFORM READ-NEXT-ENROLMENT
               PERFORM COLLECT-ONE-ENROLMENT
                   UNTIL END-OF-ENROLMENTS = 'Y'

               CLOSE ENROL-EXTRACT
           END-IF
           .

       READ-NEXT-ENROLMENT.
           READ ENROL-EXTRACT
               AT END
                   MOVE 'Y' TO END-OF-ENROLMENTS
           END-READ
           .

      * A premium charged to the cardholder - a debit to them.
       COLLECT-ONE-ENROLMENT.
           IF EN-EXTRACT-DATE = JOURNAL-DATE
               COMPUTE THIS-AMOUNT ROUNDED =
                   EN-COVERED-LIMIT * EN-PREMIUM-PCT / 100

               ADD 1           TO PREMIUM-COUNT
               ADD THIS-AMOUNT TO PREMIUM-AMOUNT

               MOVE 'PPIENROL' TO THIS-EVENT-SOURCE
               MOVE 'PREMIUM ' TO THIS-EVENT-TYPE
               MOVE 'D'        TO THIS-DIRECTION
               PERFORM ADD-TO-EVENT-TABLE
           END-IF

           PERFORM READ-NEXT-ENROLMENT
           .

       COLLECT-LIABILITY-EVENTS.
           OPEN INPUT LIABILITY-EXTRACT

           IF PTSLIAB-STATUS = '00'
               PERFORM READ-NEXT-VALUATION
               PERFORM COLLECT-ONE-VALUATION
                   UNTIL END-OF-VALUATIONS = 'Y'

               CLOSE LIABILITY-EXTRACT
           END-IF
           .

       READ-NEXT-VALUATION.
           READ LIABILITY-EXTRACT
               AT END
                   MOVE 'Y' TO END-OF-VALUATIONS
           END-READ
           .

      * A rise in the points owed to cardholders is credited to
      * them - direction C; a release, D. No movement, no event.
       COLLECT-ONE-VALUATION.
           IF LV-VALUATION-DATE = JOURNAL-DATE
              AND LV-MOVEMENT NOT = 0
               ADD LV-MOVEMENT TO POINTS-LIABILITY-MOVEMENT

               MOVE 'PTSLIAB ' TO THIS-EVENT-SOURCE
               MOVE 'POINTS  ' TO THIS-EVENT-TYPE
               IF LV-MOVEMENT > 0
                   MOVE 'C' TO THIS-DIRECTION
                   MOVE LV-MOVEMENT TO THIS-AMOUNT
               ELSE
                   MOVE 'D' TO THIS-DIRECTION
                   COMPUTE THIS-AMOUNT = 0 - LV-MOVEMENT
               END-IF
               PERFORM ADD-TO-EVENT-TABLE
           END-IF

           PERFORM READ-NEXT-VALUATION
           .

      ******************************************************************
      * The event table. The first item of an event looks its
      * account pair up on GLMAP; an event GLMAP does not know (or
      * names no account for) is reported once and refuses the run.
      ******************************************************************
       ADD-TO-EVENT-TABLE.
           ADD 1           TO EVENT-ITEMS
           ADD THIS-AMOUNT TO EVENT-AMOUNT-TOTAL

           MOVE 'N' TO EVENT-FOUND
           MOVE 1   TO EVENT-IX

           PERFORM MATCH-ONE-EVENT
               UNTIL EVENT-FOUND = 'Y'
                  OR EVENT-IX > EVENT-COUNT

           IF EVENT-FOUND = 'N'
               IF EVENT-COUNT < 50
                   PERFORM START-NEW-EVENT
               ELSE
                   MOVE 'Y' TO RUN-REFUSED
                   MOVE SPACES TO REPORT-LINE
                   STRING 'EVENT TABLE FULL - NO ROOM FOR: '
                          THIS-EVENT-SOURCE ' ' THIS-EVENT-TYPE
                          ' ' THIS-DIRECTION
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               END-IF
           END-IF

           IF EVENT-FOUND = 'Y'
               ADD 1           TO EV-ITEM-COUNT (EVENT-IX)
               ADD THIS-AMOUNT TO EV-AMOUNT (EVENT-IX)
           END-IF
           .

       MATCH-ONE-EVENT.
           IF EV-EVENT-KEY (EVENT-IX) = THIS-EVENT
               MOVE 'Y' TO EVENT-FOUND
           ELSE
               ADD 1 TO EVENT-IX
           END-IF
           .

       START-NEW-EVENT.
           ADD 1 TO EVENT-COUNT
           MOVE EVENT-COUNT TO EVENT-IX
           MOVE 'Y'         TO EVENT-FOUND

           MOVE THIS-EVENT  TO EV-EVENT-KEY (EVENT-IX)
           MOVE 0           TO EV-ITEM-COUNT (EVENT-IX)
           MOVE 0           TO EV-AMOUNT (EVENT-IX)

           MOVE THIS-EVENT  TO GM-EVENT-KEY

           READ GLMAP
               KEY IS GM-EVENT-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF GLMAP-STATUS = '00'
              AND GM-DEBIT-ACCOUNT NOT = SPACES
              AND GM-CREDIT-ACCOUNT NOT = SPACES
               MOVE 'Y'               TO EV-MAPPED (EVENT-IX)
               MOVE GM-DEBIT-ACCOUNT  TO EV-DEBIT-ACCOUNT (EVENT-IX)
               MOVE GM-CREDIT-ACCOUNT TO EV-CREDIT-ACCOUNT (EVENT-IX)
               MOVE GM-DESCRIPTION    TO EV-DESCRIPTION (EVENT-IX)
           ELSE
               MOVE 'N'    TO EV-MAPPED (EVENT-IX)
               MOVE SPACES TO EV-DEBIT-ACCOUNT (EVENT-IX)
               MOVE SPACES TO EV-CREDIT-ACCOUNT (EVENT-IX)
               MOVE SPACES TO EV-DESCRIPTION (EVENT-IX)
               MOVE 'Y'    TO RUN-REFUSED
               ADD 1       TO UNMAPPED-EVENTS
               MOVE SPACES TO REPORT-LINE
               STRING 'UNMAPPED EVENT - NO GLMAP ROW FOR SOURCE '
                      THIS-EVENT-SOURCE ' TYPE ' THIS-EVENT-TYPE
                      ' DIRECTION ' THIS-DIRECTION
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

      ******************************************************************
      * The tie to CSBALANC. All four figures must be there for the
      * journal date - a missing one means CSBALANC balanced some
      * other day, or not at all.
      ******************************************************************
       TIE-TO-BALANCE-FIGURES.
           MOVE 0 TO FIGURES-FOUND
           MOVE 0 TO FIGURES-TIED

           OPEN INPUT BALFIGS-FILE

           IF BALFIGS-STATUS = '00'
               PERFORM READ-NEXT-FIGURE
               PERFORM TIE-ONE-FIGURE
                   UNTIL END-OF-FIGURES = 'Y'

               CLOSE BALFIGS-FILE
           END-IF

           IF FIGURES-FOUND NOT = 4
               MOVE 'Y' TO RUN-REFUSED
               MOVE SPACES TO REPORT-LINE
               STRING 'NO CSBALANC FIGURES FOR ' JOURNAL-DATE
                      ' - RUN CSBALANC FOR THE DAY FIRST'
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

       READ-NEXT-FIGURE.
           READ BALFIGS-FILE
               AT END
                   MOVE 'Y' TO END-OF-FIGURES
           END-READ
           .

       TIE-ONE-FIGURE.
           IF BF-BALANCE-DATE = JOURNAL-DATE
               EVALUATE BF-FIGURE-ID
                   WHEN 'LDGDEBIT'
                       MOVE LEDGER-DEBIT-COUNT   TO OUR-COUNT
                       MOVE LEDGER-DEBIT-AMOUNT  TO OUR-AMOUNT
                       PERFORM COMPARE-ONE-FIGURE
                   WHEN 'LDGCREDT'
                       MOVE LEDGER-CREDIT-COUNT  TO OUR-COUNT
                       MOVE LEDGER-CREDIT-AMOUNT TO OUR-AMOUNT
                       PERFORM COMPARE-ONE-FIGURE
                   WHEN 'DEPOSIT '
                       MOVE DEPOSIT-COUNT        TO OUR-COUNT
                       MOVE DEPOSIT-AMOUNT       TO OUR-AMOUNT
                       PERFORM COMPARE-ONE-FIGURE
                   WHEN 'PPIPREM '
                       MOVE PREMIUM-COUNT        TO OUR-COUNT
                       MOVE PREMIUM-AMOUNT       TO OUR-AMOUNT
                       PERFORM COMPARE-ONE-FIGURE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           PERFORM READ-NEXT-FIGURE
           .

       COMPARE-ONE-FIGURE.
           ADD 1 TO FIGURES-FOUND

           IF OUR-COUNT = BF-ITEM-COUNT
              AND OUR-AMOUNT = BF-AMOUNT
               ADD 1 TO FIGURES-TIED
           ELSE
               MOVE 'Y' TO RUN-REFUSED
               MOVE OUR-AMOUNT TO AMOUNT-EDIT
               MOVE BF-AMOUNT  TO OTHER-AMOUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING 'OUT OF TIE: ' BF-FIGURE-ID
                      ' JOURNAL ' OUR-COUNT ' ' AMOUNT-EDIT
                      ' CSBALANC ' BF-ITEM-COUNT ' '
                      OTHER-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

      * Every event posts its whole amount once to each side, so
      * the journal nets to zero and each side equals the day's
      * event total - proved here on the lines about to be written
      * (an unmapped event has no lines, and has refused the run
      * already).
       PROVE-JOURNAL-BALANCE.
           MOVE 0 TO JOURNAL-DEBITS
           MOVE 0 TO JOURNAL-CREDITS
           MOVE 0 TO EVENT-IX

           PERFORM TOTAL-ONE-EVENT
               EVENT-COUNT TIMES

           COMPUTE JOURNAL-NET = JOURNAL-DEBITS - JOURNAL-CREDITS

           IF JOURNAL-NET NOT = 0
              OR (UNMAPPED-EVENTS = 0
                  AND JOURNAL-DEBITS NOT = EVENT-AMOUNT-TOTAL)
               MOVE 'Y' TO RUN-REFUSED
               MOVE JOURNAL-NET TO NET-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING 'JOURNAL OUT OF BALANCE - NET ' NET-EDIT
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

       TOTAL-ONE-EVENT.
           ADD 1 TO EVENT-IX

           IF EV-MAPPED (EVENT-IX) = 'Y'
               ADD EV-AMOUNT (EVENT-IX) TO JOURNAL-DEBITS
               ADD EV-AMOUNT (EVENT-IX) TO JOURNAL-CREDITS
           END-IF
           .

      ******************************************************************
      * The journal itself - header, a debit and a credit line per
      * event, trailer.
      ******************************************************************
       WRITE-GL-JOURNAL.
           OPEN OUTPUT GL-JOURNAL

           MOVE SPACES       TO GLJRNL-HEADER-RECORD
           MOVE 'H'          TO GJ-HDR-RECORD-TYPE
           MOVE JOURNAL-DATE TO GJ-HDR-JOURNAL-DATE
           MOVE RUN-DATE     TO GJ-HDR-RUN-DATE
           MOVE RUN-TIME     TO GJ-HDR-RUN-TIME
           WRITE GLJRNL-HEADER-RECORD

           MOVE 0 TO JOURNAL-LINES
           MOVE 0 TO EVENT-IX

           PERFORM WRITE-ONE-EVENT-PAIR
               EVENT-COUNT TIMES

           MOVE SPACES          TO GLJRNL-TRAILER-RECORD
           MOVE 'T'             TO GJ-TRL-RECORD-TYPE
           MOVE JOURNAL-DATE    TO GJ-TRL-JOURNAL-DATE
           MOVE JOURNAL-LINES   TO GJ-TRL-LINE-COUNT
           MOVE JOURNAL-DEBITS  TO GJ-TRL-TOTAL-DEBITS
           MOVE JOURNAL-CREDITS TO GJ-TRL-TOTAL-CREDITS
           MOVE EVENT-ITEMS     TO GJ-TRL-ITEM-COUNT
           WRITE GLJRNL-TRAILER-RECORD

           CLOSE GL-JOURNAL
           .

       WRITE-ONE-EVENT-PAIR.
           ADD 1 TO EVENT-IX

           MOVE SPACES                       TO GLJRNL-RECORD
           MOVE 'D'                          TO GJ-RECORD-TYPE
           MOVE JOURNAL-DATE                 TO GJ-JOURNAL-DATE
           MOVE EV-EVENT-SOURCE (EVENT-IX)   TO GJ-EVENT-SOURCE
           MOVE EV-EVENT-TYPE (EVENT-IX)     TO GJ-EVENT-TYPE
           MOVE EV-DIRECTION (EVENT-IX)      TO GJ-DIRECTION
           MOVE EV-ITEM-COUNT (EVENT-IX)     TO GJ-EVENT-COUNT
           MOVE EV-AMOUNT (EVENT-IX)         TO GJ-AMOUNT
           MOVE EV-DESCRIPTION (EVENT-IX)    TO GJ-DESCRIPTION

           ADD 1 TO JOURNAL-LINES
           MOVE JOURNAL-LINES                TO GJ-LINE-NO
           MOVE EV-DEBIT-ACCOUNT (EVENT-IX)  TO GJ-GL-ACCOUNT
           MOVE 'D'                          TO GJ-DEBIT-CREDIT
           WRITE GLJRNL-RECORD

           ADD 1 TO JOURNAL-LINES
           MOVE JOURNAL-LINES                TO GJ-LINE-NO
           MOVE EV-CREDIT-ACCOUNT (EVENT-IX) TO GJ-GL-ACCOUNT
           MOVE 'C'                          TO GJ-DEBIT-CREDIT
           WRITE GLJRNL-RECORD
           .

       PRINT-JOURNAL-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'JOURNAL DATE..........: ' JOURNAL-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE LEDGER-DEBIT-AMOUNT TO AMOUNT-EDIT
           STRING 'LEDGER DEBITS.........: ' LEDGER-DEBIT-COUNT
                  '  AMOUNT: ' AMOUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE LEDGER-CREDIT-AMOUNT TO AMOUNT-EDIT
           STRING 'LEDGER CREDITS........: ' LEDGER-CREDIT-COUNT
                  '  AMOUNT: ' AMOUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE DEPOSIT-AMOUNT TO AMOUNT-EDIT
           STRING 'DEPOSITS FUNDED.......: ' DEPOSIT-COUNT
                  '  AMOUNT: ' AMOUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE PREMIUM-AMOUNT TO AMOUNT-EDIT
           STRING 'PPI PREMIUMS ENROLLED.: ' PREMIUM-COUNT
                  '  AMOUNT: ' AMOUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE POINTS-LIABILITY-MOVEMENT TO NET-EDIT
           STRING 'POINTS LIABILITY MOVED: ' NET-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE EVENT-COUNT TO EVENT-KINDS
           STRING 'EVENTS................: ' EVENT-KINDS
                  '  UNMAPPED: ' UNMAPPED-EVENTS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CSBALANC FIGURES TIED.: ' FIGURES-TIED
                  ' OF 4'
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE JOURNAL-DEBITS TO AMOUNT-EDIT
           STRING 'JOURNAL DEBITS........: ' AMOUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE JOURNAL-CREDITS TO AMOUNT-EDIT
           STRING 'JOURNAL CREDITS.......: ' AMOUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE JOURNAL-NET TO NET-EDIT
           STRING 'JOURNAL NET...........: ' NET-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'JOURNAL LINES WRITTEN.: ' JOURNAL-LINES
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

       COPY DAYCTLP.

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE EVENT-COUNT TO RUN-LOG-READ
           MOVE JOURNAL-LINES TO RUN-LOG-WRITTEN
           MOVE UNMAPPED-EVENTS TO RUN-LOG-REJECTED
           .

       COPY RUNLOGP.

       END PROGRAM 'CSGLEXTR'.
