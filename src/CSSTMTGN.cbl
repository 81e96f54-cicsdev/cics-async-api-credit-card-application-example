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
      *  CSSTMTGN
      *
      * Monthly cardholder statement run. The CSCYCCLS cycle close
      * (see src/CSCYCCLS.cbl) stamps CB-LAST-CYCLE-DATE on every
      * card it closes; this job walks CARDBAL (see
      * copy/CARDBAL.cpy) and produces a statement for every card
      * whose last cycle close is later than its last statement:
      *
      *   - the statement covers the card's CARDLDG rows posted
      *     after the last statement date, up to and including the
      *     cycle close date. The INTEREST rows the close posts go
      *     by their transaction date, the cycle day, instead - a
      *     close picked up late posts them after it, and they
      *     still belong on that cycle's statement and not the
      *     next;
      *   - page one carries the addressee, the opening balance
      *     (the last statement's closing balance), the payments
      *     and credits, purchases and other debits, fees and
      *     interest for the period, the closing balance, the
      *     credit limit (CC-CREDIT-LIMIT-AMOUNT), the credit
      *     still available, and the minimum payment and the date
      *     it is due (CB-MINIMUM-DUE/CB-PAYMENT-DUE-DATE, set by
      *     the close) - with any arrears it includes called out -
      *     and, for a card in the rewards programme, its points
      *     balance off PTSBAL (see copy/PTSBAL.cpy), which is kept
      *     as PB-LAST-STATEMENT-POINTS once the statement is out;
      *   - the ledger rows themselves are itemised on the pages
      *     after it, thirteen to a page, each with the last four
      *     digits of the card it was made on;
      *   - a position with authorized-user cards (see
      *     copy/USRCARD.cpy), or with spend on more than one
      *     number in the period, gets a SPEND BY CARD page after
      *     the itemised ones - purchases and cash advances less
      *     refunds, reversals and chargebacks, per card, with the
      *     user's name against each user card;
      *   - opening balance plus debits less credits must come to
      *     the closing balance CSCYCCLS left on CARDBAL; a
      *     statement that does not is still sent but reported, so
      *     finance can chase the difference.
      *
      * Each page is archived to LTRARCH (see copy/LTRARCH.cpy) as
      * its own PENDING row with an application result of STMT, the
      * page number in the last two bytes of LA-LETTER-TIME, so the
      * statement is dispatched by the same chain as every other
      * letter: CSLTRPRT prints or e-delivers it by the customer's
      * CONTPREF channel, an e-delivery CSEDLVRC reports as failed
      * goes to paper on the next print run, and a statement for an
      * address RMLR has marked gone-away (CA-GONE-AWAY-FLAG) stays
      * PENDING - held, not printed - until CUSM records a new one.
      * ACLR reprints any page the same way it reprints a letter.
      *
      * Part of the nightly chain - registers on DAYCTL behind
      * CSGRDAPP (see copy/DAYCTLP.cpy), the last of the jobs that
      * move a CARDBAL balance, so tonight's cycle closes are in and
      * nothing rewrites CARDBAL alongside it. A card whose statement
      * was missed because the job did not run is picked up the next
      * night it does.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSSTMTGN.jcl.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSSTMTGN.
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

           SELECT CARDMAS ASSIGN TO CARDMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CD-CARD-KEY
                  FILE STATUS IS CARDMAS-STATUS.

           SELECT USRCARD ASSIGN TO USRCARD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS UC-USER-CARD-KEY
                  FILE STATUS IS USRCARD-STATUS.

           SELECT CSCACHE ASSIGN TO CSCACHE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CC-CACHE-KEY
                  FILE STATUS IS CSCACHE-STATUS.

           SELECT CUSTMAS ASSIGN TO CUSTMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CM-CUST-NO
                  FILE STATUS IS CUSTMAS-STATUS.

           SELECT CUSTADDR ASSIGN TO CUSTADDR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CA-CUST-NO
                  FILE STATUS IS CUSTADDR-STATUS.

           SELECT LTRARCH ASSIGN TO LTRARCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LA-LETTER-KEY
                  FILE STATUS IS LTRARCH-STATUS.

           SELECT PTSBAL ASSIGN TO PTSBAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PB-CARD-KEY
                  FILE STATUS IS PTSBAL-STATUS.

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

        FD  CARDMAS.
           COPY CARDMAS.

        FD  USRCARD.
           COPY USRCARD.

        FD  CSCACHE.
           COPY CSCACHE.

        FD  CUSTMAS.
           COPY CUSTMAS.

        FD  CUSTADDR.
           COPY CUSTADDR.

        FD  LTRARCH.
           COPY LTRARCH.

        FD  PTSBAL.
           COPY PTSBAL.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSSTMTGN'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSSTMTGN'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

      * Business-day close-out control - see copy/DAYCTL.cpy and
      * the shared CHECK-DAY-CONTROL/REGISTER-DAY-COMPLETION
      * fragment in copy/DAYCTLP.cpy.
       1 DAYCTL-STATUS            PIC X(2) VALUE '00'.
       1 DC-JOB-NAME-SELF         PIC X(8) VALUE 'CSSTMTGN'.
       1 DC-PREREQ-JOB            PIC X(8) VALUE 'CSGRDAPP'.
       1 DAY-CONTROL-OK           PIC X(1) VALUE 'Y'.
       1 RUN-DATE                 PIC X(8) VALUE SPACES.
       1 RUN-TIME                 PIC X(8) VALUE SPACES.

       1 CARDBAL-STATUS           PIC X(2) VALUE '00'.
       1 CARDLDG-STATUS           PIC X(2) VALUE '00'.
       1 CARDMAS-STATUS           PIC X(2) VALUE '00'.
       1 USRCARD-STATUS           PIC X(2) VALUE '00'.
       1 END-OF-USER-CARDS        PIC X(1) VALUE 'N'.
       1 CSCACHE-STATUS           PIC X(2) VALUE '00'.
       1 CUSTMAS-STATUS           PIC X(2) VALUE '00'.
       1 CUSTADDR-STATUS          PIC X(2) VALUE '00'.
       1 LTRARCH-STATUS           PIC X(2) VALUE '00'.
       1 END-OF-CARDBAL           PIC X(1) VALUE 'N'.
       1 END-OF-CARD-LEDGER       PIC X(1) VALUE 'N'.
       1 ARCHIVE-WRITE-FAILED     PIC X(1) VALUE 'N'.
       1 PTSBAL-STATUS            PIC X(2) VALUE '00'.
       1 PTSBAL-OPEN              PIC X(1) VALUE 'N'.
       1 POINTS-ROW-FOUND         PIC X(1) VALUE 'N'.

      * Field-level PII protection - see src/CSCRYPT.cbl.
       1 CRYPT-DECRYPT            PIC X(1) VALUE 'D'.
       1 CRYPT-FIELD-LEN          PIC S9(4) COMP VALUE 0.

      * One statement page, assembled in the DECISION-LETTER shape
      * (count + fifteen 72 byte lines) LTRARCH carries. Itemised
      * pages hold two heading lines and thirteen ledger rows.
       1 STATEMENT-PAGE.
         2 SP-LINE-COUNT          PIC 9(2).
         2 SP-LINE                PIC X(72) OCCURS 15.

       1 PAGE-NO                  PIC 9(2) VALUE 0.
       1 PAGE-COUNT               PIC 9(2) VALUE 0.
       1 LAST-PAGE-NO             PIC 9(2) VALUE 99.

      * The statement being built.
       1 STATEMENT-CLOSE-DATE     PIC X(8) VALUE SPACES.
       1 PREVIOUS-STATEMENT-DATE  PIC X(8) VALUE SPACES.
       1 ROW-PERIOD-DATE          PIC X(8) VALUE SPACES.
       1 CARD-ENDING              PIC X(4) VALUE SPACES.
       1 OPENING-BALANCE          PIC S9(7)V99 VALUE 0.
       1 CLOSING-BALANCE          PIC S9(7)V99 VALUE 0.
       1 LEDGER-CLOSING-BALANCE   PIC S9(7)V99 VALUE 0.
       1 PERIOD-CREDITS           PIC 9(7)V99 VALUE 0.
       1 PERIOD-DEBITS            PIC 9(7)V99 VALUE 0.
       1 PERIOD-FEES              PIC 9(7)V99 VALUE 0.
       1 PERIOD-INTEREST          PIC 9(7)V99 VALUE 0.
       1 PERIOD-ROWS              PIC 9(5) VALUE 0.
       1 CREDIT-LIMIT             PIC 9(7) VALUE 0.
       1 AVAILABLE-CREDIT         PIC S9(7)V99 VALUE 0.

      * Spend by card - the primary card, the position's user
      * cards, and any other number the period's rows were made on
      * (a replaced card's old one). Spend on a number past the
      * table's end is counted against the primary card.
       1 SPEND-CARD-TABLE.
         2 SPEND-CARD-ENTRY       OCCURS 12.
           3 SC-CARD-NUMBER       PIC X(16).
           3 SC-CARD-NAME         PIC X(30).
           3 SC-CARD-LIVE         PIC X(1).
           3 SC-SPEND             PIC S9(7)V99.
       1 SPEND-CARD-COUNT         PIC S9(4) COMP VALUE 0.
       1 SPEND-IX                 PIC S9(4) COMP VALUE 0.
       1 SPEND-FOUND-IX           PIC S9(4) COMP VALUE 0.
       1 SPEND-DISPLAY            PIC Z(6)9.99-.

       1 BALANCE-DISPLAY          PIC Z(6)9.99CR.
       1 AMOUNT-DISPLAY           PIC Z(6)9.99.
       1 LIMIT-DISPLAY            PIC Z(6)9.
       1 PAGE-DISPLAY             PIC Z9.
       1 CREDIT-MARKER            PIC X(2) VALUE SPACES.
       1 POINTS-DISPLAY           PIC Z(8)9-.
       1 TOTAL-DISPLAY            PIC Z(10)9.99-.

       1 STATEMENT-TOTALS.
         2 ROWS-READ              PIC 9(7) VALUE 0.
         2 STATEMENTS-PRODUCED    PIC 9(7) VALUE 0.
         2 PAGES-ARCHIVED         PIC 9(7) VALUE 0.
         2 NO-STATEMENT-DUE       PIC 9(7) VALUE 0.
         2 HELD-GONE-AWAY         PIC 9(7) VALUE 0.
         2 OUT-OF-BALANCE         PIC 9(7) VALUE 0.
         2 ARCHIVE-FAILURES       PIC 9(7) VALUE 0.
         2 ROWS-NOT-ITEMISED      PIC 9(7) VALUE 0.
         2 CLOSING-BALANCE-TOTAL  PIC S9(11)V99 VALUE 0.

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

           OPEN I-O CARDBAL
           OPEN INPUT CARDLDG
           OPEN INPUT CARDMAS
           OPEN INPUT USRCARD
           OPEN INPUT CSCACHE
           OPEN INPUT CUSTMAS
           OPEN INPUT CUSTADDR
           OPEN I-O LTRARCH

      * A card with no rewards row, or a run without the file,
      * simply gets no points line.
           OPEN I-O PTSBAL
           IF PTSBAL-STATUS = '00'
               MOVE 'Y' TO PTSBAL-OPEN
           ELSE
               DISPLAY 'PTSBAL NOT AVAILABLE - NO POINTS PRINTED'
           END-IF

           PERFORM READ-NEXT-CARDBAL-ROW
           PERFORM PRODUCE-STATEMENT-IF-DUE
               UNTIL END-OF-CARDBAL = 'Y'

           CLOSE CARDBAL
           CLOSE CARDLDG
           CLOSE CARDMAS
           CLOSE USRCARD
           CLOSE CSCACHE
           CLOSE CUSTMAS
           CLOSE CUSTADDR
           CLOSE LTRARCH
           IF PTSBAL-OPEN = 'Y'
               CLOSE PTSBAL
           END-IF

           PERFORM PRINT-STATEMENT-SUMMARY

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

      * A statement is owed once a cycle has closed since the last
      * one went out.
       PRODUCE-STATEMENT-IF-DUE.
           ADD 1 TO ROWS-READ

           IF CB-LAST-CYCLE-DATE NOT = SPACES
              AND (CB-LAST-STATEMENT-DATE = SPACES
                   OR CB-LAST-STATEMENT-DATE < CB-LAST-CYCLE-DATE)
               PERFORM PRODUCE-THE-STATEMENT
           ELSE
               ADD 1 TO NO-STATEMENT-DUE
           END-IF

           PERFORM READ-NEXT-CARDBAL-ROW
           .

       PRODUCE-THE-STATEMENT.
           MOVE CB-LAST-CYCLE-DATE     TO STATEMENT-CLOSE-DATE
           MOVE CB-LAST-STATEMENT-DATE TO PREVIOUS-STATEMENT-DATE
           MOVE CB-CYCLE-CLOSE-BALANCE TO CLOSING-BALANCE

           IF PREVIOUS-STATEMENT-DATE = SPACES
              OR CB-LAST-STATEMENT-BALANCE IS NOT NUMERIC
               MOVE 0 TO OPENING-BALANCE
           ELSE
               MOVE CB-LAST-STATEMENT-BALANCE TO OPENING-BALANCE
           END-IF

           MOVE 0   TO PERIOD-CREDITS
           MOVE 0   TO PERIOD-DEBITS
           MOVE 0   TO PERIOD-FEES
           MOVE 0   TO PERIOD-INTEREST
           MOVE 0   TO PERIOD-ROWS
           MOVE 'N' TO ARCHIVE-WRITE-FAILED

           PERFORM LOOK-UP-CARD-DETAILS
           PERFORM LOOK-UP-POINTS-BALANCE

      * The itemised pages go first, from page two, so page one
      * can carry the period totals and the page count.
           MOVE 2 TO PAGE-NO
           PERFORM START-ITEMISED-PAGE

           PERFORM START-CARD-LEDGER-WALK
           PERFORM SELECT-ONE-LEDGER-ROW
               UNTIL END-OF-CARD-LEDGER = 'Y'

           IF SP-LINE-COUNT > 2
               PERFORM ARCHIVE-STATEMENT-PAGE
           ELSE
               SUBTRACT 1 FROM PAGE-NO
           END-IF

           IF SPEND-CARD-COUNT > 1
              AND PAGE-NO < LAST-PAGE-NO
               ADD 1 TO PAGE-NO
               PERFORM BUILD-SPEND-BY-CARD-PAGE
               PERFORM ARCHIVE-STATEMENT-PAGE
           END-IF
           MOVE PAGE-NO TO PAGE-COUNT

           PERFORM BUILD-SUMMARY-PAGE
           MOVE 1 TO PAGE-NO
           PERFORM ARCHIVE-STATEMENT-PAGE

           COMPUTE LEDGER-CLOSING-BALANCE =
               OPENING-BALANCE + PERIOD-DEBITS + PERIOD-FEES
               + PERIOD-INTEREST - PERIOD-CREDITS
           IF LEDGER-CLOSING-BALANCE NOT = CLOSING-BALANCE
               ADD 1 TO OUT-OF-BALANCE
               MOVE LEDGER-CLOSING-BALANCE TO BALANCE-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING 'OUT OF BALANCE: ACCT ' CB-CUST-NO
                      ' SEQ ' CB-APPL-SEQ-NO
                      ' LEDGER ' BALANCE-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF

      * Only a statement fully on the archive moves the card on -
      * one that failed is produced again the next night.
           IF ARCHIVE-WRITE-FAILED = 'N'
               MOVE STATEMENT-CLOSE-DATE TO CB-LAST-STATEMENT-DATE
               MOVE CLOSING-BALANCE      TO CB-LAST-STATEMENT-BALANCE
               REWRITE CARDBAL-RECORD
               IF POINTS-ROW-FOUND = 'Y'
                   MOVE PB-POINTS-BALANCE TO PB-LAST-STATEMENT-POINTS
                   REWRITE PTSBAL-RECORD
               END-IF
               ADD 1 TO STATEMENTS-PRODUCED
               ADD CLOSING-BALANCE TO CLOSING-BALANCE-TOTAL
           ELSE
               ADD 1 TO ARCHIVE-FAILURES
               MOVE SPACES TO REPORT-LINE
               STRING 'STATEMENT NOT ARCHIVED: ACCT ' CB-CUST-NO
                      ' SEQ ' CB-APPL-SEQ-NO
                      ' STATUS ' LTRARCH-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

      ******************************************************************
      * The card number (last four digits only), the credit limit,
      * and whether the address is one the mail has come back from.
      ******************************************************************
       LOOK-UP-CARD-DETAILS.
           MOVE SPACES         TO CARD-ENDING
           MOVE CB-CUST-NO     TO CD-CUST-NO
           MOVE CB-APPL-SEQ-NO TO CD-APPL-SEQ-NO

           READ CARDMAS
               KEY IS CD-CARD-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           MOVE SPACES TO SPEND-CARD-TABLE
           MOVE 0      TO SPEND-CARD-COUNT

           IF CARDMAS-STATUS = '00'
               MOVE CD-CARD-NUMBER(13:4) TO CARD-ENDING
               IF CD-CARD-NUMBER NOT = SPACES
                   MOVE 1 TO SPEND-CARD-COUNT
                   MOVE CD-CARD-NUMBER TO SC-CARD-NUMBER (1)
                   MOVE 'PRIMARY CARDHOLDER' TO SC-CARD-NAME (1)
                   MOVE 'Y' TO SC-CARD-LIVE (1)
                   MOVE 0   TO SC-SPEND (1)
               END-IF
           END-IF

           PERFORM LOAD-POSITION-USER-CARDS

           MOVE 0              TO CREDIT-LIMIT
           MOVE CB-CUST-NO     TO CC-CUST-NO
           MOVE CB-APPL-SEQ-NO TO CC-APPL-SEQ-NO

           READ CSCACHE
               KEY IS CC-CACHE-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CSCACHE-STATUS = '00'
               MOVE CC-CREDIT-LIMIT-AMOUNT TO CREDIT-LIMIT
           END-IF

           IF CLOSING-BALANCE < CREDIT-LIMIT
               COMPUTE AVAILABLE-CREDIT =
                   CREDIT-LIMIT - CLOSING-BALANCE
           ELSE
               MOVE 0 TO AVAILABLE-CREDIT
           END-IF
           .

      * The card's rewards points - the balance printed is the one
      * kept as the last statement's once the pages are archived.
       LOOK-UP-POINTS-BALANCE.
           MOVE 'N' TO POINTS-ROW-FOUND

           IF PTSBAL-OPEN = 'Y'
               MOVE CB-CUST-NO     TO PB-CUST-NO
               MOVE CB-APPL-SEQ-NO TO PB-APPL-SEQ-NO

               READ PTSBAL
                   KEY IS PB-CARD-KEY
                   INVALID KEY
                       CONTINUE
               END-READ

               IF PTSBAL-STATUS = '00'
                   MOVE 'Y' TO POINTS-ROW-FOUND
               END-IF
           END-IF
           .

      * The position's authorized-user cards, each with the user's
      * name as it is embossed.
       LOAD-POSITION-USER-CARDS.
           MOVE 'N'            TO END-OF-USER-CARDS
           MOVE CB-CUST-NO     TO UC-CUST-NO
           MOVE CB-APPL-SEQ-NO TO UC-APPL-SEQ-NO
           MOVE 0              TO UC-USER-NO

           START USRCARD KEY >= UC-USER-CARD-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-USER-CARDS
           END-START

           IF END-OF-USER-CARDS = 'N'
               PERFORM READ-NEXT-USER-CARD
               PERFORM LOAD-ONE-USER-CARD
                   UNTIL END-OF-USER-CARDS = 'Y'
           END-IF
           .

       READ-NEXT-USER-CARD.
           READ USRCARD NEXT
               AT END
                   MOVE 'Y' TO END-OF-USER-CARDS
           END-READ

           IF USRCARD-STATUS NOT = '00'
              OR UC-CUST-NO NOT = CB-CUST-NO
              OR UC-APPL-SEQ-NO NOT = CB-APPL-SEQ-NO
               MOVE 'Y' TO END-OF-USER-CARDS
           END-IF
           .

       LOAD-ONE-USER-CARD.
           IF SPEND-CARD-COUNT < 12
              AND UC-CARD-NUMBER NOT = SPACES
               ADD 1 TO SPEND-CARD-COUNT
               MOVE 80 TO CRYPT-FIELD-LEN
               CALL 'CSCRYPT' USING CRYPT-DECRYPT UC-ENCRYPT-KEY
                   UC-USER-NAME CRYPT-FIELD-LEN
               MOVE UC-CARD-NUMBER TO SC-CARD-NUMBER (SPEND-CARD-COUNT)
               MOVE UC-USER-NAME   TO SC-CARD-NAME (SPEND-CARD-COUNT)
               MOVE 0              TO SC-SPEND (SPEND-CARD-COUNT)
               IF UC-CARD-LIVE
                   MOVE 'Y' TO SC-CARD-LIVE (SPEND-CARD-COUNT)
               ELSE
                   MOVE 'N' TO SC-CARD-LIVE (SPEND-CARD-COUNT)
               END-IF
           END-IF

           PERFORM READ-NEXT-USER-CARD
           .

      ******************************************************************
      * The ledger rows for the statement period - posted after the
      * last statement date, up to and including the close date,
      * or for the cycle's own INTEREST rows, charged in it. The
      * walk runs on to the card's last row to find those.
      ******************************************************************
       START-CARD-LEDGER-WALK.
           MOVE 'N'                     TO END-OF-CARD-LEDGER
           MOVE CB-CUST-NO              TO LG-CUST-NO
           MOVE CB-APPL-SEQ-NO          TO LG-APPL-SEQ-NO
           MOVE PREVIOUS-STATEMENT-DATE TO LG-POST-DATE
           MOVE 9999                    TO LG-POST-SEQ

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
               MOVE 'Y' TO END-OF-CARD-LEDGER
           END-IF
           .

       SELECT-ONE-LEDGER-ROW.
           IF LG-SOURCE = 'CYCLE   '
              AND LG-TRAN-TYPE = 'INTEREST'
               MOVE LG-TRAN-DATE TO ROW-PERIOD-DATE
           ELSE
               MOVE LG-POST-DATE TO ROW-PERIOD-DATE
           END-IF

           IF ROW-PERIOD-DATE > PREVIOUS-STATEMENT-DATE
              AND ROW-PERIOD-DATE <= STATEMENT-CLOSE-DATE
               PERFORM ITEMISE-ONE-LEDGER-ROW
           END-IF

           PERFORM READ-NEXT-CARD-LEDGER-ROW
           .

       ITEMISE-ONE-LEDGER-ROW.
           ADD 1 TO PERIOD-ROWS

           EVALUATE TRUE
               WHEN LG-IS-CREDIT
                   ADD LG-AMOUNT TO PERIOD-CREDITS
                   MOVE 'CR' TO CREDIT-MARKER
               WHEN LG-TRAN-TYPE = 'FEE     '
                   ADD LG-AMOUNT TO PERIOD-FEES
                   MOVE SPACES TO CREDIT-MARKER
               WHEN LG-TRAN-TYPE = 'INTEREST'
                   ADD LG-AMOUNT TO PERIOD-INTEREST
                   MOVE SPACES TO CREDIT-MARKER
               WHEN OTHER
                   ADD LG-AMOUNT TO PERIOD-DEBITS
                   MOVE SPACES TO CREDIT-MARKER
           END-EVALUATE

           IF LG-TRAN-TYPE = 'PURCHASE'
              OR LG-TRAN-TYPE = 'CASHADV '
              OR LG-TRAN-TYPE = 'REFUND  '
              OR LG-TRAN-TYPE = 'REVERSAL'
              OR LG-TRAN-TYPE = 'CHGBACK '
              OR LG-TRAN-TYPE = 'DISPUTE '
               PERFORM ADD-TO-CARD-SPEND
           END-IF

      * A full page goes to the archive and a fresh one starts. The
      * page number is two digits in the archive key, so a card
      * with more rows than that holds still has every row in its
      * totals - only the listing stops, and the run reports it.
           IF SP-LINE-COUNT = 15
               IF PAGE-NO < LAST-PAGE-NO
                   PERFORM ARCHIVE-STATEMENT-PAGE
                   ADD 1 TO PAGE-NO
                   PERFORM START-ITEMISED-PAGE
               END-IF
           END-IF

           IF SP-LINE-COUNT < 15
               ADD 1 TO SP-LINE-COUNT
               MOVE LG-AMOUNT TO AMOUNT-DISPLAY
               MOVE SPACES TO SP-LINE (SP-LINE-COUNT)
               STRING LG-TRAN-DATE ' ' LG-DESCRIPTION ' '
                      LG-TRAN-TYPE ' ' AMOUNT-DISPLAY ' '
                      CREDIT-MARKER ' ' LG-CARD-NUMBER(13:4)
                   DELIMITED BY SIZE INTO SP-LINE (SP-LINE-COUNT)
           ELSE
               ADD 1 TO ROWS-NOT-ITEMISED
           END-IF
           .

      * The row's card found in the table - or added to it - and its
      * spend moved on: debits add, credits take away.
       ADD-TO-CARD-SPEND.
           MOVE 0 TO SPEND-FOUND-IX
           MOVE 1 TO SPEND-IX
           PERFORM FIND-SPEND-CARD
               UNTIL SPEND-IX > SPEND-CARD-COUNT
                  OR SPEND-FOUND-IX > 0

           IF SPEND-FOUND-IX = 0
              AND LG-CARD-NUMBER NOT = SPACES
              AND SPEND-CARD-COUNT < 12
               ADD 1 TO SPEND-CARD-COUNT
               MOVE SPEND-CARD-COUNT TO SPEND-FOUND-IX
               MOVE LG-CARD-NUMBER
                   TO SC-CARD-NUMBER (SPEND-FOUND-IX)
               MOVE 'PREVIOUS CARD' TO SC-CARD-NAME (SPEND-FOUND-IX)
               MOVE 'N' TO SC-CARD-LIVE (SPEND-FOUND-IX)
               MOVE 0   TO SC-SPEND (SPEND-FOUND-IX)
           END-IF

           IF SPEND-FOUND-IX = 0
              AND SPEND-CARD-COUNT > 0
               MOVE 1 TO SPEND-FOUND-IX
           END-IF

           IF SPEND-FOUND-IX > 0
               IF LG-IS-CREDIT
                   SUBTRACT LG-AMOUNT FROM SC-SPEND (SPEND-FOUND-IX)
               ELSE
                   ADD LG-AMOUNT TO SC-SPEND (SPEND-FOUND-IX)
               END-IF
           END-IF
           .

       FIND-SPEND-CARD.
           IF SC-CARD-NUMBER (SPEND-IX) = LG-CARD-NUMBER
               MOVE SPEND-IX TO SPEND-FOUND-IX
           END-IF
           ADD 1 TO SPEND-IX
           .

      * One line per card that is live or was used in the period -
      * a closed user card with nothing on it is left off.
       BUILD-SPEND-BY-CARD-PAGE.
           MOVE SPACES TO STATEMENT-PAGE
           MOVE PAGE-NO TO PAGE-DISPLAY
           STRING 'SPEND BY CARD - ' STATEMENT-CLOSE-DATE
                  '  PAGE ' PAGE-DISPLAY
               DELIMITED BY SIZE INTO SP-LINE (1)
           MOVE 'CARD      CARDHOLDER / AUTHORIZED USER' TO SP-LINE (2)
           MOVE 'SPEND' TO SP-LINE (2)(50:5)
           MOVE 2 TO SP-LINE-COUNT

           MOVE 1 TO SPEND-IX
           PERFORM LIST-ONE-CARD-SPEND
               UNTIL SPEND-IX > SPEND-CARD-COUNT

           MOVE 'PURCHASES AND CASH ADVANCES LESS REFUNDS.'
               TO SP-LINE (15)
           MOVE 15 TO SP-LINE-COUNT
           .

       LIST-ONE-CARD-SPEND.
           IF (SC-CARD-LIVE (SPEND-IX) = 'Y'
               OR SC-SPEND (SPEND-IX) NOT = 0)
              AND SP-LINE-COUNT < 14
               ADD 1 TO SP-LINE-COUNT
               MOVE SC-SPEND (SPEND-IX) TO SPEND-DISPLAY
               STRING '****' SC-CARD-NUMBER (SPEND-IX)(13:4) '  '
                      SC-CARD-NAME (SPEND-IX) '     '
                      SPEND-DISPLAY
                   DELIMITED BY SIZE INTO SP-LINE (SP-LINE-COUNT)
           END-IF
           ADD 1 TO SPEND-IX
           .

       START-ITEMISED-PAGE.
           MOVE SPACES TO STATEMENT-PAGE
           MOVE PAGE-NO TO PAGE-DISPLAY
           STRING 'CARD STATEMENT - CARD ENDING ' CARD-ENDING
                  '  ' STATEMENT-CLOSE-DATE
                  '  PAGE ' PAGE-DISPLAY
               DELIMITED BY SIZE INTO SP-LINE (1)
           MOVE 'DATE     DESCRIPTION               TYPE'
               TO SP-LINE (2)
           MOVE 'AMOUNT' TO SP-LINE (2)(49:6)
           MOVE 'CARD' TO SP-LINE (2)(59:4)
           MOVE 2 TO SP-LINE-COUNT
           .

      ******************************************************************
      * Page one - the addressee, the period totals and where the
      * card stands.
      ******************************************************************
       BUILD-SUMMARY-PAGE.
           MOVE SPACES TO STATEMENT-PAGE

           MOVE CB-CUST-NO TO CM-CUST-NO

           READ CUSTMAS
               KEY IS CM-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ

           IF CUSTMAS-STATUS = '00'
               MOVE 80 TO CRYPT-FIELD-LEN
               CALL 'CSCRYPT' USING CRYPT-DECRYPT CM-ENCRYPT-KEY
                   CM-CUST-NAME CRYPT-FIELD-LEN
               MOVE CM-CUST-NAME(1:72) TO SP-LINE (1)
           END-IF

           MOVE CB-CUST-NO TO CA-CUST-NO

           READ CUSTADDR
               KEY IS CA-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ

           IF CUSTADDR-STATUS = '00'
               IF CA-GONE-AWAY
                   ADD 1 TO HELD-GONE-AWAY
               END-IF
               MOVE 140 TO CRYPT-FIELD-LEN
               CALL 'CSCRYPT' USING CRYPT-DECRYPT CA-ENCRYPT-KEY
                   CA-ADDR-LINE-1 CRYPT-FIELD-LEN
               MOVE CA-ADDR-LINE-1 TO SP-LINE (2)
               MOVE CA-ADDR-LINE-2 TO SP-LINE (3)
               MOVE CA-POSTCODE    TO SP-LINE (4)
           END-IF

           MOVE PAGE-COUNT TO PAGE-DISPLAY
           STRING 'CARD STATEMENT - CARD ENDING ' CARD-ENDING
                  '  PAGE 1 OF ' PAGE-DISPLAY
               DELIMITED BY SIZE INTO SP-LINE (5)

           IF PREVIOUS-STATEMENT-DATE = SPACES
               STRING 'STATEMENT DATE ' STATEMENT-CLOSE-DATE
                      '   FIRST STATEMENT'
                   DELIMITED BY SIZE INTO SP-LINE (6)
           ELSE
               STRING 'STATEMENT DATE ' STATEMENT-CLOSE-DATE
                      '   PREVIOUS STATEMENT '
                      PREVIOUS-STATEMENT-DATE
                   DELIMITED BY SIZE INTO SP-LINE (6)
           END-IF

           MOVE OPENING-BALANCE TO BALANCE-DISPLAY
           STRING 'OPENING BALANCE ............ ' BALANCE-DISPLAY
               DELIMITED BY SIZE INTO SP-LINE (7)
           MOVE PERIOD-CREDITS TO AMOUNT-DISPLAY
           STRING 'PAYMENTS AND CREDITS ....... ' AMOUNT-DISPLAY
                  'CR'
               DELIMITED BY SIZE INTO SP-LINE (8)
           MOVE PERIOD-DEBITS TO AMOUNT-DISPLAY
           STRING 'PURCHASES AND OTHER DEBITS . ' AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO SP-LINE (9)
           MOVE PERIOD-FEES TO AMOUNT-DISPLAY
           STRING 'FEES ....................... ' AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO SP-LINE (10)
           MOVE PERIOD-INTEREST TO AMOUNT-DISPLAY
           STRING 'INTEREST ................... ' AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO SP-LINE (11)
           MOVE CLOSING-BALANCE TO BALANCE-DISPLAY
           STRING 'CLOSING BALANCE ............ ' BALANCE-DISPLAY
               DELIMITED BY SIZE INTO SP-LINE (12)

           MOVE CREDIT-LIMIT     TO LIMIT-DISPLAY
           MOVE AVAILABLE-CREDIT TO AMOUNT-DISPLAY
           STRING 'CREDIT LIMIT ' LIMIT-DISPLAY
                  '   AVAILABLE CREDIT ' AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO SP-LINE (13)
           IF POINTS-ROW-FOUND = 'Y'
               MOVE PB-POINTS-BALANCE TO POINTS-DISPLAY
               STRING '  POINTS ' POINTS-DISPLAY
                   DELIMITED BY SIZE INTO SP-LINE (13)(51:19)
           END-IF

           IF CB-MINIMUM-DUE IS NUMERIC
               MOVE CB-MINIMUM-DUE TO AMOUNT-DISPLAY
           ELSE
               MOVE 0 TO AMOUNT-DISPLAY
           END-IF
           STRING 'MINIMUM PAYMENT ' AMOUNT-DISPLAY
                  '   PAYMENT DUE BY ' CB-PAYMENT-DUE-DATE
               DELIMITED BY SIZE INTO SP-LINE (14)

      * Arrears carried from a missed due date are called out in
      * place of the pointer to the itemised pages.
           IF CB-PAST-DUE-AMOUNT IS NUMERIC
              AND CB-PAST-DUE-AMOUNT > 0
               MOVE CB-PAST-DUE-AMOUNT TO AMOUNT-DISPLAY
               STRING 'INCLUDES ' AMOUNT-DISPLAY
                      ' OVERDUE - PLEASE PAY THIS AT ONCE.'
                   DELIMITED BY SIZE INTO SP-LINE (15)
           ELSE
               IF PERIOD-ROWS = 0
                   MOVE 'THERE WERE NO TRANSACTIONS THIS PERIOD.'
                       TO SP-LINE (15)
               ELSE
                   MOVE 'YOUR TRANSACTIONS ARE LISTED OVERLEAF.'
                       TO SP-LINE (15)
               END-IF
           END-IF

           MOVE 15 TO SP-LINE-COUNT
           .

      * Each page is its own PENDING archive row - CSLTRPRT sends
      * it the way the customer asked for their letters.
       ARCHIVE-STATEMENT-PAGE.
           MOVE CB-CUST-NO           TO LA-CUST-NO
           MOVE CB-APPL-SEQ-NO       TO LA-APPL-SEQ-NO
           MOVE RUN-DATE             TO LA-LETTER-DATE
           MOVE RUN-TIME             TO LA-LETTER-TIME
           MOVE PAGE-NO              TO LA-LETTER-TIME(7:2)
           MOVE 'STMT   '            TO LA-APPLICATION-RESULT
           MOVE 'PENDING '           TO LA-DISPATCH-STATUS
           MOVE SPACES               TO LA-PRINTED-DATE
           MOVE STATEMENT-PAGE       TO LA-LETTER-TEXT

           WRITE LTRARCH-RECORD
               INVALID KEY
                   MOVE 'Y' TO ARCHIVE-WRITE-FAILED
           END-WRITE

           IF LTRARCH-STATUS = '00'
               ADD 1 TO PAGES-ARCHIVED
           ELSE
               MOVE 'Y' TO ARCHIVE-WRITE-FAILED
           END-IF
           .

       PRINT-STATEMENT-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'CARDBAL ROWS READ:        ' ROWS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'STATEMENTS PRODUCED:      ' STATEMENTS-PRODUCED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PAGES ARCHIVED:           ' PAGES-ARCHIVED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'NO STATEMENT DUE:         ' NO-STATEMENT-DUE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'HELD (GONE-AWAY):         ' HELD-GONE-AWAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'OUT OF BALANCE:           ' OUT-OF-BALANCE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'NOT ARCHIVED (RETRY):     ' ARCHIVE-FAILURES
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'ROWS NOT ITEMISED:        ' ROWS-NOT-ITEMISED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE CLOSING-BALANCE-TOTAL TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'CLOSING BALANCES:         ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

       COPY DAYCTLP.

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ROWS-READ TO RUN-LOG-READ
           MOVE PAGES-ARCHIVED TO RUN-LOG-WRITTEN
           MOVE ARCHIVE-FAILURES TO RUN-LOG-REJECTED
           .

       COPY RUNLOGP.

       END PROGRAM 'CSSTMTGN'.
