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
      *  CSCBKRTN
      *
      * Chargeback response run. CSCBKEXT sends each new dispute to
      * the card scheme as a chargeback, and each re-presented one we
      * take further to arbitration (see copy/TXNDISP.cpy); this job
      * works the scheme's response feed (see copy/CHGBKRTN.cpy),
      * balanced against its trailer. Every record must name a case
      * on TXNDISP by the disputed posting's ledger key:
      *
      *   ACCEPTED  the merchant accepted a chargeback, or
      *   ARBWON    the scheme ruled for us - the case is WON: the
      *             amount recovered is posted to the card's CARDLDG
      *             ledger as a CHGBACK credit and the provisional
      *             DISPUTE credit it replaces comes off as a DISPUTE
      *             debit (both source CBRETURN), so the cardholder
      *             keeps the money and the books show where it came
      *             from. A purchase charged back gives up the
      *             rewards points it earned, as a REVERSE row on
      *             PTSLDG at the product's PRODCAT earn rate. This
      *             is the only route a chargeback reaches the
      *             ledger - CSPOSTNG refuses one on the clearing
      *             file;
      *   REPRSNTD  the merchant re-presented a chargeback - the case
      *             waits on our decision through the TDSP
      *             transaction (arbitration, or accept it), and the
      *             provisional credit stays;
      *   ARBLOST   the scheme ruled for the merchant - the case is
      *             LOST and the provisional credit is reversed as a
      *             DISPUTE debit (source CBRETURN).
      *
      * Each response queues a letter PENDING on LTRARCH telling the
      * cardholder where their dispute stands.
      *
      * A case is only WON once its CHGBACK row is safely written; a
      * recovery that cannot be posted is reported and left for the
      * scheme's record to be put through once more. A provisional
      * credit that cannot be taken off once the case is decided is
      * reported and left to the next CSCBKEXT run (see
      * src/CSCBKEXT.cbl), which reverses any still on a closed case.
      *
      * Registers on DAYCTL behind CSPPIRTN (see copy/DAYCTLP.cpy) -
      * the ledger posters run one behind another, never side by side
      * - so a double run cannot post a recovery twice. A response
      * feed that has not landed is treated as empty. RC 4 when a
      * record was not matched or a posting failed.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSCBKRTN.jcl. Schedule nightly, after CSPPIRTN and
      * before CSCBKEXT, once the scheme's response feed has landed.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSCBKRTN.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT DAYCTL ASSIGN TO DAYCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DY-CONTROL-KEY
                  FILE STATUS IS DAYCTL-STATUS.

           SELECT CHGBKRTN-FILE ASSIGN TO CHGBKRTN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS CHGBKRTN-STATUS.

           SELECT TXNDISP ASSIGN TO TXNDISP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TD-DISPUTE-KEY
                  FILE STATUS IS TXNDISP-STATUS.

           SELECT CARDBAL ASSIGN TO CARDBAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CB-CARD-KEY
                  FILE STATUS IS CARDBAL-STATUS.

           SELECT CARDLDG ASSIGN TO CARDLDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LG-LEDGER-KEY
                  FILE STATUS IS CARDLDG-STATUS.

           SELECT CSCACHE ASSIGN TO CSCACHE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CC-CACHE-KEY
                  FILE STATUS IS CSCACHE-STATUS.

           SELECT PRODCAT ASSIGN TO PRODCAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PD-PRODUCT-CODE
                  FILE STATUS IS PRODCAT-STATUS.

           SELECT PTSBAL ASSIGN TO PTSBAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PB-CARD-KEY
                  FILE STATUS IS PTSBAL-STATUS.

           SELECT PTSLDG ASSIGN TO PTSLDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PT-LEDGER-KEY
                  FILE STATUS IS PTSLDG-STATUS.

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

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  DAYCTL.
           COPY DAYCTL.

        FD  CHGBKRTN-FILE.
           COPY CHGBKRTN.

        FD  TXNDISP.
           COPY TXNDISP.

        FD  CARDBAL.
           COPY CARDBAL.

        FD  CARDLDG.
           COPY CARDLDG.

        FD  CSCACHE.
           COPY CSCACHE.

        FD  PRODCAT.
           COPY PRODCAT.

        FD  PTSBAL.
           COPY PTSBAL.

        FD  PTSLDG.
           COPY PTSLDG.

        FD  CUSTMAS.
           COPY CUSTMAS.

        FD  CUSTADDR.
           COPY CUSTADDR.

        FD  LTRARCH.
           COPY LTRARCH.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSCBKRTN'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSCBKRTN'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

      * Business-day close-out control - see copy/DAYCTL.cpy and
      * the shared CHECK-DAY-CONTROL/REGISTER-DAY-COMPLETION
      * fragment in copy/DAYCTLP.cpy.
       1 DAYCTL-STATUS            PIC X(2) VALUE '00'.
       1 DC-JOB-NAME-SELF         PIC X(8) VALUE 'CSCBKRTN'.
       1 DC-PREREQ-JOB            PIC X(8) VALUE 'CSPPIRTN'.
       1 DAY-CONTROL-OK           PIC X(1) VALUE 'Y'.
       1 RUN-DATE                 PIC X(8) VALUE SPACES.
       1 RUN-TIME                 PIC X(8) VALUE SPACES.

       1 CHGBKRTN-STATUS          PIC X(2) VALUE '00'.
       1 TXNDISP-STATUS           PIC X(2) VALUE '00'.
       1 CARDBAL-STATUS           PIC X(2) VALUE '00'.
       1 CARDLDG-STATUS           PIC X(2) VALUE '00'.
       1 CSCACHE-STATUS           PIC X(2) VALUE '00'.
       1 PRODCAT-STATUS           PIC X(2) VALUE '00'.
       1 PTSBAL-STATUS            PIC X(2) VALUE '00'.
       1 PTSLDG-STATUS            PIC X(2) VALUE '00'.
       1 POINTS-FILES-OPEN        PIC X(1) VALUE 'N'.
       1 CUSTMAS-STATUS           PIC X(2) VALUE '00'.
       1 CUSTADDR-STATUS          PIC X(2) VALUE '00'.
       1 LTRARCH-STATUS           PIC X(2) VALUE '00'.
       1 END-OF-CHGBKRTN          PIC X(1) VALUE 'N'.
       1 RETURN-TRAILER-SEEN      PIC X(1) VALUE 'N'.
       1 RECOVERY-POSTED          PIC X(1) VALUE 'N'.

       1 UNMATCHED-REASON         PIC X(20) VALUE SPACES.

      * The ledger row being posted.
       1 POST-TRAN-TYPE           PIC X(8) VALUE SPACES.
       1 POST-DEBIT-CREDIT        PIC X(1) VALUE SPACES.
       1 POST-AMOUNT              PIC 9(7)V99 VALUE 0.
       1 POST-TRAN-DATE           PIC X(8) VALUE SPACES.
       1 POST-CARD-NUMBER         PIC X(16) VALUE SPACES.
       1 POST-SOURCE              PIC X(8) VALUE SPACES.
       1 POST-REFERENCE           PIC X(23) VALUE SPACES.
       1 POST-DESCRIPTION         PIC X(25) VALUE SPACES.
       1 NEXT-POST-SEQ            PIC 9(4) VALUE 0.
       1 POSTED-LEDGER-KEY        PIC X(21).

      * The rewards points a recovered purchase takes back.
       1 POINTS-PRODUCT           PIC X(4) VALUE SPACES.
       1 POINTS-EARN-RATE         PIC 9(2)V99 VALUE 0.
       1 POINTS-MOVEMENT          PIC S9(9) VALUE 0.
       1 POINTS-ROW-FOUND         PIC X(1) VALUE 'N'.

       1 LETTER-SEQ               PIC 9(2) VALUE 0.

      * Field-level PII protection - see src/CSCRYPT.cbl.
       1 CRYPT-DECRYPT            PIC X(1) VALUE 'D'.
       1 CRYPT-FIELD-LEN          PIC S9(4) COMP VALUE 0.

      * The cardholder's letter, assembled in the DECISION-LETTER
      * shape (count + fifteen 72 byte lines) LTRARCH carries.
       1 NOTIFY-LETTER.
         2 NL-LINE-COUNT          PIC 9(2).
         2 NL-LINE                PIC X(72) OCCURS 15.

       1 AMOUNT-DISPLAY           PIC Z(6)9.99.
       1 TOTAL-DISPLAY            PIC Z(10)9.99.

       1 RETURN-TOTALS.
         2 RECORDS-READ           PIC 9(7) VALUE 0.
         2 CASES-WON              PIC 9(7) VALUE 0.
         2 CASES-REPRESENTED      PIC 9(7) VALUE 0.
         2 CASES-LOST             PIC 9(7) VALUE 0.
         2 CREDITS-FINALISED      PIC 9(7) VALUE 0.
         2 CREDITS-REVERSED       PIC 9(7) VALUE 0.
         2 RECORDS-UNMATCHED      PIC 9(7) VALUE 0.
         2 POSTING-FAILURES       PIC 9(7) VALUE 0.
         2 LETTERS-QUEUED         PIC 9(7) VALUE 0.
         2 RECOVERED-AMOUNT-READ  PIC 9(11)V99 VALUE 0.
         2 RECOVERED-AMOUNT-POSTED PIC 9(11)V99 VALUE 0.
         2 RETURN-TRAILER-COUNT   PIC 9(7) VALUE 0.
         2 RETURN-TRAILER-AMOUNT  PIC 9(11)V99 VALUE 0.
         2 PTS-REVERSE-ROWS       PIC 9(7) VALUE 0.
         2 PTS-REVERSED           PIC 9(11) VALUE 0.
         2 PTS-NOTHING-TO-REVERSE PIC 9(7) VALUE 0.
         2 PTS-WRITE-FAILED       PIC 9(7) VALUE 0.

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

           OPEN I-O TXNDISP
           OPEN I-O CARDBAL
           OPEN I-O CARDLDG
           OPEN INPUT CUSTMAS
           OPEN INPUT CUSTADDR
           OPEN I-O LTRARCH

      * A region with no rewards files yet still settles its cases -
      * the summary says no points were reversed.
           OPEN INPUT CSCACHE
           OPEN INPUT PRODCAT
           OPEN I-O PTSBAL
           OPEN I-O PTSLDG
           IF CSCACHE-STATUS = '00'
              AND PRODCAT-STATUS = '00'
              AND PTSBAL-STATUS = '00'
              AND PTSLDG-STATUS = '00'
               MOVE 'Y' TO POINTS-FILES-OPEN
           ELSE
               DISPLAY 'REWARDS FILES NOT AVAILABLE - NO POINTS '
                   'REVERSED'
           END-IF

           PERFORM WORK-SCHEME-RESPONSE-FEED

           CLOSE TXNDISP
           CLOSE CARDBAL
           CLOSE CARDLDG
           CLOSE CUSTMAS
           CLOSE CUSTADDR
           CLOSE LTRARCH
           CLOSE CSCACHE
           CLOSE PRODCAT
           CLOSE PTSBAL
           CLOSE PTSLDG

           PERFORM PRINT-RETURN-SUMMARY

           IF RECORDS-UNMATCHED > 0
              OR POSTING-FAILURES > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM REGISTER-DAY-COMPLETION

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

       WORK-SCHEME-RESPONSE-FEED.
           OPEN INPUT CHGBKRTN-FILE

           IF CHGBKRTN-STATUS = '00'
               PERFORM READ-NEXT-SCHEME-RECORD
               PERFORM WORK-ONE-SCHEME-RECORD
                   UNTIL END-OF-CHGBKRTN = 'Y'

               CLOSE CHGBKRTN-FILE
               PERFORM CHECK-SCHEME-RETURN-TRAILER
           ELSE
               DISPLAY 'CHARGEBACK RESPONSE FEED NOT AVAILABLE - NO '
                   'RESPONSES WORKED'
           END-IF
           .

       READ-NEXT-SCHEME-RECORD.
           READ CHGBKRTN-FILE
               AT END
                   MOVE 'Y' TO END-OF-CHGBKRTN
           END-READ

           IF CHGBKRTN-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CHGBKRTN
           END-IF
           .

       WORK-ONE-SCHEME-RECORD.
           IF CR-IS-TRAILER
               MOVE 'Y'                 TO RETURN-TRAILER-SEEN
               MOVE CR-TRL-RECORD-COUNT TO RETURN-TRAILER-COUNT
               MOVE CR-TRL-AMOUNT-TOTAL TO RETURN-TRAILER-AMOUNT
           ELSE
               ADD 1 TO RECORDS-READ
               IF CR-AMOUNT IS NOT NUMERIC
                   MOVE 0 TO CR-AMOUNT
               END-IF
               ADD CR-AMOUNT TO RECOVERED-AMOUNT-READ

               MOVE CR-REF-CUST-NO     TO TD-CUST-NO
               MOVE CR-REF-APPL-SEQ-NO TO TD-APPL-SEQ-NO
               MOVE CR-REF-POST-DATE   TO TD-POST-DATE
               MOVE CR-REF-POST-SEQ    TO TD-POST-SEQ

               READ TXNDISP
                   KEY IS TD-DISPUTE-KEY
                   INVALID KEY
                       CONTINUE
               END-READ

               PERFORM CHECK-SCHEME-RECORD

               IF UNMATCHED-REASON NOT = SPACES
                   ADD 1 TO RECORDS-UNMATCHED
                   MOVE SPACES TO REPORT-LINE
                   STRING 'RECORD NOT MATCHED: REF ' CR-CASE-REF
                          ' ' CR-OUTCOME ' ' UNMATCHED-REASON
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               ELSE
                   IF CR-EFFECTIVE-DATE = SPACES
                       MOVE RUN-DATE TO CR-EFFECTIVE-DATE
                   END-IF
                   IF CR-SCHEME-CASE-REF NOT = SPACES
                       MOVE CR-SCHEME-CASE-REF TO TD-SCHEME-CASE-REF
                   END-IF
                   EVALUATE TRUE
                       WHEN CR-IS-RECOVERY
                           PERFORM SETTLE-CASE-WON
                       WHEN CR-IS-REPRESENTED
                           PERFORM RECORD-REPRESENTMENT
                       WHEN OTHER
                           PERFORM SETTLE-CASE-LOST
                   END-EVALUATE
               END-IF
           END-IF

           PERFORM READ-NEXT-SCHEME-RECORD
           .

      * A chargeback's answer only on a case charged back, a ruling
      * only on one in arbitration, and a recovery only for what
      * was disputed.
       CHECK-SCHEME-RECORD.
           MOVE SPACES TO UNMATCHED-REASON

           EVALUATE TRUE
               WHEN TXNDISP-STATUS NOT = '00'
                   MOVE 'NO CASE'            TO UNMATCHED-REASON
               WHEN NOT CR-IS-RESPONSE
                   MOVE 'RECORD TYPE'        TO UNMATCHED-REASON
               WHEN NOT CR-IS-ACCEPTED
                AND NOT CR-IS-REPRESENTED
                AND NOT CR-IS-ARB-WON
                AND NOT CR-IS-ARB-LOST
                   MOVE 'OUTCOME'            TO UNMATCHED-REASON
               WHEN (CR-IS-ACCEPTED OR CR-IS-REPRESENTED)
                AND NOT TD-IS-CHARGED-BACK
                   MOVE 'NOT CHARGED BACK'   TO UNMATCHED-REASON
               WHEN (CR-IS-ARB-WON OR CR-IS-ARB-LOST)
                AND NOT TD-IS-IN-ARBITRATION
                   MOVE 'NOT IN ARBITRATION' TO UNMATCHED-REASON
               WHEN CR-IS-RECOVERY
                AND CR-AMOUNT NOT = TD-DISPUTED-AMOUNT
                   MOVE 'AMOUNT DIFFERS'     TO UNMATCHED-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      ******************************************************************
      * WON - the recovery goes on as a CHGBACK credit and the
      * provisional credit it replaces comes off. The case only
      * moves once the CHGBACK row is safely written. A purchase
      * charged back gives up the points it earned.
      ******************************************************************
       SETTLE-CASE-WON.
           MOVE 'N' TO RECOVERY-POSTED
           PERFORM READ-CASE-CARD-BALANCE

           IF CARDBAL-STATUS = '00'
               MOVE 'CHGBACK '         TO POST-TRAN-TYPE
               MOVE 'C'                TO POST-DEBIT-CREDIT
               MOVE SPACES             TO POST-REFERENCE
               STRING 'CHARGEBACK ' TD-SCHEME-CASE-REF
                   DELIMITED BY SIZE INTO POST-REFERENCE
               MOVE SPACES             TO POST-DESCRIPTION
               STRING 'CHARGEBACK ' TD-MERCHANT
                   DELIMITED BY SIZE INTO POST-DESCRIPTION
               PERFORM POST-CASE-ROW
               IF CARDLDG-STATUS = '00'
                   MOVE 'Y' TO RECOVERY-POSTED
                   MOVE LG-LEDGER-KEY TO POSTED-LEDGER-KEY
               END-IF
           END-IF

           IF RECOVERY-POSTED = 'N'
               ADD 1 TO POSTING-FAILURES
               MOVE CR-AMOUNT TO AMOUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING 'RECOVERY NOT POSTED: REF ' CR-CASE-REF
                      ' ' AMOUNT-DISPLAY
                      ' CARDBAL ' CARDBAL-STATUS
                      ' CARDLDG ' CARDLDG-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           ELSE
               ADD 1 TO CASES-WON
               ADD CR-AMOUNT TO RECOVERED-AMOUNT-POSTED

               IF POINTS-FILES-OPEN = 'Y'
                  AND TD-TRAN-TYPE = 'PURCHASE'
                   PERFORM REVERSE-CHARGEBACK-POINTS
               END-IF

               IF TD-CREDIT-DATE NOT = SPACES
                  AND TD-CREDIT-REVERSED-DATE = SPACES
                   MOVE SPACES TO POST-DESCRIPTION
                   STRING 'DISPUTE RESOLVED ' TD-MERCHANT
                       DELIMITED BY SIZE INTO POST-DESCRIPTION
                   PERFORM TAKE-OFF-PROVISIONAL-CREDIT
                   IF CARDLDG-STATUS = '00'
                       ADD 1 TO CREDITS-FINALISED
                   END-IF
               END-IF

               REWRITE CARDBAL-RECORD

               MOVE 'WON     '        TO TD-STATUS
               PERFORM CLOSE-DECIDED-CASE
           END-IF
           .

      ******************************************************************
      * The points come back at the rate of the card's product now,
      * as CSPOSTNG takes them back for a refund - which can leave
      * the balance below zero until the card earns again. A card
      * that has never earned has nothing to take back.
      ******************************************************************
       REVERSE-CHARGEBACK-POINTS.
           MOVE 0 TO POINTS-EARN-RATE
           MOVE TD-CUST-NO     TO CC-CUST-NO
           MOVE TD-APPL-SEQ-NO TO CC-APPL-SEQ-NO
           READ CSCACHE
               KEY IS CC-CACHE-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CSCACHE-STATUS = '00'
               MOVE CC-PRODUCT-CODE TO POINTS-PRODUCT
               MOVE CC-PRODUCT-CODE TO PD-PRODUCT-CODE
               READ PRODCAT
                   KEY IS PD-PRODUCT-CODE
                   INVALID KEY
                       CONTINUE
               END-READ

               IF PRODCAT-STATUS = '00'
                  AND PD-POINTS-EARN-RATE IS NUMERIC
                   MOVE PD-POINTS-EARN-RATE TO POINTS-EARN-RATE
               END-IF
           END-IF

           COMPUTE POINTS-MOVEMENT =
               0 - TD-DISPUTED-AMOUNT * POINTS-EARN-RATE

           IF POINTS-MOVEMENT NOT = 0
               MOVE TD-CUST-NO     TO PB-CUST-NO
               MOVE TD-APPL-SEQ-NO TO PB-APPL-SEQ-NO
               READ PTSBAL
                   KEY IS PB-CARD-KEY
                   INVALID KEY
                       CONTINUE
               END-READ

               IF PTSBAL-STATUS = '00'
                   PERFORM WRITE-POINTS-LEDGER-ROW
               ELSE
                   ADD 1 TO PTS-NOTHING-TO-REVERSE
               END-IF
           END-IF
           .

      * As with the money, the points ledger row goes first and the
      * balance only moves once it is written.
       WRITE-POINTS-LEDGER-ROW.
           IF PB-LAST-POST-DATE = RUN-DATE
               ADD 1 TO PB-LAST-POST-SEQ
           ELSE
               MOVE 1 TO PB-LAST-POST-SEQ
           END-IF
           MOVE RUN-DATE        TO PB-LAST-POST-DATE
           MOVE POINTS-PRODUCT  TO PB-PRODUCT-CODE
           ADD POINTS-MOVEMENT  TO PB-POINTS-BALANCE

           MOVE SPACES             TO PTSLDG-RECORD
           MOVE TD-CUST-NO         TO PT-CUST-NO
           MOVE TD-APPL-SEQ-NO     TO PT-APPL-SEQ-NO
           MOVE RUN-DATE           TO PT-POST-DATE
           MOVE PB-LAST-POST-SEQ   TO PT-POST-SEQ
           MOVE 'REVERSE '         TO PT-POINTS-TYPE
           MOVE POINTS-MOVEMENT    TO PT-POINTS
           MOVE POINTS-PRODUCT     TO PT-PRODUCT-CODE
           MOVE POINTS-EARN-RATE   TO PT-EARN-RATE
           MOVE TD-DISPUTED-AMOUNT TO PT-TRAN-AMOUNT
           MOVE POSTED-LEDGER-KEY  TO PT-SOURCE-KEY
           MOVE 0                  TO PT-CREDIT-AMOUNT
           MOVE PB-POINTS-BALANCE  TO PT-BALANCE-AFTER
           MOVE DC-JOB-NAME-SELF   TO PT-POSTED-BY
           MOVE SPACES             TO PT-DESCRIPTION
           STRING 'CHARGEBACK ' TD-MERCHANT
               DELIMITED BY SIZE INTO PT-DESCRIPTION

           WRITE PTSLDG-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF PTSLDG-STATUS NOT = '00'
               ADD 1 TO PTS-WRITE-FAILED
               MOVE SPACES TO REPORT-LINE
               STRING 'POINTS LEDGER WRITE FAILED: ACCT ' TD-CUST-NO
                      ' SEQ ' TD-APPL-SEQ-NO
                      ' STATUS ' PTSLDG-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           ELSE
               SUBTRACT POINTS-MOVEMENT FROM PB-REVERSED-TOTAL
               ADD 1                    TO PTS-REVERSE-ROWS
               SUBTRACT POINTS-MOVEMENT FROM PTS-REVERSED
               REWRITE PTSBAL-RECORD
           END-IF
           .

      ******************************************************************
      * REPRSNTD - the merchant has answered the chargeback; the
      * case waits on our decision and the credit stays.
      ******************************************************************
       RECORD-REPRESENTMENT.
           MOVE 'REPRSNTD'        TO TD-STATUS
           MOVE CR-EFFECTIVE-DATE TO TD-STATUS-DATE
           MOVE CR-REASON         TO TD-SCHEME-REASON

           REWRITE TXNDISP-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           ADD 1 TO CASES-REPRESENTED
           PERFORM REPORT-CASE-OUTCOME
           PERFORM QUEUE-OUTCOME-LETTER
           .

      ******************************************************************
      * LOST - the scheme ruled for the merchant and the provisional
      * credit comes off. A reversal that fails is left to CSCBKEXT.
      ******************************************************************
       SETTLE-CASE-LOST.
           IF TD-CREDIT-DATE NOT = SPACES
              AND TD-CREDIT-REVERSED-DATE = SPACES
               PERFORM READ-CASE-CARD-BALANCE
               IF CARDBAL-STATUS = '00'
                   MOVE SPACES TO POST-DESCRIPTION
                   STRING 'DISPUTE LOST ' TD-MERCHANT
                       DELIMITED BY SIZE INTO POST-DESCRIPTION
                   PERFORM TAKE-OFF-PROVISIONAL-CREDIT
                   IF CARDLDG-STATUS = '00'
                       REWRITE CARDBAL-RECORD
                       ADD 1 TO CREDITS-REVERSED
                   END-IF
               ELSE
                   PERFORM REPORT-CREDIT-NOT-REVERSED
               END-IF
           END-IF

           MOVE 'LOST    '  TO TD-STATUS
           MOVE CR-REASON   TO TD-SCHEME-REASON
           ADD 1 TO CASES-LOST
           PERFORM CLOSE-DECIDED-CASE
           .

      * The provisional credit comes off as a DISPUTE debit - the
      * caller has read the balance and set the description.
       TAKE-OFF-PROVISIONAL-CREDIT.
           MOVE 'DISPUTE '         TO POST-TRAN-TYPE
           MOVE 'D'                TO POST-DEBIT-CREDIT
           MOVE SPACES             TO POST-REFERENCE
           STRING 'DISPUTE ' TD-POST-DATE '/' TD-POST-SEQ
               DELIMITED BY SIZE INTO POST-REFERENCE
           PERFORM POST-CASE-ROW

           IF CARDLDG-STATUS = '00'
               MOVE RUN-DATE TO TD-CREDIT-REVERSED-DATE
           ELSE
               PERFORM REPORT-CREDIT-NOT-REVERSED
           END-IF
           .

       REPORT-CREDIT-NOT-REVERSED.
           ADD 1 TO POSTING-FAILURES
           MOVE TD-DISPUTED-AMOUNT TO AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'CREDIT NOT REVERSED: REF ' CR-CASE-REF
                  ' ' AMOUNT-DISPLAY
                  ' CARDBAL ' CARDBAL-STATUS
                  ' CARDLDG ' CARDLDG-STATUS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

       CLOSE-DECIDED-CASE.
           MOVE CR-EFFECTIVE-DATE TO TD-STATUS-DATE
           MOVE CR-EFFECTIVE-DATE TO TD-CLOSED-DATE
           MOVE DC-JOB-NAME-SELF  TO TD-CLOSED-BY
           MOVE SPACE             TO TD-SEND-PENDING

           REWRITE TXNDISP-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           PERFORM REPORT-CASE-OUTCOME
           PERFORM QUEUE-OUTCOME-LETTER
           .

       REPORT-CASE-OUTCOME.
           MOVE TD-DISPUTED-AMOUNT TO AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'CASE ' TD-STATUS ': ACCT ' TD-CUST-NO
                  ' SEQ ' TD-APPL-SEQ-NO
                  ' POSTING ' TD-POST-DATE '/' TD-POST-SEQ
                  ' ' AMOUNT-DISPLAY ' ' CR-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

       READ-CASE-CARD-BALANCE.
           MOVE TD-CUST-NO     TO CB-CUST-NO
           MOVE TD-APPL-SEQ-NO TO CB-APPL-SEQ-NO

           READ CARDBAL
               KEY IS CB-CARD-KEY
               INVALID KEY
                   CONTINUE
           END-READ
           .

      * One of the case's rows - the caller has set the type, the
      * direction, the reference and the description.
       POST-CASE-ROW.
           MOVE TD-DISPUTED-AMOUNT TO POST-AMOUNT
           MOVE TD-TRAN-DATE       TO POST-TRAN-DATE
           MOVE TD-CARD-NUMBER     TO POST-CARD-NUMBER
           MOVE 'CBRETURN'         TO POST-SOURCE
           PERFORM POST-TO-LEDGER
           .

      * The cardholder hears where their dispute stands the same
      * way they hear about any change the bank makes - a letter,
      * queued PENDING for the next CSLTRPRT print run.
       QUEUE-OUTCOME-LETTER.
           MOVE SPACES TO NOTIFY-LETTER
           MOVE 0      TO NL-LINE-COUNT

           MOVE TD-CUST-NO TO CM-CUST-NO

           READ CUSTMAS
               KEY IS CM-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ

           IF CUSTMAS-STATUS = '00'
               MOVE 80 TO CRYPT-FIELD-LEN
               CALL 'CSCRYPT' USING CRYPT-DECRYPT CM-ENCRYPT-KEY
                   CM-CUST-NAME CRYPT-FIELD-LEN
               MOVE CM-CUST-NAME(1:72) TO NL-LINE (1)
           END-IF

           MOVE TD-CUST-NO TO CA-CUST-NO

           READ CUSTADDR
               KEY IS CA-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ

           IF CUSTADDR-STATUS = '00'
               MOVE 140 TO CRYPT-FIELD-LEN
               CALL 'CSCRYPT' USING CRYPT-DECRYPT CA-ENCRYPT-KEY
                   CA-ADDR-LINE-1 CRYPT-FIELD-LEN
               MOVE CA-ADDR-LINE-1 TO NL-LINE (2)
               MOVE CA-POSTCODE    TO NL-LINE (3)
           END-IF

           MOVE TD-DISPUTED-AMOUNT TO AMOUNT-DISPLAY
           MOVE 'We are writing about the transaction you disputed:'
               TO NL-LINE (4)
           MOVE SPACES TO NL-LINE (5)
           STRING TD-MERCHANT ' on ' TD-TRAN-DATE ', ' AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO NL-LINE (5)

           EVALUATE TRUE
               WHEN TD-IS-WON
                   MOVE 'The card scheme has upheld your dispute, so'
                       TO NL-LINE (6)
                   MOVE 'the temporary credit on your account is now'
                       TO NL-LINE (7)
                   MOVE 'final. Your statement will show it replaced'
                       TO NL-LINE (8)
                   MOVE 'by a chargeback credit for the same amount.'
                       TO NL-LINE (9)
                   MOVE 'TXDWON ' TO LA-APPLICATION-RESULT
               WHEN TD-IS-REPRESENTED
                   MOVE 'The merchant has challenged your dispute. The'
                       TO NL-LINE (6)
                   MOVE 'temporary credit stays on your account while'
                       TO NL-LINE (7)
                   MOVE 'we look at their reply, and we may contact'
                       TO NL-LINE (8)
                   MOVE 'you for more information.'
                       TO NL-LINE (9)
                   MOVE 'TXDREPR' TO LA-APPLICATION-RESULT
               WHEN OTHER
                   MOVE 'The card scheme has decided in favour of the'
                       TO NL-LINE (6)
                   MOVE 'merchant, so the temporary credit has been'
                       TO NL-LINE (7)
                   MOVE 'taken off your account. If you are finding it'
                       TO NL-LINE (8)
                   MOVE 'hard to pay, please contact us - we can help.'
                       TO NL-LINE (9)
                   MOVE 'TXDLOST' TO LA-APPLICATION-RESULT
           END-EVALUATE
           MOVE 9 TO NL-LINE-COUNT

           ADD 1 TO LETTER-SEQ
           IF LETTER-SEQ > 59
               MOVE 1 TO LETTER-SEQ
           END-IF

           MOVE TD-CUST-NO     TO LA-CUST-NO
           MOVE TD-APPL-SEQ-NO TO LA-APPL-SEQ-NO
           MOVE RUN-DATE       TO LA-LETTER-DATE
           MOVE RUN-TIME       TO LA-LETTER-TIME
           MOVE LETTER-SEQ     TO LA-LETTER-TIME(7:2)
           MOVE 'PENDING '     TO LA-DISPATCH-STATUS
           MOVE SPACES         TO LA-PRINTED-DATE
           MOVE NOTIFY-LETTER  TO LA-LETTER-TEXT

           WRITE LTRARCH-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF LTRARCH-STATUS = '00'
               ADD 1 TO LETTERS-QUEUED
           END-IF
           .

       CHECK-SCHEME-RETURN-TRAILER.
           IF RETURN-TRAILER-SEEN = 'N'
               DISPLAY 'OUT OF BALANCE: CHARGEBACK RESPONSE FEED HAD '
                   'NO TRAILER'
           ELSE
               IF RETURN-TRAILER-COUNT NOT = RECORDS-READ
                   MOVE SPACES TO REPORT-LINE
                   STRING 'OUT OF BALANCE: RESPONSE TRAILER COUNT '
                          RETURN-TRAILER-COUNT ' READ ' RECORDS-READ
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               END-IF
               IF RETURN-TRAILER-AMOUNT NOT = RECOVERED-AMOUNT-READ
                   MOVE RETURN-TRAILER-AMOUNT TO TOTAL-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING 'OUT OF BALANCE: RESPONSE TRAILER AMOUNT '
                          TOTAL-DISPLAY
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               END-IF
           END-IF
           .

      ******************************************************************
      * The ledger row posts dated tonight, sequenced after the last
      * row on the card's ledger - the same way CSPOSTNG posts. The
      * balance held in CARDBAL-RECORD only moves once the ledger
      * row is safely written; the caller rewrites it.
      ******************************************************************
       POST-TO-LEDGER.
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
           MOVE POST-TRAN-TYPE      TO LG-TRAN-TYPE
           MOVE POST-DEBIT-CREDIT   TO LG-DEBIT-CREDIT
           MOVE POST-AMOUNT         TO LG-AMOUNT
           IF POST-TRAN-DATE = SPACES
               MOVE RUN-DATE        TO LG-TRAN-DATE
           ELSE
               MOVE POST-TRAN-DATE  TO LG-TRAN-DATE
           END-IF
           MOVE POST-CARD-NUMBER    TO LG-CARD-NUMBER
           MOVE POST-SOURCE         TO LG-SOURCE
           MOVE POST-REFERENCE      TO LG-REFERENCE
           MOVE POST-DESCRIPTION    TO LG-DESCRIPTION
           IF POST-DEBIT-CREDIT = 'D'
               COMPUTE LG-BALANCE-AFTER =
                   CB-CURRENT-BALANCE + POST-AMOUNT
           ELSE
               COMPUTE LG-BALANCE-AFTER =
                   CB-CURRENT-BALANCE - POST-AMOUNT
           END-IF
           MOVE DC-JOB-NAME-SELF    TO LG-POSTED-BY

           WRITE CARDLDG-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF CARDLDG-STATUS = '00'
               MOVE LG-BALANCE-AFTER TO CB-CURRENT-BALANCE
               MOVE RUN-DATE         TO CB-LAST-POST-DATE
               MOVE NEXT-POST-SEQ    TO CB-LAST-POST-SEQ
           END-IF
           .

       PRINT-RETURN-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'SCHEME RECORDS READ:      ' RECORDS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CASES WON:                ' CASES-WON
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CASES RE-PRESENTED:       ' CASES-REPRESENTED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CASES LOST:               ' CASES-LOST
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE RECOVERED-AMOUNT-POSTED TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'AMOUNT RECOVERED:         ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CREDITS MADE FINAL:       ' CREDITS-FINALISED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CREDITS REVERSED:         ' CREDITS-REVERSED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'RECORDS NOT MATCHED:      ' RECORDS-UNMATCHED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'POSTINGS FAILED:          ' POSTING-FAILURES
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'LETTERS QUEUED:           ' LETTERS-QUEUED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'POINTS REVERSED ROWS/POINTS: ' PTS-REVERSE-ROWS
                  ' ' PTS-REVERSED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'POINTS NOTHING TO REVERSE:   '
                  PTS-NOTHING-TO-REVERSE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           IF PTS-WRITE-FAILED > 0
               MOVE SPACES TO REPORT-LINE
               STRING 'POINTS ROWS NOT WRITTEN:     ' PTS-WRITE-FAILED
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           DISPLAY '=============================================='
           .

       COPY DAYCTLP.

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE RECORDS-READ TO RUN-LOG-READ
           COMPUTE RUN-LOG-WRITTEN =
               CASES-WON + CASES-REPRESENTED + CASES-LOST
           COMPUTE RUN-LOG-REJECTED =
               RECORDS-UNMATCHED + POSTING-FAILURES
           .

       COPY RUNLOGP.

       END PROGRAM 'CSCBKRTN'.
