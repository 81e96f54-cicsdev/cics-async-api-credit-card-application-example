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
      *  CSCLSSET
      *
      * Closure settlement run. CCLS (see src/CARDCLOS.cbl) and the
      * CSDORMNT dormancy run close a position and write to the
      * cardholder, but the money was left where it stood: a card
      * closed in credit kept the credit, and a secured card's
      * deposit (DEPTRACK, see copy/DEPTRACK.cpy) was never given
      * back. Every night this job:
      *
      *   1) works the bank's returned refund file (see
      *      copy/RFNDRTN.cpy): a refund it could not deliver is
      *      put back on the card as a credit (CLSRFND credit,
      *      source SETTLE) and the settlement moves to HELD for
      *      follow-up;
      *   2) settles each CLOSED position on CSCACHE not settled
      *      yet, once its last cycle has been closed after the
      *      closure - so the CARDBAL balance is final, last
      *      postings and interest included. A position that never
      *      posted anything settles at nothing. On the CARDLDG
      *      ledger (source SETTLE):
      *        - a secured card's whole deposit goes onto the card
      *          as a DEPOSIT credit, paying off what is owed, and
      *          DEPTRACK moves to SETTLED with the part returned;
      *        - whatever credit is then left is refunded - a
      *          CLSRFND debit bringing the card to nothing - and a
      *          refund instruction is written for the payments
      *          team (see copy/RFNDINS.cpy): to the bank account
      *          the direct debit was taken from when DDMANDT has
      *          one, by cheque to the card address otherwise;
      *        - a debt the deposit did not cover stays on the card
      *          for the collections runs, as before;
      *      and the settlement is recorded on CLSSETL (see
      *      copy/CLSSETL.cpy), which also stops a position being
      *      settled twice;
      *   3) lists every settlement still HELD, oldest return
      *      first in key order, for the follow-up.
      *
      * Being ledger rows, the settlement's money reaches the
      * CSBALANC figures and the CSGLEXTR general ledger journal
      * like any other posting - GLMAP maps the SETTLE events (see
      * ctl/GLMAP.seed.txt). Both bank files carry a trailer; the
      * run balances the returned refund file against its own and
      * writes one on the refund instruction file.
      *
      * Part of the nightly chain - registers on DAYCTL behind
      * CSCYCCLS (see copy/DAYCTLP.cpy), so tonight's cycle closes are
      * in the balance it settles, and ahead of CSCHGOFF. A returned
      * refund file that has not landed is treated as empty, and a
      * region with no DEPTRACK or DDMANDT file settles without
      * deposits or bank details.
      *
      * Running behind the cycle close, a row posted on a card whose
      * cycle closed tonight is carried into that cycle's closing
      * balance as well, so the statement stays in balance and the
      * next cycle opens on the right figure (see copy/CYCPOSTP.cpy).
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSCLSSET.jcl. A sample returned refund file is in
      * ctl/RFNDRTN.seed.txt.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSCLSSET.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT DAYCTL ASSIGN TO DAYCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DY-CONTROL-KEY
                  FILE STATUS IS DAYCTL-STATUS.

           SELECT RFNDRTN-FILE ASSIGN TO RFNDRTN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS RFNDRTN-STATUS.

           SELECT RFNDINS-FILE ASSIGN TO RFNDINS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS RFNDINS-STATUS.

           SELECT CSCACHE ASSIGN TO CSCACHE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CC-CACHE-KEY
                  FILE STATUS IS CSCACHE-STATUS.

           SELECT CLSSETL ASSIGN TO CLSSETL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SE-SETTLE-KEY
                  FILE STATUS IS CLSSETL-STATUS.

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

           SELECT CARDMAS ASSIGN TO CARDMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CD-CARD-KEY
                  FILE STATUS IS CARDMAS-STATUS.

           SELECT DEPTRACK ASSIGN TO DEPTRACK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DT-DEPOSIT-KEY
                  FILE STATUS IS DEPTRACK-STATUS.

           SELECT DDMANDT ASSIGN TO DDMANDT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DM-MANDATE-KEY
                  FILE STATUS IS DDMANDT-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  DAYCTL.
           COPY DAYCTL.

        FD  RFNDRTN-FILE.
           COPY RFNDRTN.

        FD  RFNDINS-FILE.
           COPY RFNDINS.

        FD  CSCACHE.
           COPY CSCACHE.

        FD  CLSSETL.
           COPY CLSSETL.

        FD  CARDBAL.
           COPY CARDBAL.

        FD  CARDLDG.
           COPY CARDLDG.

        FD  CARDMAS.
           COPY CARDMAS.

        FD  DEPTRACK.
           COPY DEPTRACK.

        FD  DDMANDT.
           COPY DDMANDT.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSCLSSET'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSCLSSET'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

      * Business-day close-out control - see copy/DAYCTL.cpy and
      * the shared CHECK-DAY-CONTROL/REGISTER-DAY-COMPLETION
      * fragment in copy/DAYCTLP.cpy.
       1 DAYCTL-STATUS            PIC X(2) VALUE '00'.
       1 DC-JOB-NAME-SELF         PIC X(8) VALUE 'CSCLSSET'.
       1 DC-PREREQ-JOB            PIC X(8) VALUE 'CSCYCCLS'.
       1 DAY-CONTROL-OK           PIC X(1) VALUE 'Y'.
       1 RUN-DATE                 PIC X(8) VALUE SPACES.
       1 RUN-TIME                 PIC X(8) VALUE SPACES.

       1 RFNDRTN-STATUS           PIC X(2) VALUE '00'.
       1 RFNDINS-STATUS           PIC X(2) VALUE '00'.
       1 CSCACHE-STATUS           PIC X(2) VALUE '00'.
       1 CLSSETL-STATUS           PIC X(2) VALUE '00'.
       1 CARDBAL-STATUS           PIC X(2) VALUE '00'.
       1 CARDLDG-STATUS           PIC X(2) VALUE '00'.
       1 CARDMAS-STATUS           PIC X(2) VALUE '00'.
       1 DEPTRACK-STATUS          PIC X(2) VALUE '00'.
       1 DDMANDT-STATUS           PIC X(2) VALUE '00'.
       1 DEPTRACK-OPEN            PIC X(1) VALUE 'N'.
       1 DDMANDT-OPEN             PIC X(1) VALUE 'N'.
       1 END-OF-RFNDRTN           PIC X(1) VALUE 'N'.
       1 END-OF-CSCACHE           PIC X(1) VALUE 'N'.
       1 END-OF-CLSSETL           PIC X(1) VALUE 'N'.
       1 RETURN-TRAILER-SEEN      PIC X(1) VALUE 'N'.
       1 BALANCE-ROW-FOUND        PIC X(1) VALUE 'N'.
       1 DEPOSIT-ROW-FOUND        PIC X(1) VALUE 'N'.

      * The ledger row being posted.
       1 POST-TRAN-TYPE           PIC X(8) VALUE SPACES.
       1 POST-DEBIT-CREDIT        PIC X(1) VALUE SPACES.
       1 POST-AMOUNT              PIC 9(7)V99 VALUE 0.
       1 POST-REFERENCE           PIC X(23) VALUE SPACES.
       1 POST-DESCRIPTION         PIC X(25) VALUE SPACES.
       1 NEXT-POST-SEQ            PIC 9(4) VALUE 0.

      * The settlement being worked out.
       1 FINAL-BALANCE            PIC S9(7)V99 VALUE 0.
       1 DEPOSIT-HELD             PIC 9(7)V99 VALUE 0.
       1 BALANCE-AFTER-DEPOSIT    PIC S9(7)V99 VALUE 0.
       1 REFUND-DUE               PIC 9(7)V99 VALUE 0.
       1 DEBT-LEFT                PIC 9(7)V99 VALUE 0.
       1 DEPOSIT-RETURNED         PIC 9(7)V99 VALUE 0.
       1 REFUND-METHOD            PIC X(6) VALUE SPACES.
       1 REFUND-LEDGER-KEY        PIC X(21) VALUE SPACES.
       1 SETTLEMENT-STATUS        PIC X(8) VALUE SPACES.

      * Field-level PII protection - see src/CSCRYPT.cbl. The cache
      * row's name and address are decrypted under the key named on
      * it for a cheque payee.
       1 CRYPT-DECRYPT            PIC X(1) VALUE 'D'.
       1 CRYPT-FIELD-LEN          PIC S9(4) COMP VALUE 0.
       1 PAYEE-NAME               PIC X(80) VALUE SPACES.
       1 PAYEE-ADDRESS.
         2 PAYEE-ADDR-LINE-1      PIC X(30).
         2 PAYEE-ADDR-LINE-2      PIC X(30).
         2 PAYEE-ADDR-LINE-3      PIC X(30).
         2 PAYEE-CITY             PIC X(20).
         2 PAYEE-REGION           PIC X(20).
         2 PAYEE-POSTCODE         PIC X(10).
         2 PAYEE-COUNTRY          PIC X(2).
         2 PAYEE-ADDR-VERIFIED    PIC X(1).

       1 AMOUNT-DISPLAY           PIC Z(6)9.99.
       1 BALANCE-DISPLAY          PIC -(6)9.99.
       1 TOTAL-DISPLAY            PIC Z(10)9.99.

       1 RETURN-TOTALS.
         2 RETURNS-READ           PIC 9(7) VALUE 0.
         2 RETURNS-HELD           PIC 9(7) VALUE 0.
         2 RETURNS-UNMATCHED      PIC 9(7) VALUE 0.
         2 RETURN-FAILURES        PIC 9(7) VALUE 0.
         2 RETURN-AMOUNT-READ     PIC 9(11)V99 VALUE 0.
         2 RETURN-AMOUNT-HELD     PIC 9(11)V99 VALUE 0.
         2 RETURN-TRAILER-COUNT   PIC 9(7) VALUE 0.
         2 RETURN-TRAILER-AMOUNT  PIC 9(11)V99 VALUE 0.

       1 SETTLEMENT-TOTALS.
         2 POSITIONS-READ         PIC 9(7) VALUE 0.
         2 CLOSED-FOUND           PIC 9(7) VALUE 0.
         2 SETTLED-EARLIER        PIC 9(7) VALUE 0.
         2 AWAITING-CYCLE         PIC 9(7) VALUE 0.
         2 SETTLED-CLEAR          PIC 9(7) VALUE 0.
         2 SETTLED-OWED           PIC 9(7) VALUE 0.
         2 SETTLED-REFUNDED       PIC 9(7) VALUE 0.
         2 SETTLE-FAILURES        PIC 9(7) VALUE 0.
         2 DEPOSITS-SETTLED       PIC 9(7) VALUE 0.
         2 DEPOSIT-AMOUNT-APPLIED PIC 9(11)V99 VALUE 0.
         2 REFUNDS-BY-BANK        PIC 9(7) VALUE 0.
         2 REFUNDS-BY-CHEQUE      PIC 9(7) VALUE 0.
         2 REFUND-AMOUNT-TOTAL    PIC 9(11)V99 VALUE 0.
         2 DEBT-LEFT-TOTAL        PIC 9(11)V99 VALUE 0.
         2 HELD-ON-FILE           PIC 9(7) VALUE 0.
         2 HELD-AMOUNT-TOTAL      PIC 9(11)V99 VALUE 0.

       1 REPORT-LINE              PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME

      * The day-control gate - a cycle close that has not run yet
      * would leave interest still to come on the balance settled.
           PERFORM CHECK-DAY-CONTROL
           IF DAY-CONTROL-OK = 'N'
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF

           OPEN I-O CLSSETL
           OPEN I-O CARDBAL
           OPEN I-O CARDLDG
           OPEN INPUT CARDMAS
           OPEN INPUT CSCACHE
           OPEN OUTPUT RFNDINS-FILE

           OPEN I-O DEPTRACK
           IF DEPTRACK-STATUS = '00'
               MOVE 'Y' TO DEPTRACK-OPEN
           ELSE
               DISPLAY 'DEPTRACK NOT AVAILABLE - NO DEPOSITS SETTLED'
           END-IF

           OPEN INPUT DDMANDT
           IF DDMANDT-STATUS = '00'
               MOVE 'Y' TO DDMANDT-OPEN
           ELSE
               DISPLAY 'DDMANDT NOT AVAILABLE - EVERY REFUND BY CHEQUE'
           END-IF

           PERFORM WORK-RETURNED-REFUND-FILE

           PERFORM READ-NEXT-POSITION
           PERFORM SETTLE-ONE-POSITION
               UNTIL END-OF-CSCACHE = 'Y'

           PERFORM WRITE-INSTRUCTION-TRAILER

           PERFORM LIST-HELD-REFUNDS

           CLOSE CLSSETL
           CLOSE CARDBAL
           CLOSE CARDLDG
           CLOSE CARDMAS
           CLOSE CSCACHE
           CLOSE RFNDINS-FILE
           IF DEPTRACK-OPEN = 'Y'
               CLOSE DEPTRACK
           END-IF
           IF DDMANDT-OPEN = 'Y'
               CLOSE DDMANDT
           END-IF

           PERFORM PRINT-SETTLEMENT-SUMMARY

           PERFORM REGISTER-DAY-COMPLETION

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

      ******************************************************************
      * 1) - the bank's returned refund file.
      ******************************************************************
       WORK-RETURNED-REFUND-FILE.
           OPEN INPUT RFNDRTN-FILE

           IF RFNDRTN-STATUS = '00'
               PERFORM READ-NEXT-RETURNED-REFUND
               PERFORM WORK-ONE-RETURNED-REFUND
                   UNTIL END-OF-RFNDRTN = 'Y'

               CLOSE RFNDRTN-FILE
               PERFORM CHECK-RETURNED-REFUND-TRAILER
           ELSE
               DISPLAY 'RETURNED REFUND FILE NOT AVAILABLE - NO '
                   'RETURNS WORKED'
           END-IF
           .

       READ-NEXT-RETURNED-REFUND.
           READ RFNDRTN-FILE
               AT END
                   MOVE 'Y' TO END-OF-RFNDRTN
           END-READ

           IF RFNDRTN-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-RFNDRTN
           END-IF
           .

       WORK-ONE-RETURNED-REFUND.
           IF RU-IS-TRAILER
               MOVE 'Y'                 TO RETURN-TRAILER-SEEN
               MOVE RU-TRL-RECORD-COUNT TO RETURN-TRAILER-COUNT
               MOVE RU-TRL-AMOUNT-TOTAL TO RETURN-TRAILER-AMOUNT
           ELSE
               ADD 1 TO RETURNS-READ
               ADD RU-AMOUNT TO RETURN-AMOUNT-READ

               MOVE RU-REF-CUST-NO     TO SE-CUST-NO
               MOVE RU-REF-APPL-SEQ-NO TO SE-APPL-SEQ-NO

               READ CLSSETL
                   KEY IS SE-SETTLE-KEY
                   INVALID KEY
                       CONTINUE
               END-READ

      * Only a refund still out with the bank can come back, only
      * the one we sent, and only once.
               IF CLSSETL-STATUS NOT = '00'
                  OR NOT SE-IS-REFUNDED
                  OR SE-REFUND-REF NOT = RU-REFUND-REF
                  OR SE-REFUND-AMOUNT NOT = RU-AMOUNT
                   ADD 1 TO RETURNS-UNMATCHED
                   MOVE RU-AMOUNT TO AMOUNT-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING 'RETURN NOT MATCHED: REF ' RU-REFUND-REF
                          ' AMOUNT ' AMOUNT-DISPLAY
                          ' REASON ' RU-RETURN-REASON
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               ELSE
                   PERFORM HOLD-RETURNED-REFUND
               END-IF
           END-IF

           PERFORM READ-NEXT-RETURNED-REFUND
           .

      * The money is ours again and still the cardholder's, so it
      * goes back on the card as a credit before the settlement is
      * held. A failed posting leaves the settlement REFUNDED, so
      * the next copy of the return file can try again.
       HOLD-RETURNED-REFUND.
           MOVE SE-CUST-NO     TO CB-CUST-NO
           MOVE SE-APPL-SEQ-NO TO CB-APPL-SEQ-NO

           READ CARDBAL
               KEY IS CB-CARD-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CARDBAL-STATUS = '00'
               MOVE SE-CUST-NO     TO CD-CUST-NO
               MOVE SE-APPL-SEQ-NO TO CD-APPL-SEQ-NO
               PERFORM FIND-CARD-NUMBER

               MOVE 'CLSRFND '       TO POST-TRAN-TYPE
               MOVE 'C'              TO POST-DEBIT-CREDIT
               MOVE SE-REFUND-AMOUNT TO POST-AMOUNT
               MOVE RU-REFUND-REF    TO POST-REFERENCE
               MOVE SPACES           TO POST-DESCRIPTION
               STRING 'REFUND RETURNED ' RU-RETURN-REASON
                   DELIMITED BY SIZE INTO POST-DESCRIPTION
               PERFORM POST-TO-LEDGER
           END-IF

           IF CARDBAL-STATUS = '00'
              AND CARDLDG-STATUS = '00'
               REWRITE CARDBAL-RECORD

               MOVE 'HELD    '       TO SE-STATUS
               MOVE RU-RETURN-DATE   TO SE-RETURNED-DATE
               MOVE RU-RETURN-REASON TO SE-RETURN-REASON
               REWRITE CLSSETL-RECORD

               ADD 1 TO RETURNS-HELD
               ADD SE-REFUND-AMOUNT TO RETURN-AMOUNT-HELD
           ELSE
               ADD 1 TO RETURN-FAILURES
               MOVE SPACES TO REPORT-LINE
               STRING 'RETURN NOT POSTED: REF ' RU-REFUND-REF
                      ' CARDBAL ' CARDBAL-STATUS
                      ' CARDLDG ' CARDLDG-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

       CHECK-RETURNED-REFUND-TRAILER.
           IF RETURN-TRAILER-SEEN = 'N'
               DISPLAY 'OUT OF BALANCE: RETURNED REFUND FILE HAD NO '
                   'TRAILER'
           ELSE
               IF RETURN-TRAILER-COUNT NOT = RETURNS-READ
                   MOVE SPACES TO REPORT-LINE
                   STRING 'OUT OF BALANCE: RETURN TRAILER COUNT '
                          RETURN-TRAILER-COUNT ' READ ' RETURNS-READ
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               END-IF
               IF RETURN-TRAILER-AMOUNT NOT = RETURN-AMOUNT-READ
                   MOVE RETURN-TRAILER-AMOUNT TO TOTAL-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING 'OUT OF BALANCE: RETURN TRAILER AMOUNT '
                          TOTAL-DISPLAY
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               END-IF
           END-IF
           .

      ******************************************************************
      * 2) - every CLOSED position not yet settled.
      ******************************************************************
       READ-NEXT-POSITION.
           READ CSCACHE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-CSCACHE
           END-READ

           IF CSCACHE-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CSCACHE
           END-IF
           .

       SETTLE-ONE-POSITION.
           ADD 1 TO POSITIONS-READ

           IF CC-DECISION = 'CLOSED  '
               ADD 1 TO CLOSED-FOUND
               PERFORM SETTLE-IF-FINAL
           END-IF

           PERFORM READ-NEXT-POSITION
           .

      * The balance is final once a cycle has closed after the day
      * the position closed - the cycle close charges the last
      * interest, and by then the last clearing has posted. A
      * position with no balance row never posted anything.
       SETTLE-IF-FINAL.
           MOVE CC-CUST-NO     TO SE-CUST-NO
           MOVE CC-APPL-SEQ-NO TO SE-APPL-SEQ-NO

           READ CLSSETL
               KEY IS SE-SETTLE-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CLSSETL-STATUS = '00'
               ADD 1 TO SETTLED-EARLIER
           ELSE
               MOVE CC-CUST-NO     TO CB-CUST-NO
               MOVE CC-APPL-SEQ-NO TO CB-APPL-SEQ-NO

               READ CARDBAL
                   KEY IS CB-CARD-KEY
                   INVALID KEY
                       CONTINUE
               END-READ

               EVALUATE TRUE
                   WHEN CARDBAL-STATUS NOT = '00'
                       MOVE 'N' TO BALANCE-ROW-FOUND
                       PERFORM SETTLE-CLOSED-POSITION
                   WHEN CB-LAST-CYCLE-DATE = SPACES
                     OR CB-LAST-CYCLE-DATE <= CC-CHECKED-DATE
                       ADD 1 TO AWAITING-CYCLE
                   WHEN OTHER
                       MOVE 'Y' TO BALANCE-ROW-FOUND
                       PERFORM SETTLE-CLOSED-POSITION
               END-EVALUATE
           END-IF
           .

       SETTLE-CLOSED-POSITION.
           IF BALANCE-ROW-FOUND = 'Y'
               MOVE CB-CURRENT-BALANCE TO FINAL-BALANCE
           ELSE
               MOVE 0 TO FINAL-BALANCE
               PERFORM OPEN-BALANCE-ROW
           END-IF

           PERFORM FIND-SECURED-DEPOSIT

           MOVE CC-CUST-NO     TO CD-CUST-NO
           MOVE CC-APPL-SEQ-NO TO CD-APPL-SEQ-NO
           PERFORM FIND-CARD-NUMBER

           MOVE '00'   TO CARDLDG-STATUS
           MOVE SPACES TO REFUND-LEDGER-KEY
           MOVE 0      TO REFUND-DUE
           MOVE 0      TO DEBT-LEFT

      * The whole deposit goes onto the card - it pays off any debt
      * first, and whatever it does not is refunded with any credit
      * the card already had.
           IF DEPOSIT-HELD > 0
               MOVE 'DEPOSIT '   TO POST-TRAN-TYPE
               MOVE 'C'          TO POST-DEBIT-CREDIT
               MOVE DEPOSIT-HELD TO POST-AMOUNT
               MOVE SPACES       TO POST-REFERENCE
               STRING 'DEPTRACK ' DT-DEPOSIT-KEY
                   DELIMITED BY SIZE INTO POST-REFERENCE
               MOVE 'SECURED DEPOSIT APPLIED' TO POST-DESCRIPTION
               PERFORM POST-TO-LEDGER
           END-IF

           IF CARDLDG-STATUS NOT = '00'
               PERFORM REPORT-SETTLE-FAILURE
           ELSE
               COMPUTE BALANCE-AFTER-DEPOSIT =
                   FINAL-BALANCE - DEPOSIT-HELD
               IF BALANCE-AFTER-DEPOSIT < 0
                   COMPUTE REFUND-DUE = 0 - BALANCE-AFTER-DEPOSIT
               ELSE
                   MOVE BALANCE-AFTER-DEPOSIT TO DEBT-LEFT
               END-IF

               IF REFUND-DUE > DEPOSIT-HELD
                   MOVE DEPOSIT-HELD TO DEPOSIT-RETURNED
               ELSE
                   MOVE REFUND-DUE TO DEPOSIT-RETURNED
               END-IF

               IF REFUND-DUE > 0
                   PERFORM POST-CLOSURE-REFUND
               END-IF

               PERFORM RECORD-SETTLEMENT
           END-IF
           .

      * A position that never posted has no balance row - one is
      * opened for it here, at nothing, exactly as CSPOSTNG opens
      * one for a first posting, and written only if the deposit
      * posts to it.
       OPEN-BALANCE-ROW.
           MOVE SPACES         TO CARDBAL-RECORD
           MOVE CC-CUST-NO     TO CB-CUST-NO
           MOVE CC-APPL-SEQ-NO TO CB-APPL-SEQ-NO
           MOVE 0              TO CB-CURRENT-BALANCE
           MOVE 0              TO CB-LAST-POST-SEQ
           MOVE RUN-DATE       TO CB-OPENED-DATE
           MOVE 0              TO CB-CYCLE-CLOSE-BALANCE
           MOVE 0              TO CB-BT-BALANCE
           MOVE 0              TO CB-LAST-STATEMENT-BALANCE
           MOVE 0              TO CB-MINIMUM-DUE
           MOVE 0              TO CB-PAST-DUE-AMOUNT
           MOVE 0              TO CB-CYCLES-DELINQUENT
           MOVE RUN-DATE(7:2)  TO CB-CYCLE-DAY
           IF CB-CYCLE-DAY > 28
               MOVE 28 TO CB-CYCLE-DAY
           END-IF
           .

      * Only a deposit SDEP actually took - CONVERTD - is held for
      * the cardholder. An offer never funded has nothing to give
      * back.
       FIND-SECURED-DEPOSIT.
           MOVE 0   TO DEPOSIT-HELD
           MOVE 'N' TO DEPOSIT-ROW-FOUND

           IF DEPTRACK-OPEN = 'Y'
               MOVE CC-CUST-NO     TO DT-CUST-NO
               MOVE CC-APPL-SEQ-NO TO DT-APPL-SEQ-NO

               READ DEPTRACK
                   KEY IS DT-DEPOSIT-KEY
                   INVALID KEY
                       CONTINUE
               END-READ

               IF DEPTRACK-STATUS = '00'
                  AND DT-OFFER-STATUS = 'CONVERTD'
                  AND DT-DEPOSIT-AMOUNT IS NUMERIC
                   MOVE 'Y'               TO DEPOSIT-ROW-FOUND
                   MOVE DT-DEPOSIT-AMOUNT TO DEPOSIT-HELD
               END-IF
           END-IF
           .

       FIND-CARD-NUMBER.
           READ CARDMAS
               KEY IS CD-CARD-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CARDMAS-STATUS NOT = '00'
               MOVE SPACES TO CD-CARD-NUMBER
           END-IF
           .

      * The credit is paid back to the account the cardholder's
      * direct debit came from when there is one, by cheque to the
      * card address otherwise. The refund row's own ledger key is
      * the reference the bank quotes back on a return.
       POST-CLOSURE-REFUND.
           MOVE 'CHEQUE' TO REFUND-METHOD

           IF DDMANDT-OPEN = 'Y'
               MOVE CC-CUST-NO     TO DM-CUST-NO
               MOVE CC-APPL-SEQ-NO TO DM-APPL-SEQ-NO

               READ DDMANDT
                   KEY IS DM-MANDATE-KEY
                   INVALID KEY
                       CONTINUE
               END-READ

               IF DDMANDT-STATUS = '00'
                  AND DM-SORT-CODE NOT = SPACES
                  AND DM-BANK-ACCOUNT NOT = SPACES
                   MOVE 'BANK  ' TO REFUND-METHOD
               END-IF
           END-IF

           MOVE 'CLSRFND '    TO POST-TRAN-TYPE
           MOVE 'D'           TO POST-DEBIT-CREDIT
           MOVE REFUND-DUE    TO POST-AMOUNT
           MOVE SPACES        TO POST-REFERENCE
           STRING 'REFUND ' REFUND-METHOD
               DELIMITED BY SIZE INTO POST-REFERENCE
           MOVE 'CLOSURE REFUND' TO POST-DESCRIPTION
           PERFORM POST-TO-LEDGER

           IF CARDLDG-STATUS = '00'
               MOVE LG-LEDGER-KEY TO REFUND-LEDGER-KEY
               PERFORM WRITE-REFUND-INSTRUCTION
           END-IF
           .

       WRITE-REFUND-INSTRUCTION.
           MOVE SPACES TO RFNDINS-RECORD
           MOVE 'D'               TO RD-RECORD-TYPE
           MOVE REFUND-LEDGER-KEY TO RD-REFUND-REF
           MOVE REFUND-METHOD     TO RD-METHOD
           MOVE REFUND-DUE        TO RD-AMOUNT
           MOVE RUN-DATE          TO RD-EXTRACT-DATE

           MOVE CC-CUSTOMER-NAME         TO PAYEE-NAME
           MOVE CC-CUSTOMER-ADDRESS-DATA TO PAYEE-ADDRESS
           MOVE 80 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-DECRYPT CC-ENCRYPT-KEY
               PAYEE-NAME CRYPT-FIELD-LEN
           MOVE 140 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-DECRYPT CC-ENCRYPT-KEY
               PAYEE-ADDRESS CRYPT-FIELD-LEN
           MOVE PAYEE-NAME TO RD-PAYEE-NAME

           IF REFUND-METHOD = 'BANK  '
               MOVE DM-SORT-CODE    TO RD-SORT-CODE
               MOVE DM-BANK-ACCOUNT TO RD-BANK-ACCOUNT
               ADD 1 TO REFUNDS-BY-BANK
           ELSE
               MOVE PAYEE-ADDR-LINE-1 TO RD-ADDR-LINE-1
               MOVE PAYEE-ADDR-LINE-2 TO RD-ADDR-LINE-2
               MOVE PAYEE-CITY        TO RD-CITY
               MOVE PAYEE-POSTCODE    TO RD-POSTCODE
               ADD 1 TO REFUNDS-BY-CHEQUE
           END-IF

           WRITE RFNDINS-RECORD
           ADD REFUND-DUE TO REFUND-AMOUNT-TOTAL
           .

      * The settlement is written whatever the refund leg did - the
      * deposit has posted and must never post twice. A refund that
      * could not post is HELD on the card, for the same follow-up
      * as one the bank returned.
       RECORD-SETTLEMENT.
           IF BALANCE-ROW-FOUND = 'Y'
               REWRITE CARDBAL-RECORD
           ELSE
               IF DEPOSIT-HELD > 0
                   WRITE CARDBAL-RECORD
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN REFUND-DUE > 0
                AND CARDLDG-STATUS NOT = '00'
                   MOVE 'HELD    ' TO SETTLEMENT-STATUS
                   PERFORM REPORT-SETTLE-FAILURE
               WHEN REFUND-DUE > 0
                   MOVE 'REFUNDED' TO SETTLEMENT-STATUS
                   ADD 1 TO SETTLED-REFUNDED
               WHEN DEBT-LEFT > 0
                   MOVE 'OWED    ' TO SETTLEMENT-STATUS
                   ADD 1 TO SETTLED-OWED
                   ADD DEBT-LEFT TO DEBT-LEFT-TOTAL
               WHEN OTHER
                   MOVE 'CLEAR   ' TO SETTLEMENT-STATUS
                   ADD 1 TO SETTLED-CLEAR
           END-EVALUATE

           MOVE SPACES             TO CLSSETL-RECORD
           MOVE CC-CUST-NO         TO SE-CUST-NO
           MOVE CC-APPL-SEQ-NO     TO SE-APPL-SEQ-NO
           MOVE SETTLEMENT-STATUS  TO SE-STATUS
           MOVE CC-CHECKED-DATE    TO SE-CLOSED-DATE
           MOVE RUN-DATE           TO SE-SETTLED-DATE
           MOVE FINAL-BALANCE      TO SE-FINAL-BALANCE
           MOVE DEPOSIT-HELD       TO SE-DEPOSIT-APPLIED
           MOVE REFUND-DUE         TO SE-REFUND-AMOUNT
           MOVE DEBT-LEFT          TO SE-AMOUNT-OWED
           IF REFUND-DUE > 0
               MOVE REFUND-METHOD  TO SE-METHOD
           END-IF
           MOVE REFUND-LEDGER-KEY  TO SE-REFUND-REF
           IF SE-IS-HELD
               MOVE RUN-DATE       TO SE-RETURNED-DATE
               MOVE 'LDGW'         TO SE-RETURN-REASON
           END-IF

           WRITE CLSSETL-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF DEPOSIT-ROW-FOUND = 'Y'
               MOVE 'SETTLED '       TO DT-OFFER-STATUS
               MOVE RUN-DATE         TO DT-SETTLED-DATE
               MOVE DEPOSIT-RETURNED TO DT-DEPOSIT-RETURNED
               REWRITE DEPTRACK-RECORD
               ADD 1 TO DEPOSITS-SETTLED
               ADD DEPOSIT-HELD TO DEPOSIT-AMOUNT-APPLIED
           END-IF

           MOVE FINAL-BALANCE TO BALANCE-DISPLAY
           MOVE REFUND-DUE    TO AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'SETTLED: ACCT ' CC-CUST-NO ' SEQ ' CC-APPL-SEQ-NO
                  ' BALANCE ' BALANCE-DISPLAY
                  ' REFUND ' AMOUNT-DISPLAY
                  ' ' SETTLEMENT-STATUS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

       REPORT-SETTLE-FAILURE.
           ADD 1 TO SETTLE-FAILURES
           MOVE SPACES TO REPORT-LINE
           STRING 'SETTLEMENT NOT POSTED: ACCT ' CC-CUST-NO
                  ' SEQ ' CC-APPL-SEQ-NO
                  ' CARDLDG ' CARDLDG-STATUS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

      * The row goes on the ledger first and the balance only moves
      * once it is safely written - the CSDDCOLL posting shape.
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
           MOVE RUN-DATE            TO LG-TRAN-DATE
           MOVE CD-CARD-NUMBER      TO LG-CARD-NUMBER
           MOVE 'SETTLE  '          TO LG-SOURCE
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
               PERFORM CARRY-INTO-CLOSED-CYCLE
           END-IF
           .

       WRITE-INSTRUCTION-TRAILER.
           MOVE SPACES TO RFNDINS-TRAILER-RECORD
           MOVE 'T' TO RD-TRL-RECORD-TYPE
           COMPUTE RD-TRL-RECORD-COUNT =
               REFUNDS-BY-BANK + REFUNDS-BY-CHEQUE
           MOVE REFUND-AMOUNT-TOTAL TO RD-TRL-AMOUNT-TOTAL
           WRITE RFNDINS-TRAILER-RECORD
           .

      ******************************************************************
      * 3) - the follow-up list: every settlement still HELD.
      ******************************************************************
       LIST-HELD-REFUNDS.
           MOVE LOW-VALUES TO SE-SETTLE-KEY

           START CLSSETL KEY >= SE-SETTLE-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-CLSSETL
           END-START

           PERFORM LIST-ONE-SETTLEMENT
               UNTIL END-OF-CLSSETL = 'Y'
           .

       LIST-ONE-SETTLEMENT.
           READ CLSSETL NEXT
               AT END
                   MOVE 'Y' TO END-OF-CLSSETL
           END-READ

           IF END-OF-CLSSETL = 'N'
               IF CLSSETL-STATUS NOT = '00'
                   MOVE 'Y' TO END-OF-CLSSETL
               ELSE
                   IF SE-IS-HELD
                       ADD 1 TO HELD-ON-FILE
                       ADD SE-REFUND-AMOUNT TO HELD-AMOUNT-TOTAL
                       MOVE SE-REFUND-AMOUNT TO AMOUNT-DISPLAY
                       MOVE SPACES TO REPORT-LINE
                       STRING 'HELD REFUND: ACCT ' SE-CUST-NO
                              ' SEQ ' SE-APPL-SEQ-NO
                              ' AMOUNT ' AMOUNT-DISPLAY
                              ' SINCE ' SE-RETURNED-DATE
                              ' REASON ' SE-RETURN-REASON
                           DELIMITED BY SIZE INTO REPORT-LINE
                       DISPLAY REPORT-LINE
                   END-IF
               END-IF
           END-IF
           .

       PRINT-SETTLEMENT-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'RETURNED REFUNDS READ:    ' RETURNS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'RETURNS HELD:             ' RETURNS-HELD
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE RETURN-AMOUNT-HELD TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'AMOUNT HELD:              ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'RETURNS NOT MATCHED:      ' RETURNS-UNMATCHED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'RETURNS NOT POSTED:       ' RETURN-FAILURES
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '----------------------------------------------'
           MOVE SPACES TO REPORT-LINE
           STRING 'CSCACHE ROWS READ:        ' POSITIONS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CLOSED POSITIONS:         ' CLOSED-FOUND
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'SETTLED ON EARLIER RUNS:  ' SETTLED-EARLIER
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'AWAITING A CYCLE CLOSE:   ' AWAITING-CYCLE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'SETTLED - NOTHING OWED:   ' SETTLED-CLEAR
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'SETTLED - DEBT REMAINS:   ' SETTLED-OWED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE DEBT-LEFT-TOTAL TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'DEBT LEFT FOR COLLECTION: ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'SETTLED - REFUNDED:       ' SETTLED-REFUNDED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'REFUNDS BANK/CHEQUE:      ' REFUNDS-BY-BANK
                  ' ' REFUNDS-BY-CHEQUE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE REFUND-AMOUNT-TOTAL TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'AMOUNT REFUNDED:          ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'DEPOSITS SETTLED:         ' DEPOSITS-SETTLED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE DEPOSIT-AMOUNT-APPLIED TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'DEPOSIT AMOUNT APPLIED:   ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'SETTLEMENTS NOT POSTED:   ' SETTLE-FAILURES
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '----------------------------------------------'
           MOVE SPACES TO REPORT-LINE
           STRING 'REFUNDS HELD ON FILE:     ' HELD-ON-FILE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE HELD-AMOUNT-TOTAL TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'AMOUNT HELD ON FILE:      ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

       COPY DAYCTLP.

       COPY CYCPOSTP.

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           COMPUTE RUN-LOG-READ =
               RETURNS-READ + POSITIONS-READ
           COMPUTE RUN-LOG-REJECTED =
               RETURNS-UNMATCHED + RETURN-FAILURES + SETTLE-FAILURES
           .

       COPY RUNLOGP.

       END PROGRAM 'CSCLSSET'.
