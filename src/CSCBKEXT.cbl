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
      *  CSCBKEXT
      *
      * Transaction dispute chargeback run. Cases are raised and
      * worked through the TDSP transaction (see src/CSTXDISP.cbl)
      * and kept on TXNDISP (see copy/TXNDISP.cpy); this job walks
      * every case and does what the day's changes call for:
      *
      *   - an open case with no provisional credit yet has the
      *     disputed amount posted to the card's CARDLDG ledger as a
      *     DISPUTE credit (source TXNDISP), so the cardholder is not
      *     out of pocket while the scheme works the chargeback;
      *   - a case with something the scheme has not yet been told
      *     (TD-SEND-PENDING) is written on the chargeback extract
      *     (see copy/CHGBKEXT.cpy): C - a new chargeback, which
      *     moves the case from RAISED to CHGBKSNT; A - a
      *     re-presented case going to arbitration, which moves it
      *     from ARBREQ to ARBITRTN; W - a withdrawal;
      *   - a case closed (WON, LOST or WITHDRWN) whose provisional
      *     credit is still on the card has it reversed as a DISPUTE
      *     debit - on a case WON, one CSCBKRTN could not take off
      *     behind the CHGBACK credit it posted.
      *
      * The extract closes with a trailer carrying the record count
      * and the total charged back, for the scheme to balance
      * against. Its responses come back on the feed worked by
      * CSCBKRTN (see src/CSCBKRTN.cbl).
      *
      * The ledger row goes on first and the balance and the case
      * only move once it is safely written; a credit or reversal
      * that cannot be posted is reported and tried again the next
      * night.
      *
      * Registers on DAYCTL behind CSCBKRTN (see copy/DAYCTLP.cpy) -
      * the ledger posters run one behind another, never side by
      * side - so a double run cannot post a credit twice. RC 4 when a
      * credit or reversal was not posted.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSCBKEXT.jcl. Schedule nightly, after CSCBKRTN and
      * before CSDDCOLL; send CHGBKEXT to the scheme.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSCBKEXT.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT DAYCTL ASSIGN TO DAYCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DY-CONTROL-KEY
                  FILE STATUS IS DAYCTL-STATUS.

           SELECT TXNDISP ASSIGN TO TXNDISP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
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

           SELECT CHARGEBACK-EXTRACT ASSIGN TO CHGBKEXT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS CHGBKEXT-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  DAYCTL.
           COPY DAYCTL.

        FD  TXNDISP.
           COPY TXNDISP.

        FD  CARDBAL.
           COPY CARDBAL.

        FD  CARDLDG.
           COPY CARDLDG.

        FD  CHARGEBACK-EXTRACT.
           COPY CHGBKEXT.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSCBKEXT'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSCBKEXT'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

      * Business-day close-out control - see copy/DAYCTL.cpy and
      * the shared CHECK-DAY-CONTROL/REGISTER-DAY-COMPLETION
      * fragment in copy/DAYCTLP.cpy.
       1 DAYCTL-STATUS            PIC X(2) VALUE '00'.
       1 DC-JOB-NAME-SELF         PIC X(8) VALUE 'CSCBKEXT'.
       1 DC-PREREQ-JOB            PIC X(8) VALUE 'CSCBKRTN'.
       1 DAY-CONTROL-OK           PIC X(1) VALUE 'Y'.
       1 RUN-DATE                 PIC X(8) VALUE SPACES.
       1 RUN-TIME                 PIC X(8) VALUE SPACES.

       1 TXNDISP-STATUS           PIC X(2) VALUE '00'.
       1 CARDBAL-STATUS           PIC X(2) VALUE '00'.
       1 CARDLDG-STATUS           PIC X(2) VALUE '00'.
       1 CHGBKEXT-STATUS          PIC X(2) VALUE '00'.
       1 END-OF-CASES             PIC X(1) VALUE 'N'.
       1 CASE-CHANGED             PIC X(1) VALUE 'N'.
       1 EXTRACT-RECORD-TYPE      PIC X(1) VALUE SPACE.
       1 FAILED-POSTING           PIC X(18) VALUE SPACES.

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

       1 AMOUNT-DISPLAY           PIC Z(6)9.99.
       1 TOTAL-DISPLAY            PIC Z(10)9.99.

       1 EXTRACT-TOTALS.
         2 CASES-READ             PIC 9(7) VALUE 0.
         2 CASES-OPEN             PIC 9(7) VALUE 0.
         2 CREDITS-POSTED         PIC 9(7) VALUE 0.
         2 CREDITS-REVERSED       PIC 9(7) VALUE 0.
         2 POSTING-FAILURES       PIC 9(7) VALUE 0.
         2 RECORDS-WRITTEN        PIC 9(7) VALUE 0.
         2 CHARGEBACKS-SENT       PIC 9(7) VALUE 0.
         2 ARBITRATIONS-SENT      PIC 9(7) VALUE 0.
         2 WITHDRAWALS-SENT       PIC 9(7) VALUE 0.
         2 CREDIT-AMOUNT-POSTED   PIC 9(11)V99 VALUE 0.
         2 CREDIT-AMOUNT-REVERSED PIC 9(11)V99 VALUE 0.
         2 CHARGEBACK-AMOUNT-SENT PIC 9(11)V99 VALUE 0.

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
           OPEN OUTPUT CHARGEBACK-EXTRACT

           PERFORM READ-NEXT-CASE
           PERFORM WORK-ONE-CASE
               UNTIL END-OF-CASES = 'Y'

           PERFORM WRITE-CHARGEBACK-TRAILER

           CLOSE TXNDISP
           CLOSE CARDBAL
           CLOSE CARDLDG
           CLOSE CHARGEBACK-EXTRACT

           PERFORM PRINT-EXTRACT-SUMMARY

           IF POSTING-FAILURES > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM REGISTER-DAY-COMPLETION

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

       READ-NEXT-CASE.
           READ TXNDISP NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-CASES
           END-READ

           IF TXNDISP-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CASES
           END-IF
           .

       WORK-ONE-CASE.
           ADD 1 TO CASES-READ
           MOVE 'N' TO CASE-CHANGED

           IF TD-IS-OPEN
               ADD 1 TO CASES-OPEN
               IF TD-CREDIT-DATE = SPACES
                   PERFORM POST-PROVISIONAL-CREDIT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN TD-SEND-CHARGEBACK AND TD-IS-RAISED
                   MOVE 'C'          TO EXTRACT-RECORD-TYPE
                   PERFORM WRITE-CHARGEBACK-RECORD
                   MOVE 'CHGBKSNT'   TO TD-STATUS
                   MOVE RUN-DATE     TO TD-STATUS-DATE
                   ADD 1 TO CHARGEBACKS-SENT
                   ADD TD-DISPUTED-AMOUNT TO CHARGEBACK-AMOUNT-SENT
               WHEN TD-SEND-ARBITRATION AND TD-IS-ARB-REQUESTED
                   MOVE 'A'          TO EXTRACT-RECORD-TYPE
                   PERFORM WRITE-CHARGEBACK-RECORD
                   MOVE 'ARBITRTN'   TO TD-STATUS
                   MOVE RUN-DATE     TO TD-STATUS-DATE
                   ADD 1 TO ARBITRATIONS-SENT
               WHEN TD-SEND-WITHDRAWAL
                   MOVE 'W'          TO EXTRACT-RECORD-TYPE
                   PERFORM WRITE-CHARGEBACK-RECORD
                   ADD 1 TO WITHDRAWALS-SENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF (TD-IS-LOST OR TD-IS-WITHDRAWN OR TD-IS-WON)
              AND TD-CREDIT-DATE NOT = SPACES
              AND TD-CREDIT-REVERSED-DATE = SPACES
               PERFORM REVERSE-PROVISIONAL-CREDIT
           END-IF

           IF CASE-CHANGED = 'Y'
               REWRITE TXNDISP-RECORD
           END-IF

           PERFORM READ-NEXT-CASE
           .

      ******************************************************************
      * The disputed amount goes back on the card while the scheme
      * works the chargeback.
      ******************************************************************
       POST-PROVISIONAL-CREDIT.
           PERFORM READ-CASE-CARD-BALANCE

           IF CARDBAL-STATUS = '00'
               MOVE 'C'                TO POST-DEBIT-CREDIT
               MOVE SPACES             TO POST-DESCRIPTION
               STRING 'DISPUTED ' TD-MERCHANT
                   DELIMITED BY SIZE INTO POST-DESCRIPTION
               PERFORM POST-CASE-ROW
           END-IF

           IF CARDBAL-STATUS = '00'
              AND CARDLDG-STATUS = '00'
               REWRITE CARDBAL-RECORD
               MOVE RUN-DATE TO TD-CREDIT-DATE
               MOVE 'Y'      TO CASE-CHANGED
               ADD 1 TO CREDITS-POSTED
               ADD TD-DISPUTED-AMOUNT TO CREDIT-AMOUNT-POSTED
           ELSE
               MOVE 'PROVISIONAL CREDIT' TO FAILED-POSTING
               PERFORM REPORT-POSTING-FAILURE
           END-IF
           .

      ******************************************************************
      * A case closed - the provisional credit comes off. On a case
      * WON it comes off behind the CHGBACK credit CSCBKRTN posted.
      ******************************************************************
       REVERSE-PROVISIONAL-CREDIT.
           PERFORM READ-CASE-CARD-BALANCE

           IF CARDBAL-STATUS = '00'
               MOVE 'D'                TO POST-DEBIT-CREDIT
               MOVE SPACES             TO POST-DESCRIPTION
               EVALUATE TRUE
                   WHEN TD-IS-WON
                       STRING 'DISPUTE RESOLVED ' TD-MERCHANT
                           DELIMITED BY SIZE INTO POST-DESCRIPTION
                   WHEN TD-IS-LOST
                       STRING 'DISPUTE LOST ' TD-MERCHANT
                           DELIMITED BY SIZE INTO POST-DESCRIPTION
                   WHEN OTHER
                       STRING 'DISPUTE WDRAWN ' TD-MERCHANT
                           DELIMITED BY SIZE INTO POST-DESCRIPTION
               END-EVALUATE
               PERFORM POST-CASE-ROW
           END-IF

           IF CARDBAL-STATUS = '00'
              AND CARDLDG-STATUS = '00'
               REWRITE CARDBAL-RECORD
               MOVE RUN-DATE TO TD-CREDIT-REVERSED-DATE
               MOVE 'Y'      TO CASE-CHANGED
               ADD 1 TO CREDITS-REVERSED
               ADD TD-DISPUTED-AMOUNT TO CREDIT-AMOUNT-REVERSED

               MOVE TD-DISPUTED-AMOUNT TO AMOUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING 'CREDIT REVERSED: ACCT ' TD-CUST-NO
                      ' SEQ ' TD-APPL-SEQ-NO
                      ' POSTING ' TD-POST-DATE '/' TD-POST-SEQ
                      ' ' TD-STATUS ' ' AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           ELSE
               MOVE 'CREDIT REVERSAL'    TO FAILED-POSTING
               PERFORM REPORT-POSTING-FAILURE
           END-IF
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

      * The case's DISPUTE row, either way - the caller has set the
      * direction and the description.
       POST-CASE-ROW.
           MOVE 'DISPUTE '         TO POST-TRAN-TYPE
           MOVE TD-DISPUTED-AMOUNT TO POST-AMOUNT
           MOVE TD-TRAN-DATE       TO POST-TRAN-DATE
           MOVE TD-CARD-NUMBER     TO POST-CARD-NUMBER
           MOVE 'TXNDISP '         TO POST-SOURCE
           MOVE SPACES             TO POST-REFERENCE
           STRING 'DISPUTE ' TD-POST-DATE '/' TD-POST-SEQ
               DELIMITED BY SIZE INTO POST-REFERENCE
           PERFORM POST-TO-LEDGER
           .

      * The caller has named what failed in FAILED-POSTING.
       REPORT-POSTING-FAILURE.
           ADD 1 TO POSTING-FAILURES
           MOVE TD-DISPUTED-AMOUNT TO AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'NOT POSTED: ' FAILED-POSTING
                  ' ACCT ' TD-CUST-NO ' SEQ ' TD-APPL-SEQ-NO
                  ' ' AMOUNT-DISPLAY
                  ' CARDBAL ' CARDBAL-STATUS
                  ' CARDLDG ' CARDLDG-STATUS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

      * The record type is set by the caller. The case is left with
      * nothing pending and tonight's extract date.
       WRITE-CHARGEBACK-RECORD.
           MOVE SPACES              TO CHARGEBACK-EXTRACT-RECORD
           MOVE EXTRACT-RECORD-TYPE TO CK-RECORD-TYPE
           MOVE TD-CUST-NO          TO CK-CUST-NO
           MOVE TD-APPL-SEQ-NO      TO CK-APPL-SEQ-NO
           MOVE TD-POST-DATE        TO CK-POST-DATE
           MOVE TD-POST-SEQ         TO CK-POST-SEQ
           MOVE TD-SCHEME-REF       TO CK-SCHEME-REF
           MOVE TD-CARD-NUMBER      TO CK-CARD-NUMBER
           MOVE TD-TRAN-DATE        TO CK-TRAN-DATE
           MOVE TD-TRAN-AMOUNT      TO CK-TRAN-AMOUNT
           MOVE TD-DISPUTED-AMOUNT  TO CK-DISPUTED-AMOUNT
           MOVE TD-REASON           TO CK-REASON
           MOVE TD-SCHEME-CASE-REF  TO CK-SCHEME-CASE-REF
           MOVE RUN-DATE            TO CK-EXTRACT-DATE

           WRITE CHARGEBACK-EXTRACT-RECORD
           ADD 1 TO RECORDS-WRITTEN

           MOVE SPACE    TO TD-SEND-PENDING
           MOVE RUN-DATE TO TD-SENT-DATE
           MOVE 'Y'      TO CASE-CHANGED

           MOVE SPACES TO REPORT-LINE
           STRING 'SENT ' EXTRACT-RECORD-TYPE ': ACCT ' TD-CUST-NO
                  ' SEQ ' TD-APPL-SEQ-NO
                  ' POSTING ' TD-POST-DATE '/' TD-POST-SEQ
                  ' ' TD-REASON ' ' TD-MERCHANT(1:16)
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

       WRITE-CHARGEBACK-TRAILER.
           MOVE SPACES                 TO CHARGEBACK-EXTRACT-TRAILER
           MOVE 'T'                    TO CK-TRL-RECORD-TYPE
           MOVE RECORDS-WRITTEN        TO CK-TRL-RECORD-COUNT
           MOVE CHARGEBACK-AMOUNT-SENT TO CK-TRL-AMOUNT-TOTAL

           WRITE CHARGEBACK-EXTRACT-TRAILER
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

       PRINT-EXTRACT-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'DISPUTE CASES READ:       ' CASES-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CASES OPEN:               ' CASES-OPEN
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PROVISIONAL CREDITS:      ' CREDITS-POSTED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE CREDIT-AMOUNT-POSTED TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'CREDIT AMOUNT POSTED:     ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CREDITS REVERSED:         ' CREDITS-REVERSED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE CREDIT-AMOUNT-REVERSED TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'CREDIT AMOUNT REVERSED:   ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'NOT POSTED:               ' POSTING-FAILURES
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CHARGEBACKS SENT:         ' CHARGEBACKS-SENT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE CHARGEBACK-AMOUNT-SENT TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'AMOUNT CHARGED BACK:      ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'ARBITRATIONS SENT:        ' ARBITRATIONS-SENT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'WITHDRAWALS SENT:         ' WITHDRAWALS-SENT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'EXTRACT RECORDS WRITTEN:  ' RECORDS-WRITTEN
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

       COPY DAYCTLP.

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE CASES-READ TO RUN-LOG-READ
           COMPUTE RUN-LOG-WRITTEN =
               RECORDS-WRITTEN + CREDITS-POSTED + CREDITS-REVERSED
           MOVE POSTING-FAILURES TO RUN-LOG-REJECTED
           .

       COPY RUNLOGP.

       END PROGRAM 'CSCBKEXT'.
