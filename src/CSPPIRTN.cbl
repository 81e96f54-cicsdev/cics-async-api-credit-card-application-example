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
      *  CSPPIRTN
      *
      * Payment protection claims return run. CSPPICEX sends each
      * new claim to the insurer and moves its PPICLAIM row to
      * ASSESSNG (see copy/PPICLAIM.cpy); this job works the
      * insurer's return feed (see copy/PPIDECN.cpy), balanced
      * against its trailer. Every record must name a claim on
      * PPICLAIM by its card position and the date it was logged:
      *
      *   D ACCEPTED  a claim under assessment is ACCEPTED at the
      *               monthly benefit the insurer gives, until their
      *               benefit end date - the late fee and collections
      *               holds lift, and the benefit pays the card;
      *   D DECLINED  a claim under assessment is DECLINED and
      *               closed, with the insurer's reason;
      *   D ENDED     an accepted claim's benefit stops - the claim
      *               is ENDED and closed, with the insurer's reason;
      *   P           a monthly benefit payment on an accepted (or
      *               just ended) claim is posted to the card's
      *               CARDLDG ledger as a PAYMENT credit (source
      *               PPICLAIM, carrying the insurer's payment
      *               reference), so the due-date run counts it like
      *               any other payment, and the claim's running
      *               count and total move on. A payment dated no
      *               later than the last one posted is not posted
      *               again.
      *
      * Each decision queues a letter PENDING on LTRARCH telling the
      * cardholder what the insurer decided and, when the benefit
      * will not be paying the card, that normal payments are due.
      *
      * The ledger row goes on first and the balance and the claim
      * only move once it is safely written; a payment that cannot
      * be posted is reported and left for the insurer's record to
      * be put through once more.
      *
      * Registers on DAYCTL behind CSAGYRTN (see copy/DAYCTLP.cpy) -
      * the ledger posters run one behind another, never side by side
      * - so a double run cannot post a payment twice. A return feed
      * that has not landed is treated as empty. RC 4 when a record
      * was not matched or a payment not posted.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSPPIRTN.jcl. Schedule nightly, after CSAGYRTN and
      * before CSCBKRTN - ahead of CSDELINQ, so the night's benefit
      * is on the ledger before a due date is judged.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSPPIRTN.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT DAYCTL ASSIGN TO DAYCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DY-CONTROL-KEY
                  FILE STATUS IS DAYCTL-STATUS.

           SELECT PPIDECN-FILE ASSIGN TO PPIDECN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS PPIDECN-STATUS.

           SELECT PPICLAIM ASSIGN TO PPICLAIM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PC-CLAIM-KEY
                  FILE STATUS IS PPICLAIM-STATUS.

           SELECT CARDMAS ASSIGN TO CARDMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CD-CARD-KEY
                  FILE STATUS IS CARDMAS-STATUS.

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

        FD  PPIDECN-FILE.
           COPY PPIDECN.

        FD  PPICLAIM.
           COPY PPICLAIM.

        FD  CARDMAS.
           COPY CARDMAS.

        FD  CARDBAL.
           COPY CARDBAL.

        FD  CARDLDG.
           COPY CARDLDG.

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
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSPPIRTN'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSPPIRTN'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

      * Business-day close-out control - see copy/DAYCTL.cpy and
      * the shared CHECK-DAY-CONTROL/REGISTER-DAY-COMPLETION
      * fragment in copy/DAYCTLP.cpy.
       1 DAYCTL-STATUS            PIC X(2) VALUE '00'.
       1 DC-JOB-NAME-SELF         PIC X(8) VALUE 'CSPPIRTN'.
       1 DC-PREREQ-JOB            PIC X(8) VALUE 'CSAGYRTN'.
       1 DAY-CONTROL-OK           PIC X(1) VALUE 'Y'.
       1 RUN-DATE                 PIC X(8) VALUE SPACES.
       1 RUN-TIME                 PIC X(8) VALUE SPACES.

       1 PPIDECN-STATUS           PIC X(2) VALUE '00'.
       1 PPICLAIM-STATUS          PIC X(2) VALUE '00'.
       1 CARDMAS-STATUS           PIC X(2) VALUE '00'.
       1 CARDBAL-STATUS           PIC X(2) VALUE '00'.
       1 CARDLDG-STATUS           PIC X(2) VALUE '00'.
       1 CUSTMAS-STATUS           PIC X(2) VALUE '00'.
       1 CUSTADDR-STATUS          PIC X(2) VALUE '00'.
       1 LTRARCH-STATUS           PIC X(2) VALUE '00'.
       1 END-OF-PPIDECN           PIC X(1) VALUE 'N'.
       1 RETURN-TRAILER-SEEN      PIC X(1) VALUE 'N'.

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
         2 CLAIMS-ACCEPTED        PIC 9(7) VALUE 0.
         2 CLAIMS-DECLINED        PIC 9(7) VALUE 0.
         2 CLAIMS-ENDED           PIC 9(7) VALUE 0.
         2 PAYMENTS-POSTED        PIC 9(7) VALUE 0.
         2 RECORDS-UNMATCHED      PIC 9(7) VALUE 0.
         2 POSTING-FAILURES       PIC 9(7) VALUE 0.
         2 LETTERS-QUEUED         PIC 9(7) VALUE 0.
         2 PAYMENT-AMOUNT-READ    PIC 9(11)V99 VALUE 0.
         2 BENEFIT-AMOUNT-POSTED  PIC 9(11)V99 VALUE 0.
         2 RETURN-TRAILER-COUNT   PIC 9(7) VALUE 0.
         2 RETURN-TRAILER-AMOUNT  PIC 9(11)V99 VALUE 0.

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

           OPEN I-O PPICLAIM
           OPEN INPUT CARDMAS
           OPEN I-O CARDBAL
           OPEN I-O CARDLDG
           OPEN INPUT CUSTMAS
           OPEN INPUT CUSTADDR
           OPEN I-O LTRARCH

           PERFORM WORK-INSURER-RETURN-FEED

           CLOSE PPICLAIM
           CLOSE CARDMAS
           CLOSE CARDBAL
           CLOSE CARDLDG
           CLOSE CUSTMAS
           CLOSE CUSTADDR
           CLOSE LTRARCH

           PERFORM PRINT-RETURN-SUMMARY

           IF RECORDS-UNMATCHED > 0
              OR POSTING-FAILURES > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM REGISTER-DAY-COMPLETION

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

       WORK-INSURER-RETURN-FEED.
           OPEN INPUT PPIDECN-FILE

           IF PPIDECN-STATUS = '00'
               PERFORM READ-NEXT-INSURER-RECORD
               PERFORM WORK-ONE-INSURER-RECORD
                   UNTIL END-OF-PPIDECN = 'Y'

               CLOSE PPIDECN-FILE
               PERFORM CHECK-INSURER-RETURN-TRAILER
           ELSE
               DISPLAY 'INSURER RETURN FEED NOT AVAILABLE - NO '
                   'DECISIONS WORKED'
           END-IF
           .

       READ-NEXT-INSURER-RECORD.
           READ PPIDECN-FILE
               AT END
                   MOVE 'Y' TO END-OF-PPIDECN
           END-READ

           IF PPIDECN-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-PPIDECN
           END-IF
           .

       WORK-ONE-INSURER-RECORD.
           IF PD-IS-TRAILER
               MOVE 'Y'                 TO RETURN-TRAILER-SEEN
               MOVE PD-TRL-RECORD-COUNT TO RETURN-TRAILER-COUNT
               MOVE PD-TRL-AMOUNT-TOTAL TO RETURN-TRAILER-AMOUNT
           ELSE
               ADD 1 TO RECORDS-READ
               IF PD-IS-PAYMENT
                   ADD PD-AMOUNT TO PAYMENT-AMOUNT-READ
               END-IF

               MOVE PD-REF-CUST-NO     TO PC-CUST-NO
               MOVE PD-REF-APPL-SEQ-NO TO PC-APPL-SEQ-NO
               MOVE PD-REF-CLAIM-DATE  TO PC-CLAIM-DATE

               READ PPICLAIM
                   KEY IS PC-CLAIM-KEY
                   INVALID KEY
                       CONTINUE
               END-READ

               PERFORM CHECK-INSURER-RECORD

               IF UNMATCHED-REASON NOT = SPACES
                   ADD 1 TO RECORDS-UNMATCHED
                   MOVE SPACES TO REPORT-LINE
                   STRING 'RECORD NOT MATCHED: REF ' PD-CLAIM-REF
                          ' ' PD-RECORD-TYPE ' ' PD-DECISION
                          ' ' UNMATCHED-REASON
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               ELSE
                   IF PD-IS-PAYMENT
                       PERFORM POST-BENEFIT-PAYMENT
                   ELSE
                       PERFORM APPLY-INSURER-DECISION
                   END-IF
               END-IF
           END-IF

           PERFORM READ-NEXT-INSURER-RECORD
           .

      * A decision only on a claim in the state it answers, and a
      * payment only once on a claim the insurer is paying.
       CHECK-INSURER-RECORD.
           MOVE SPACES TO UNMATCHED-REASON

           IF PC-PAYMENTS-POSTED IS NOT NUMERIC
               MOVE 0 TO PC-PAYMENTS-POSTED
           END-IF
           IF PC-BENEFIT-PAID IS NOT NUMERIC
               MOVE 0 TO PC-BENEFIT-PAID
           END-IF

           EVALUATE TRUE
               WHEN PPICLAIM-STATUS NOT = '00'
                   MOVE 'NO CLAIM'          TO UNMATCHED-REASON
               WHEN NOT PD-IS-DECISION AND NOT PD-IS-PAYMENT
                   MOVE 'RECORD TYPE'       TO UNMATCHED-REASON
               WHEN PD-IS-PAYMENT
                AND NOT PC-IS-ACCEPTED AND NOT PC-IS-ENDED
                   MOVE 'NOT BEING PAID'    TO UNMATCHED-REASON
               WHEN PD-IS-PAYMENT AND PD-AMOUNT = 0
                   MOVE 'NO AMOUNT'         TO UNMATCHED-REASON
               WHEN PD-IS-PAYMENT
                AND PC-LAST-PAYMENT-DATE NOT = SPACES
                AND PD-EFFECTIVE-DATE NOT > PC-LAST-PAYMENT-DATE
                   MOVE 'ALREADY PAID'      TO UNMATCHED-REASON
               WHEN PD-IS-PAYMENT
                   CONTINUE
               WHEN PD-IS-ACCEPTED AND PD-AMOUNT = 0
                   MOVE 'NO BENEFIT'        TO UNMATCHED-REASON
               WHEN (PD-IS-ACCEPTED OR PD-IS-DECLINED)
                AND NOT PC-UNDER-ASSESSMENT
                   MOVE 'ALREADY DECIDED'   TO UNMATCHED-REASON
               WHEN PD-IS-ENDED
                AND NOT PC-IS-ACCEPTED
                   MOVE 'NOT BEING PAID'    TO UNMATCHED-REASON
               WHEN NOT PD-IS-ACCEPTED
                AND NOT PD-IS-DECLINED
                AND NOT PD-IS-ENDED
                   MOVE 'DECISION'          TO UNMATCHED-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       APPLY-INSURER-DECISION.
           IF PD-EFFECTIVE-DATE = SPACES
               MOVE RUN-DATE TO PD-EFFECTIVE-DATE
           END-IF

           EVALUATE TRUE
               WHEN PD-IS-ACCEPTED
                   MOVE 'ACCEPTED'          TO PC-STATUS
                   MOVE PD-EFFECTIVE-DATE   TO PC-DECISION-DATE
                   MOVE SPACES              TO PC-DECISION-REASON
                   MOVE PD-AMOUNT           TO PC-MONTHLY-BENEFIT
                   MOVE PD-BENEFIT-END-DATE TO PC-BENEFIT-END-DATE
                   ADD 1 TO CLAIMS-ACCEPTED
               WHEN PD-IS-DECLINED
                   MOVE 'DECLINED'          TO PC-STATUS
                   MOVE PD-EFFECTIVE-DATE   TO PC-DECISION-DATE
                   MOVE PD-REASON           TO PC-DECISION-REASON
                   MOVE PD-EFFECTIVE-DATE   TO PC-CLOSED-DATE
                   MOVE DC-JOB-NAME-SELF    TO PC-CLOSED-BY
                   ADD 1 TO CLAIMS-DECLINED
               WHEN OTHER
                   MOVE 'ENDED   '          TO PC-STATUS
                   MOVE PD-REASON           TO PC-DECISION-REASON
                   MOVE PD-EFFECTIVE-DATE   TO PC-CLOSED-DATE
                   MOVE DC-JOB-NAME-SELF    TO PC-CLOSED-BY
                   ADD 1 TO CLAIMS-ENDED
           END-EVALUATE

      * Whatever was still to go to the insurer is overtaken by
      * their decision.
           MOVE SPACE TO PC-EXTRACT-PENDING

           REWRITE PPICLAIM-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE SPACES TO REPORT-LINE
           STRING 'CLAIM ' PD-DECISION ': ACCT ' PC-CUST-NO
                  ' SEQ ' PC-APPL-SEQ-NO ' LOGGED ' PC-CLAIM-DATE
                  ' ' PD-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE

           PERFORM QUEUE-DECISION-LETTER
           .

      ******************************************************************
      * The insurer's monthly benefit pays the card like any other
      * payment - a PAYMENT credit the due-date run counts.
      ******************************************************************
       POST-BENEFIT-PAYMENT.
           MOVE PC-CUST-NO     TO CD-CUST-NO
           MOVE PC-APPL-SEQ-NO TO CD-APPL-SEQ-NO

           READ CARDMAS
               KEY IS CD-CARD-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CARDMAS-STATUS = '00'
               MOVE CD-CARD-NUMBER TO POST-CARD-NUMBER
           ELSE
               MOVE SPACES         TO POST-CARD-NUMBER
           END-IF

           MOVE PC-CUST-NO     TO CB-CUST-NO
           MOVE PC-APPL-SEQ-NO TO CB-APPL-SEQ-NO

           READ CARDBAL
               KEY IS CB-CARD-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CARDBAL-STATUS = '00'
               MOVE 'PAYMENT '           TO POST-TRAN-TYPE
               MOVE 'C'                  TO POST-DEBIT-CREDIT
               MOVE PD-AMOUNT            TO POST-AMOUNT
               MOVE PD-EFFECTIVE-DATE    TO POST-TRAN-DATE
               MOVE 'PPICLAIM'           TO POST-SOURCE
               MOVE SPACES               TO POST-REFERENCE
               STRING 'PPI ' PD-INSURER-REF
                   DELIMITED BY SIZE INTO POST-REFERENCE
               MOVE 'PPI CLAIM BENEFIT'  TO POST-DESCRIPTION
               PERFORM POST-TO-LEDGER
           END-IF

           IF CARDBAL-STATUS = '00'
              AND CARDLDG-STATUS = '00'
               REWRITE CARDBAL-RECORD

               IF PC-PAYMENTS-POSTED < 999
                   ADD 1 TO PC-PAYMENTS-POSTED
               END-IF
               ADD PD-AMOUNT TO PC-BENEFIT-PAID
               IF PD-EFFECTIVE-DATE = SPACES
                   MOVE RUN-DATE          TO PC-LAST-PAYMENT-DATE
               ELSE
                   MOVE PD-EFFECTIVE-DATE TO PC-LAST-PAYMENT-DATE
               END-IF
               REWRITE PPICLAIM-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE

               ADD 1 TO PAYMENTS-POSTED
               ADD PD-AMOUNT TO BENEFIT-AMOUNT-POSTED
           ELSE
               ADD 1 TO POSTING-FAILURES
               MOVE PD-AMOUNT TO AMOUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING 'BENEFIT NOT POSTED: REF ' PD-CLAIM-REF
                      ' ' AMOUNT-DISPLAY
                      ' CARDBAL ' CARDBAL-STATUS
                      ' CARDLDG ' CARDLDG-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

      * The cardholder hears the insurer's decision the same way
      * they hear about any change the bank makes - a letter,
      * queued PENDING for the next CSLTRPRT print run.
       QUEUE-DECISION-LETTER.
           MOVE SPACES TO NOTIFY-LETTER
           MOVE 0      TO NL-LINE-COUNT

           MOVE PC-CUST-NO TO CM-CUST-NO

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

           MOVE PC-CUST-NO TO CA-CUST-NO

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

           MOVE SPACES TO NL-LINE (4)
           STRING 'We are writing about the payment protection claim '
                  'you made'
               DELIMITED BY SIZE INTO NL-LINE (4)
           MOVE SPACES TO NL-LINE (5)
           STRING 'on ' PC-CLAIM-DATE '.'
               DELIMITED BY SIZE INTO NL-LINE (5)

           EVALUATE TRUE
               WHEN PD-IS-ACCEPTED
                   MOVE PC-MONTHLY-BENEFIT TO AMOUNT-DISPLAY
                   MOVE 'The insurer has accepted it and will pay'
                       TO NL-LINE (6)
                   MOVE SPACES TO NL-LINE (7)
                   STRING AMOUNT-DISPLAY
                          ' each month towards your card account'
                       DELIMITED BY SIZE INTO NL-LINE (7)
                   MOVE SPACES TO NL-LINE (8)
                   IF PC-BENEFIT-END-DATE = SPACES
                       MOVE 'for as long as your claim continues.'
                           TO NL-LINE (8)
                   ELSE
                       STRING 'until ' PC-BENEFIT-END-DATE '.'
                           DELIMITED BY SIZE INTO NL-LINE (8)
                   END-IF
                   MOVE 'Each payment will show on your statement as a'
                       TO NL-LINE (9)
                   MOVE 'payment. Please contact us if you have any'
                       TO NL-LINE (10)
                   MOVE 'questions.'
                       TO NL-LINE (11)
                   MOVE 'PPIACPT' TO LA-APPLICATION-RESULT
               WHEN PD-IS-DECLINED
                   MOVE 'Unfortunately the insurer has not accepted'
                       TO NL-LINE (6)
                   MOVE SPACES TO NL-LINE (7)
                   STRING 'it (their reason code ' PC-DECISION-REASON
                          ').'
                       DELIMITED BY SIZE INTO NL-LINE (7)
                   MOVE 'PPIDECL' TO LA-APPLICATION-RESULT
                   PERFORM ADD-PAYMENTS-DUE-LINES
               WHEN OTHER
                   MOVE 'The insurer has told us that its benefit'
                       TO NL-LINE (6)
                   MOVE SPACES TO NL-LINE (7)
                   STRING 'payments ended on ' PC-CLOSED-DATE
                          ' (their reason code ' PC-DECISION-REASON
                          ').'
                       DELIMITED BY SIZE INTO NL-LINE (7)
                   MOVE 'PPIENDD' TO LA-APPLICATION-RESULT
                   PERFORM ADD-PAYMENTS-DUE-LINES
           END-EVALUATE
           MOVE 11 TO NL-LINE-COUNT

           ADD 1 TO LETTER-SEQ
           IF LETTER-SEQ > 59
               MOVE 1 TO LETTER-SEQ
           END-IF

           MOVE PC-CUST-NO     TO LA-CUST-NO
           MOVE PC-APPL-SEQ-NO TO LA-APPL-SEQ-NO
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

      * No benefit is paying the card - the cardholder's own
      * payments are due again.
       ADD-PAYMENTS-DUE-LINES.
           MOVE 'Normal payments on your card account are due again,'
               TO NL-LINE (8)
           MOVE 'starting with your next statement. If you are'
               TO NL-LINE (9)
           MOVE 'finding it hard to pay, please contact us - we can'
               TO NL-LINE (10)
           MOVE 'help.'
               TO NL-LINE (11)
           .

       CHECK-INSURER-RETURN-TRAILER.
           IF RETURN-TRAILER-SEEN = 'N'
               DISPLAY 'OUT OF BALANCE: INSURER RETURN FEED HAD NO '
                   'TRAILER'
           ELSE
               IF RETURN-TRAILER-COUNT NOT = RECORDS-READ
                   MOVE SPACES TO REPORT-LINE
                   STRING 'OUT OF BALANCE: RETURN TRAILER COUNT '
                          RETURN-TRAILER-COUNT ' READ ' RECORDS-READ
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               END-IF
               IF RETURN-TRAILER-AMOUNT NOT = PAYMENT-AMOUNT-READ
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
           STRING 'INSURER RECORDS READ:     ' RECORDS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CLAIMS ACCEPTED:          ' CLAIMS-ACCEPTED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CLAIMS DECLINED:          ' CLAIMS-DECLINED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CLAIMS ENDED:             ' CLAIMS-ENDED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'BENEFIT PAYMENTS POSTED:  ' PAYMENTS-POSTED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE BENEFIT-AMOUNT-POSTED TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'BENEFIT AMOUNT POSTED:    ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'RECORDS NOT MATCHED:      ' RECORDS-UNMATCHED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'BENEFITS NOT POSTED:      ' POSTING-FAILURES
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'LETTERS QUEUED:           ' LETTERS-QUEUED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

       COPY DAYCTLP.

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE RECORDS-READ TO RUN-LOG-READ
           COMPUTE RUN-LOG-WRITTEN =
               CLAIMS-ACCEPTED + CLAIMS-DECLINED + CLAIMS-ENDED
               + PAYMENTS-POSTED
           COMPUTE RUN-LOG-REJECTED =
               RECORDS-UNMATCHED + POSTING-FAILURES
           .

       COPY RUNLOGP.

       END PROGRAM 'CSPPIRTN'.
