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
      *  CSREFRTN
      *
      * Partner-lender referral return feed and referral fee
      * reconciliation. Three passes:
      *
      *   - the partner's return feed (REFRTN - see
      *     copy/REFRTN.cpy) is applied to REFERRAL: a referral we
      *     sent (REFERRED) or one the partner has already accepted
      *     (ACCEPTED) takes the outcome, its date, the partner's
      *     reference and any amount lent. A FUNDED referral earns
      *     us CP-REFERRAL-FEE (off CTLPARM; the built-in default
      *     below applies when no record is loaded), set as its fee
      *     due. A line for a referral we never sent, or one whose
      *     outcome is already final, is listed and not applied;
      *
      *   - finance's fee invoice detail (REFINV - see
      *     copy/REFINV.cpy) is reconciled against the FUNDED
      *     referrals: each line marks its referral invoiced, with
      *     the fee and invoice number. A fee that differs from the
      *     fee due, a referral billed on a second invoice, and a
      *     line for a referral that is not FUNDED are listed. A
      *     line already recorded against the same invoice (a
      *     re-run) is passed by;
      *
      *   - every FUNDED referral not yet invoiced is listed with
      *     the fee still to bill, and the totals are reported.
      *
      * A feed or invoice file that has not landed is treated as
      * empty. Referral extracts are written by CSREFEXT (see
      * src/CSREFEXT.cbl).
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSREFRTN.jcl. Schedule nightly, after CSREFEXT.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSREFRTN.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT REFERRAL ASSIGN TO REFERRAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RF-REFERRAL-KEY
                  FILE STATUS IS REFERRAL-STATUS.

           SELECT CTLPARM ASSIGN TO CTLPARM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CP-PARM-ID
                  FILE STATUS IS CTLPARM-STATUS.

           SELECT RETURN-FEED ASSIGN TO REFRTN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS REFRTN-STATUS.

           SELECT FEE-INVOICE ASSIGN TO REFINV
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS REFINV-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  REFERRAL.
           COPY REFERRAL.

        FD  CTLPARM.
           COPY CTLPARM.

        FD  RETURN-FEED.
           COPY REFRTN.

        FD  FEE-INVOICE.
           COPY REFINV.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSREFRTN'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSREFRTN'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 REFERRAL-STATUS          PIC X(2) VALUE '00'.
       1 CTLPARM-STATUS           PIC X(2) VALUE '00'.
       1 REFRTN-STATUS            PIC X(2) VALUE '00'.
       1 REFINV-STATUS            PIC X(2) VALUE '00'.
       1 END-OF-REFERRALS         PIC X(1) VALUE 'N'.
       1 END-OF-RETURN-FEED       PIC X(1) VALUE 'N'.
       1 END-OF-FEE-INVOICE       PIC X(1) VALUE 'N'.

       1 REFERRAL-FEE             PIC 9(3)V99 VALUE 50.00.

       1 RECON-TOTALS.
         2 OUTCOME-LINES-READ     PIC 9(7) VALUE 0.
         2 OUTCOMES-APPLIED       PIC 9(7) VALUE 0.
         2 OUTCOMES-ACCEPTED      PIC 9(7) VALUE 0.
         2 OUTCOMES-FUNDED        PIC 9(7) VALUE 0.
         2 OUTCOMES-REJECTED      PIC 9(7) VALUE 0.
         2 OUTCOMES-NOT-APPLIED   PIC 9(7) VALUE 0.
         2 FEE-LINES-READ         PIC 9(7) VALUE 0.
         2 FEE-LINES-MATCHED      PIC 9(7) VALUE 0.
         2 FEE-LINES-RERUN        PIC 9(7) VALUE 0.
         2 FEE-MISMATCHES         PIC 9(7) VALUE 0.
         2 FEE-BILLED-TWICE       PIC 9(7) VALUE 0.
         2 FEE-LINES-UNMATCHED    PIC 9(7) VALUE 0.
         2 FUNDED-NOT-INVOICED    PIC 9(7) VALUE 0.
         2 INVOICED-TOTAL         PIC 9(9)V99 VALUE 0.
         2 OUTSTANDING-TOTAL      PIC 9(9)V99 VALUE 0.

       1 FEE-EDIT                 PIC ZZZZ9.99.
       1 AMOUNT-EDIT              PIC Z(8)9.99.

       1 REPORT-LINE              PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           PERFORM READ-CONTROL-PARAMETERS

           OPEN I-O REFERRAL

           DISPLAY '=============================================='
           DISPLAY 'PARTNER REFERRAL RETURN FEED AND FEE RECON'
           DISPLAY '=============================================='
           DISPLAY 'OUTCOME LINES NOT APPLIED:'
           PERFORM APPLY-RETURN-FEED

           DISPLAY 'FEE LINES NOT RECONCILED:'
           PERFORM RECONCILE-FEE-INVOICE

           DISPLAY 'FUNDED REFERRALS NOT YET INVOICED:'
           PERFORM LIST-FUNDED-NOT-INVOICED

           CLOSE REFERRAL

           PERFORM PRINT-RECON-SUMMARY

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

       READ-CONTROL-PARAMETERS.
           MOVE 'DEFAULT ' TO CP-PARM-ID

           OPEN INPUT CTLPARM

           READ CTLPARM
               KEY IS CP-PARM-ID
               INVALID KEY
                   CONTINUE
           END-READ

           IF CTLPARM-STATUS = '00'
              AND CP-REFERRAL-FEE IS NUMERIC
              AND CP-REFERRAL-FEE > 0
               MOVE CP-REFERRAL-FEE TO REFERRAL-FEE
           END-IF

           CLOSE CTLPARM
           .

      ******************************************************************
      * The partner's outcomes, applied to the referrals we sent.
      ******************************************************************
       APPLY-RETURN-FEED.
           OPEN INPUT RETURN-FEED

           IF REFRTN-STATUS = '00'
               PERFORM READ-NEXT-OUTCOME
               PERFORM APPLY-ONE-OUTCOME-LINE
                   UNTIL END-OF-RETURN-FEED = 'Y'

               CLOSE RETURN-FEED
           END-IF
           .

       READ-NEXT-OUTCOME.
           READ RETURN-FEED
               AT END
                   MOVE 'Y' TO END-OF-RETURN-FEED
           END-READ
           .

       APPLY-ONE-OUTCOME-LINE.
           IF RR-OUTCOME-LINE
               PERFORM APPLY-OUTCOME
           END-IF

           PERFORM READ-NEXT-OUTCOME
           .

      * Only a referral still open with the partner moves - one
      * that is FUNDED or REJECTED has its final outcome already.
       APPLY-OUTCOME.
           ADD 1 TO OUTCOME-LINES-READ

           MOVE RR-CUST-NO     TO RF-CUST-NO
           MOVE RR-APPL-SEQ-NO TO RF-APPL-SEQ-NO
           READ REFERRAL
               KEY IS RF-REFERRAL-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN REFERRAL-STATUS NOT = '00'
                   MOVE 'NOTFOUND' TO RF-STATUS
                   PERFORM LIST-OUTCOME-NOT-APPLIED
               WHEN RF-STATUS NOT = 'REFERRED'
                AND RF-STATUS NOT = 'ACCEPTED'
                   PERFORM LIST-OUTCOME-NOT-APPLIED
               WHEN RR-OUTCOME = 'ACCEPTED'
                   ADD 1 TO OUTCOMES-ACCEPTED
                   PERFORM RECORD-PARTNER-OUTCOME
               WHEN RR-OUTCOME = 'FUNDED'
                   ADD 1 TO OUTCOMES-FUNDED
                   MOVE REFERRAL-FEE     TO RF-FEE-DUE
                   MOVE RR-FUNDED-AMOUNT TO RF-FUNDED-AMOUNT
                   PERFORM RECORD-PARTNER-OUTCOME
               WHEN RR-OUTCOME = 'REJECTED'
                   ADD 1 TO OUTCOMES-REJECTED
                   PERFORM RECORD-PARTNER-OUTCOME
               WHEN OTHER
                   PERFORM LIST-OUTCOME-NOT-APPLIED
           END-EVALUATE
           .

       RECORD-PARTNER-OUTCOME.
           MOVE RR-OUTCOME      TO RF-STATUS
           MOVE RR-OUTCOME-DATE TO RF-PARTNER-OUTCOME-DATE
           MOVE RR-PARTNER-REF  TO RF-PARTNER-REF
           REWRITE REFERRAL-RECORD

           ADD 1 TO OUTCOMES-APPLIED
           .

       LIST-OUTCOME-NOT-APPLIED.
           ADD 1 TO OUTCOMES-NOT-APPLIED

           MOVE SPACES TO REPORT-LINE
           STRING '  ACCT ' RR-CUST-NO
                  ' SEQ ' RR-APPL-SEQ-NO
                  ' OUTCOME ' RR-OUTCOME
                  ' REFERRAL IS ' RF-STATUS
                  ' REF ' RR-PARTNER-REF
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

      ******************************************************************
      * Finance's fee lines, matched to the FUNDED referrals.
      ******************************************************************
       RECONCILE-FEE-INVOICE.
           OPEN INPUT FEE-INVOICE

           IF REFINV-STATUS = '00'
               PERFORM READ-NEXT-FEE-LINE
               PERFORM RECONCILE-ONE-FEE-LINE
                   UNTIL END-OF-FEE-INVOICE = 'Y'

               CLOSE FEE-INVOICE
           END-IF
           .

       READ-NEXT-FEE-LINE.
           READ FEE-INVOICE
               AT END
                   MOVE 'Y' TO END-OF-FEE-INVOICE
           END-READ
           .

       RECONCILE-ONE-FEE-LINE.
           IF RV-FEE-LINE
               PERFORM RECONCILE-FEE-LINE
           END-IF

           PERFORM READ-NEXT-FEE-LINE
           .

       RECONCILE-FEE-LINE.
           ADD 1 TO FEE-LINES-READ

           MOVE RV-CUST-NO     TO RF-CUST-NO
           MOVE RV-APPL-SEQ-NO TO RF-APPL-SEQ-NO
           READ REFERRAL
               KEY IS RF-REFERRAL-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN REFERRAL-STATUS NOT = '00'
                   ADD 1 TO FEE-LINES-UNMATCHED
                   MOVE 'NOTFOUND' TO RF-STATUS
                   PERFORM LIST-FEE-LINE
               WHEN RF-STATUS NOT = 'FUNDED'
                   ADD 1 TO FEE-LINES-UNMATCHED
                   PERFORM LIST-FEE-LINE
               WHEN RF-INVOICE-NO = RV-INVOICE-NO
                   ADD 1 TO FEE-LINES-RERUN
               WHEN RF-INVOICE-NO NOT = SPACES
                   ADD 1 TO FEE-BILLED-TWICE
                   MOVE 'INVOICED' TO RF-STATUS
                   PERFORM LIST-FEE-LINE
               WHEN OTHER
                   PERFORM CLAIM-FUNDED-REFERRAL
           END-EVALUATE
           .

      * A fee billed at the wrong amount still marks the referral
      * invoiced - it is listed for finance to raise the difference.
       CLAIM-FUNDED-REFERRAL.
           ADD 1      TO FEE-LINES-MATCHED
           ADD RV-FEE TO INVOICED-TOTAL

           MOVE RV-FEE        TO RF-FEE-INVOICED
           MOVE RV-INVOICE-NO TO RF-INVOICE-NO
           REWRITE REFERRAL-RECORD

           IF RV-FEE NOT = RF-FEE-DUE
               ADD 1 TO FEE-MISMATCHES
               MOVE RF-FEE-DUE TO FEE-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING '  INV ' RV-INVOICE-NO
                      ' ACCT ' RV-CUST-NO
                      ' SEQ ' RV-APPL-SEQ-NO
                      ' FEE DIFFERS - DUE ' FEE-EDIT
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

      * RF-STATUS carries what the referral is, for the listing -
      * the record is not rewritten after.
       LIST-FEE-LINE.
           MOVE RV-FEE TO FEE-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  INV ' RV-INVOICE-NO
                  ' ACCT ' RV-CUST-NO
                  ' SEQ ' RV-APPL-SEQ-NO
                  ' ' FEE-EDIT
                  ' REFERRAL IS ' RF-STATUS
                  ' ' RF-INVOICE-NO
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

      ******************************************************************
      * Fees earned and not yet billed.
      ******************************************************************
       LIST-FUNDED-NOT-INVOICED.
           MOVE LOW-VALUES TO RF-REFERRAL-KEY
           START REFERRAL
               KEY IS NOT LESS THAN RF-REFERRAL-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-REFERRALS
           END-START

           IF END-OF-REFERRALS = 'N'
               PERFORM READ-NEXT-REFERRAL
               PERFORM CHECK-ONE-REFERRAL
                   UNTIL END-OF-REFERRALS = 'Y'
           END-IF
           .

       READ-NEXT-REFERRAL.
           READ REFERRAL NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-REFERRALS
           END-READ
           .

       CHECK-ONE-REFERRAL.
           IF RF-STATUS = 'FUNDED'
              AND RF-INVOICE-NO = SPACES
               ADD 1          TO FUNDED-NOT-INVOICED
               ADD RF-FEE-DUE TO OUTSTANDING-TOTAL

               MOVE RF-FEE-DUE TO FEE-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING '  ACCT ' RF-CUST-NO
                      ' SEQ ' RF-APPL-SEQ-NO
                      ' FUNDED ' RF-PARTNER-OUTCOME-DATE
                      ' REF ' RF-PARTNER-REF
                      ' ' FEE-EDIT
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF

           PERFORM READ-NEXT-REFERRAL
           .

       PRINT-RECON-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'OUTCOME LINES READ:       ' OUTCOME-LINES-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'OUTCOMES APPLIED:         ' OUTCOMES-APPLIED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  ACCEPTED:               ' OUTCOMES-ACCEPTED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  FUNDED:                 ' OUTCOMES-FUNDED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  REJECTED:               ' OUTCOMES-REJECTED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'OUTCOMES NOT APPLIED:     ' OUTCOMES-NOT-APPLIED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'FEE LINES READ:           ' FEE-LINES-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'FEE LINES MATCHED:        ' FEE-LINES-MATCHED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'FEE LINES ALREADY HELD:   ' FEE-LINES-RERUN
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'FEE AMOUNT MISMATCHES:    ' FEE-MISMATCHES
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'REFERRALS BILLED TWICE:   ' FEE-BILLED-TWICE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'FEE LINES NOT FUNDED:     ' FEE-LINES-UNMATCHED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE INVOICED-TOTAL TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'FEES INVOICED THIS RUN:   ' AMOUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'FUNDED, NOT INVOICED:     ' FUNDED-NOT-INVOICED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE OUTSTANDING-TOTAL TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'FEES OUTSTANDING:         ' AMOUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           COMPUTE RUN-LOG-READ =
               OUTCOME-LINES-READ + FEE-LINES-READ
           MOVE OUTCOMES-APPLIED TO RUN-LOG-WRITTEN
           COMPUTE RUN-LOG-REJECTED =
               OUTCOMES-NOT-APPLIED + FEE-LINES-UNMATCHED
           .

       COPY RUNLOGP.

       END PROGRAM 'CSREFRTN'.
