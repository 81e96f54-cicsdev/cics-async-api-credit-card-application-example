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
      *  CSAGYRTN
      *
      * Collections agency return and recall run. CSCOLLEX sends
      * the agency its COLLEXT handoff and registers each placement
      * on PLACEMNT (see copy/PLACEMNT.cpy); this job works what
      * comes back and decides what we take back:
      *
      *   1) the agency's daily return file (see copy/AGYRTN.cpy),
      *      balanced against its trailer. Every record must name a
      *      registered placement:
      *        PAYMENT  posts to the CARDLDG ledger as a PAYMENT
      *                 credit (source AGENCY) on the account's
      *                 first card position still owing - else its
      *                 first position - and adds to what the
      *                 placement has collected;
      *        SETTLE   posts the same way and marks the placement
      *                 SETTLED - the rest of the balance is then
      *                 the CSCHGOFF charge-off run's to write off;
      *        ARRANGE  records the agreed monthly payment;
      *        DISPUTE  recalls the placement (DISPUTED);
      *        UNCOLL   marks the placement RETURNED;
      *   2) a sweep of every placement still PLACED, recalling it
      *      when the account is deceased on CUSTMAS, has an OPEN
      *      DISPUTES entry on any position, has a charged-off
      *      position on CHGOFF, owes nothing any more across its
      *      CARDBAL positions, or has been cured by CSCOLLEX -
      *      first reason first.
      *
      * Each recall goes on the recall file for the agency (see
      * copy/AGYRCL.cpy) and the placement moves to RECALLED with
      * the reason.
      *
      * Registers on DAYCTL behind CSBTRTN (see copy/DAYCTLP.cpy) -
      * the ledger posters run one behind another, never side by
      * side - so a double run cannot post a collection twice, and
      * the collections land before CSDELINQ judges the due dates. A
      * return file that has not landed is treated as empty - the
      * recall sweep still runs; a region with no CHGOFF file
      * recalls nothing as charged off.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSAGYRTN.jcl. Schedule nightly, after CSBTRTN and
      * before CSPPIRTN.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSAGYRTN.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT DAYCTL ASSIGN TO DAYCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DY-CONTROL-KEY
                  FILE STATUS IS DAYCTL-STATUS.

           SELECT AGYRTN-FILE ASSIGN TO AGYRTN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS AGYRTN-STATUS.

           SELECT AGYRCL-FILE ASSIGN TO AGYRCL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS AGYRCL-STATUS.

           SELECT PLACEMNT ASSIGN TO PLACEMNT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PL-PLACEMENT-KEY
                  FILE STATUS IS PLACEMNT-STATUS.

           SELECT CARDBAL ASSIGN TO CARDBAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
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

           SELECT CUSTMAS ASSIGN TO CUSTMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CM-CUST-NO
                  FILE STATUS IS CUSTMAS-STATUS.

           SELECT DISPUTES ASSIGN TO DISPUTES
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DS-DISPUTE-KEY
                  FILE STATUS IS DISPUTES-STATUS.

           SELECT PAYHMAS ASSIGN TO PAYHMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PH-CUST-NO
                  FILE STATUS IS PAYHMAS-STATUS.

           SELECT CHGOFF ASSIGN TO CHGOFF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS WO-CHGOFF-KEY
                  FILE STATUS IS CHGOFF-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  DAYCTL.
           COPY DAYCTL.

        FD  AGYRTN-FILE.
           COPY AGYRTN.

        FD  AGYRCL-FILE.
           COPY AGYRCL.

        FD  PLACEMNT.
           COPY PLACEMNT.

        FD  CARDBAL.
           COPY CARDBAL.

        FD  CARDLDG.
           COPY CARDLDG.

        FD  CARDMAS.
           COPY CARDMAS.

        FD  CUSTMAS.
           COPY CUSTMAS.

        FD  DISPUTES.
           COPY DISPUTES.

        FD  PAYHMAS.
           COPY PAYHMAS.

        FD  CHGOFF.
           COPY CHGOFF.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSAGYRTN'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSAGYRTN'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

      * Business-day close-out control - see copy/DAYCTL.cpy and
      * the shared CHECK-DAY-CONTROL/REGISTER-DAY-COMPLETION
      * fragment in copy/DAYCTLP.cpy.
       1 DAYCTL-STATUS            PIC X(2) VALUE '00'.
       1 DC-JOB-NAME-SELF         PIC X(8) VALUE 'CSAGYRTN'.
       1 DC-PREREQ-JOB            PIC X(8) VALUE 'CSBTRTN '.
       1 DAY-CONTROL-OK           PIC X(1) VALUE 'Y'.
       1 RUN-DATE                 PIC X(8) VALUE SPACES.
       1 RUN-TIME                 PIC X(8) VALUE SPACES.

       1 AGYRTN-STATUS            PIC X(2) VALUE '00'.
       1 AGYRCL-STATUS            PIC X(2) VALUE '00'.
       1 PLACEMNT-STATUS          PIC X(2) VALUE '00'.
       1 CARDBAL-STATUS           PIC X(2) VALUE '00'.
       1 CARDLDG-STATUS           PIC X(2) VALUE '00'.
       1 CARDMAS-STATUS           PIC X(2) VALUE '00'.
       1 CUSTMAS-STATUS           PIC X(2) VALUE '00'.
       1 DISPUTES-STATUS          PIC X(2) VALUE '00'.
       1 PAYHMAS-STATUS           PIC X(2) VALUE '00'.
       1 CHGOFF-STATUS            PIC X(2) VALUE '00'.
       1 CHGOFF-OPEN              PIC X(1) VALUE 'N'.
       1 END-OF-AGYRTN            PIC X(1) VALUE 'N'.
       1 END-OF-PLACEMNT          PIC X(1) VALUE 'N'.
       1 END-OF-POSITIONS         PIC X(1) VALUE 'N'.
       1 END-OF-DISPUTES          PIC X(1) VALUE 'N'.
       1 RETURN-TRAILER-SEEN      PIC X(1) VALUE 'N'.

      * What the account's card positions show - built by
      * SCAN-ACCOUNT-POSITIONS.
       1 POSITIONS-SEEN           PIC 9(1) VALUE 0.
       1 ACCOUNT-BALANCE          PIC S9(9)V99 VALUE 0.
       1 CHARGED-OFF-SEEN         PIC X(1) VALUE 'N'.
       1 CREDIT-SEQ-NO            PIC 9(1) VALUE 0.
       1 CREDIT-SEQ-OWING         PIC X(1) VALUE 'N'.
       1 DISPUTE-OPEN             PIC X(1) VALUE 'N'.

       1 RECALL-REASON            PIC X(8) VALUE SPACES.
       1 COLLECTION-POSTED        PIC X(1) VALUE 'N'.

      * The ledger row being posted.
       1 POST-TRAN-TYPE           PIC X(8) VALUE SPACES.
       1 POST-DEBIT-CREDIT        PIC X(1) VALUE SPACES.
       1 POST-AMOUNT              PIC 9(7)V99 VALUE 0.
       1 POST-REFERENCE           PIC X(23) VALUE SPACES.
       1 POST-DESCRIPTION         PIC X(25) VALUE SPACES.
       1 NEXT-POST-SEQ            PIC 9(4) VALUE 0.

       1 AMOUNT-DISPLAY           PIC Z(6)9.99.
       1 TOTAL-DISPLAY            PIC Z(10)9.99.

       1 RETURN-TOTALS.
         2 RETURNS-READ           PIC 9(7) VALUE 0.
         2 RETURN-AMOUNT-READ     PIC 9(11)V99 VALUE 0.
         2 RETURN-TRAILER-COUNT   PIC 9(7) VALUE 0.
         2 RETURN-TRAILER-AMOUNT  PIC 9(11)V99 VALUE 0.
         2 RETURNS-UNMATCHED      PIC 9(7) VALUE 0.
         2 COLLECTIONS-POSTED     PIC 9(7) VALUE 0.
         2 COLLECTED-AMOUNT       PIC 9(11)V99 VALUE 0.
         2 COLLECTIONS-NOT-POSTED PIC 9(7) VALUE 0.
         2 SETTLEMENTS-RECORDED   PIC 9(7) VALUE 0.
         2 ARRANGEMENTS-RECORDED  PIC 9(7) VALUE 0.
         2 PLACEMENTS-RETURNED    PIC 9(7) VALUE 0.

       1 RECALL-TOTALS.
         2 PLACEMENTS-READ        PIC 9(7) VALUE 0.
         2 PLACEMENTS-LIVE        PIC 9(7) VALUE 0.
         2 RECALLED-DECEASED      PIC 9(7) VALUE 0.
         2 RECALLED-DISPUTED      PIC 9(7) VALUE 0.
         2 RECALLED-CHARGED-OFF   PIC 9(7) VALUE 0.
         2 RECALLED-PAID-IN-FULL  PIC 9(7) VALUE 0.
         2 RECALLED-CURED         PIC 9(7) VALUE 0.
         2 RECALLS-WRITTEN        PIC 9(7) VALUE 0.

       1 REPORT-LINE              PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME

      * The day-control gate - a double run would post the agency's
      * collections twice.
           PERFORM CHECK-DAY-CONTROL
           IF DAY-CONTROL-OK = 'N'
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF

           OPEN I-O PLACEMNT
           OPEN I-O CARDBAL
           OPEN I-O CARDLDG
           OPEN INPUT CARDMAS
           OPEN INPUT CUSTMAS
           OPEN INPUT DISPUTES
           OPEN INPUT PAYHMAS
           OPEN OUTPUT AGYRCL-FILE

           OPEN INPUT CHGOFF
           IF CHGOFF-STATUS = '00'
               MOVE 'Y' TO CHGOFF-OPEN
           ELSE
               DISPLAY 'CHGOFF NOT AVAILABLE - NO CHARGE-OFF RECALLS'
           END-IF

           PERFORM WORK-AGENCY-RETURN-FILE

           PERFORM SWEEP-LIVE-PLACEMENTS

           PERFORM WRITE-RECALL-TRAILER

           CLOSE PLACEMNT
           CLOSE CARDBAL
           CLOSE CARDLDG
           CLOSE CARDMAS
           CLOSE CUSTMAS
           CLOSE DISPUTES
           CLOSE PAYHMAS
           CLOSE AGYRCL-FILE
           IF CHGOFF-OPEN = 'Y'
               CLOSE CHGOFF
           END-IF

           PERFORM PRINT-AGENCY-SUMMARY

           PERFORM REGISTER-DAY-COMPLETION

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

      ******************************************************************
      * 1) - the agency's daily return file.
      ******************************************************************
       WORK-AGENCY-RETURN-FILE.
           OPEN INPUT AGYRTN-FILE

           IF AGYRTN-STATUS = '00'
               PERFORM READ-NEXT-RETURN
               PERFORM WORK-ONE-RETURN
                   UNTIL END-OF-AGYRTN = 'Y'

               CLOSE AGYRTN-FILE
               PERFORM CHECK-RETURN-TRAILER
           ELSE
               DISPLAY 'AGENCY RETURN FILE NOT AVAILABLE - NO '
                   'RETURNS WORKED'
           END-IF
           .

       READ-NEXT-RETURN.
           READ AGYRTN-FILE
               AT END
                   MOVE 'Y' TO END-OF-AGYRTN
           END-READ

           IF AGYRTN-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-AGYRTN
           END-IF
           .

       WORK-ONE-RETURN.
           IF AR-IS-TRAILER
               MOVE 'Y'                 TO RETURN-TRAILER-SEEN
               MOVE AR-TRL-RECORD-COUNT TO RETURN-TRAILER-COUNT
               MOVE AR-TRL-AMOUNT-TOTAL TO RETURN-TRAILER-AMOUNT
           ELSE
               ADD 1 TO RETURNS-READ
               ADD AR-AMOUNT TO RETURN-AMOUNT-READ

               MOVE AR-CUST-NO     TO PL-CUST-NO
               MOVE AR-PLACED-DATE TO PL-PLACED-DATE

               READ PLACEMNT
                   KEY IS PL-PLACEMENT-KEY
                   INVALID KEY
                       CONTINUE
               END-READ

               IF PLACEMNT-STATUS NOT = '00'
                   ADD 1 TO RETURNS-UNMATCHED
                   MOVE AR-AMOUNT TO AMOUNT-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING 'RETURN NOT MATCHED: ACCT ' AR-CUST-NO
                          ' PLACED ' AR-PLACED-DATE
                          ' ' AR-RETURN-TYPE
                          ' ' AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               ELSE
                   PERFORM APPLY-ONE-RETURN
               END-IF
           END-IF

           PERFORM READ-NEXT-RETURN
           .

      * Money the agency collected is posted whatever has become of
      * the placement since - it is the cardholder's payment. The
      * rest only acts on a placement the agency still holds.
       APPLY-ONE-RETURN.
           IF AR-AGENCY-REF NOT = SPACES
               MOVE AR-AGENCY-REF TO PL-AGENCY-REF
           END-IF

           EVALUATE TRUE
               WHEN AR-IS-PAYMENT
                   PERFORM APPLY-AGENCY-COLLECTION
               WHEN AR-IS-SETTLEMENT
                   PERFORM APPLY-AGENCY-COLLECTION
                   IF COLLECTION-POSTED = 'Y'
                      AND PL-IS-PLACED
                       MOVE 'SETTLED '  TO PL-STATUS
                       MOVE AR-AMOUNT   TO PL-SETTLED-AMOUNT
                       MOVE RUN-DATE    TO PL-CLOSED-DATE
                       ADD 1 TO SETTLEMENTS-RECORDED
                   END-IF
               WHEN NOT PL-IS-PLACED
                   PERFORM REPORT-RETURN-NOT-APPLIED
               WHEN AR-IS-ARRANGEMENT
                   MOVE AR-AMOUNT        TO PL-ARRANGED-AMOUNT
                   MOVE AR-ACTIVITY-DATE TO PL-ARRANGED-DATE
                   ADD 1 TO ARRANGEMENTS-RECORDED
               WHEN AR-IS-DISPUTE
                   PERFORM SCAN-ACCOUNT-POSITIONS
                   MOVE 'DISPUTED' TO RECALL-REASON
                   PERFORM RECALL-THE-PLACEMENT
               WHEN AR-IS-UNCOLLECTABLE
                   MOVE 'RETURNED' TO PL-STATUS
                   MOVE RUN-DATE   TO PL-CLOSED-DATE
                   ADD 1 TO PLACEMENTS-RETURNED
                   MOVE SPACES TO REPORT-LINE
                   STRING 'RETURNED UNCOLLECTABLE: ACCT ' PL-CUST-NO
                          ' PLACED ' PL-PLACED-DATE
                          ' AGENCY REF ' PL-AGENCY-REF
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               WHEN OTHER
                   PERFORM REPORT-RETURN-NOT-APPLIED
           END-EVALUATE

           MOVE AR-RETURN-TYPE   TO PL-LAST-ACTIVITY
           MOVE AR-ACTIVITY-DATE TO PL-LAST-ACTIVITY-DATE

           REWRITE PLACEMNT-RECORD
           .

       REPORT-RETURN-NOT-APPLIED.
           ADD 1 TO RETURNS-UNMATCHED
           MOVE SPACES TO REPORT-LINE
           STRING 'RETURN NOT APPLIED: ACCT ' PL-CUST-NO
                  ' PLACED ' PL-PLACED-DATE
                  ' ' AR-RETURN-TYPE
                  ' PLACEMENT ' PL-STATUS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

      * The collection goes on the first position still owing; an
      * account owing nothing takes it on its first position, as a
      * credit the cardholder can be refunded.
       APPLY-AGENCY-COLLECTION.
           MOVE 'N' TO COLLECTION-POSTED

           PERFORM SCAN-ACCOUNT-POSITIONS

           IF POSITIONS-SEEN = 0
               ADD 1 TO COLLECTIONS-NOT-POSTED
               MOVE AR-AMOUNT TO AMOUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING 'COLLECTION NOT POSTED: ACCT ' PL-CUST-NO
                      ' NO CARD POSITION ' AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           ELSE
               MOVE PL-CUST-NO    TO CB-CUST-NO
               MOVE CREDIT-SEQ-NO TO CB-APPL-SEQ-NO

               READ CARDBAL
                   KEY IS CB-CARD-KEY
                   INVALID KEY
                       CONTINUE
               END-READ

               MOVE PL-CUST-NO    TO CD-CUST-NO
               MOVE CREDIT-SEQ-NO TO CD-APPL-SEQ-NO
               READ CARDMAS
                   KEY IS CD-CARD-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF CARDMAS-STATUS NOT = '00'
                   MOVE SPACES TO CD-CARD-NUMBER
               END-IF

               MOVE 'PAYMENT '     TO POST-TRAN-TYPE
               MOVE 'C'            TO POST-DEBIT-CREDIT
               MOVE AR-AMOUNT      TO POST-AMOUNT
               MOVE SPACES         TO POST-REFERENCE
               STRING 'AGENCY ' AR-AGENCY-REF
                   DELIMITED BY SIZE INTO POST-REFERENCE
               IF AR-IS-SETTLEMENT
                   MOVE 'AGENCY SETTLEMENT' TO POST-DESCRIPTION
               ELSE
                   MOVE 'AGENCY COLLECTION' TO POST-DESCRIPTION
               END-IF

               IF CARDBAL-STATUS = '00'
                   PERFORM POST-TO-LEDGER
               END-IF

               IF CARDBAL-STATUS = '00'
                  AND CARDLDG-STATUS = '00'
                   REWRITE CARDBAL-RECORD
                   MOVE 'Y' TO COLLECTION-POSTED
                   ADD AR-AMOUNT TO PL-COLLECTED-TOTAL
                   ADD AR-AMOUNT TO PL-UNBILLED-COLLECTED
                   ADD 1 TO COLLECTIONS-POSTED
                   ADD AR-AMOUNT TO COLLECTED-AMOUNT
               ELSE
                   ADD 1 TO COLLECTIONS-NOT-POSTED
                   MOVE AR-AMOUNT TO AMOUNT-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING 'COLLECTION NOT POSTED: ACCT ' PL-CUST-NO
                          ' SEQ ' CREDIT-SEQ-NO
                          ' ' AMOUNT-DISPLAY
                          ' CARDLDG ' CARDLDG-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               END-IF
           END-IF
           .

       CHECK-RETURN-TRAILER.
           IF RETURN-TRAILER-SEEN = 'N'
               DISPLAY 'OUT OF BALANCE: AGENCY RETURN FILE HAD NO '
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
      * 2) - the recall sweep over every placement still with the
      *      agency.
      ******************************************************************
       SWEEP-LIVE-PLACEMENTS.
           MOVE 'N'        TO END-OF-PLACEMNT
           MOVE LOW-VALUES TO PL-PLACEMENT-KEY

           START PLACEMNT KEY >= PL-PLACEMENT-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-PLACEMNT
           END-START

           IF END-OF-PLACEMNT = 'N'
               PERFORM READ-NEXT-PLACEMENT
           END-IF
           PERFORM SWEEP-ONE-PLACEMENT
               UNTIL END-OF-PLACEMNT = 'Y'
           .

       READ-NEXT-PLACEMENT.
           READ PLACEMNT NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-PLACEMNT
           END-READ

           IF PLACEMNT-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-PLACEMNT
           END-IF
           .

      * REWRITE acts on the row just read.
       SWEEP-ONE-PLACEMENT.
           ADD 1 TO PLACEMENTS-READ

           IF PL-IS-PLACED
               ADD 1 TO PLACEMENTS-LIVE
               PERFORM FIND-RECALL-REASON
               IF RECALL-REASON NOT = SPACES
                   PERFORM RECALL-THE-PLACEMENT
                   REWRITE PLACEMNT-RECORD
               END-IF
           END-IF

           PERFORM READ-NEXT-PLACEMENT
           .

      * First reason first - a death on file outranks a dispute,
      * which outranks a charge-off, a debt paid off and a cure.
       FIND-RECALL-REASON.
           MOVE SPACES TO RECALL-REASON

           MOVE PL-CUST-NO TO CM-CUST-NO
           READ CUSTMAS
               KEY IS CM-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ

           MOVE PL-CUST-NO TO PH-CUST-NO
           READ PAYHMAS
               KEY IS PH-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ

           PERFORM CHECK-OPEN-DISPUTES
           PERFORM SCAN-ACCOUNT-POSITIONS

           EVALUATE TRUE
               WHEN CUSTMAS-STATUS = '00'
                AND CM-ACCT-DECEASED
                   MOVE 'DECEASED' TO RECALL-REASON
               WHEN DISPUTE-OPEN = 'Y'
                   MOVE 'DISPUTED' TO RECALL-REASON
               WHEN CHARGED-OFF-SEEN = 'Y'
                   MOVE 'CHGDOFF ' TO RECALL-REASON
               WHEN POSITIONS-SEEN > 0
                AND ACCOUNT-BALANCE NOT > 0
                   MOVE 'PAIDFULL' TO RECALL-REASON
               WHEN PAYHMAS-STATUS = '00'
                AND PH-IN-COLLECTIONS NOT = 'Y'
                   MOVE 'CURED   ' TO RECALL-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * An OPEN entry against any position on the account.
       CHECK-OPEN-DISPUTES.
           MOVE 'N' TO DISPUTE-OPEN
           MOVE 'N' TO END-OF-DISPUTES

           MOVE PL-CUST-NO TO DS-CUST-NO
           MOVE 0          TO DS-APPL-SEQ-NO

           START DISPUTES KEY >= DS-DISPUTE-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-DISPUTES
           END-START

           PERFORM CHECK-ONE-DISPUTE
               UNTIL END-OF-DISPUTES = 'Y'
           .

       CHECK-ONE-DISPUTE.
           READ DISPUTES NEXT
               AT END
                   MOVE 'Y' TO END-OF-DISPUTES
           END-READ

           IF END-OF-DISPUTES = 'N'
               IF DISPUTES-STATUS NOT = '00'
                  OR DS-CUST-NO NOT = PL-CUST-NO
                   MOVE 'Y' TO END-OF-DISPUTES
               ELSE
                   IF DS-STATUS = 'OPEN    '
                       MOVE 'Y' TO DISPUTE-OPEN
                   END-IF
               END-IF
           END-IF
           .

      * Every CARDBAL position on the account - what it owes in
      * all, whether any was charged off, and which one a
      * collection should be credited to.
       SCAN-ACCOUNT-POSITIONS.
           MOVE 0   TO POSITIONS-SEEN
           MOVE 0   TO ACCOUNT-BALANCE
           MOVE 'N' TO CHARGED-OFF-SEEN
           MOVE 0   TO CREDIT-SEQ-NO
           MOVE 'N' TO CREDIT-SEQ-OWING
           MOVE 'N' TO END-OF-POSITIONS

           MOVE PL-CUST-NO TO CB-CUST-NO
           MOVE 0          TO CB-APPL-SEQ-NO

           START CARDBAL KEY >= CB-CARD-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-POSITIONS
           END-START

           PERFORM SCAN-ONE-POSITION
               UNTIL END-OF-POSITIONS = 'Y'
           .

       SCAN-ONE-POSITION.
           READ CARDBAL NEXT
               AT END
                   MOVE 'Y' TO END-OF-POSITIONS
           END-READ

           IF END-OF-POSITIONS = 'N'
               IF CARDBAL-STATUS NOT = '00'
                  OR CB-CUST-NO NOT = PL-CUST-NO
                   MOVE 'Y' TO END-OF-POSITIONS
               ELSE
                   ADD 1 TO POSITIONS-SEEN
                   ADD CB-CURRENT-BALANCE TO ACCOUNT-BALANCE

                   IF POSITIONS-SEEN = 1
                       MOVE CB-APPL-SEQ-NO TO CREDIT-SEQ-NO
                   END-IF
                   IF CREDIT-SEQ-OWING = 'N'
                      AND CB-CURRENT-BALANCE > 0
                       MOVE CB-APPL-SEQ-NO TO CREDIT-SEQ-NO
                       MOVE 'Y'            TO CREDIT-SEQ-OWING
                   END-IF

                   IF CHGOFF-OPEN = 'Y'
                       MOVE CB-CUST-NO     TO WO-CUST-NO
                       MOVE CB-APPL-SEQ-NO TO WO-APPL-SEQ-NO
                       READ CHGOFF
                           KEY IS WO-CHGOFF-KEY
                           INVALID KEY
                               CONTINUE
                       END-READ
                       IF CHGOFF-STATUS = '00'
                           MOVE 'Y' TO CHARGED-OFF-SEEN
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      * The caller REWRITEs the placement.
       RECALL-THE-PLACEMENT.
           MOVE 'RECALLED'    TO PL-STATUS
           MOVE RUN-DATE      TO PL-CLOSED-DATE
           MOVE RECALL-REASON TO PL-RECALL-REASON

           MOVE SPACES         TO AGYRCL-RECORD
           MOVE 'D'            TO AC-RECORD-TYPE
           MOVE PL-CUST-NO     TO AC-CUST-NO
           MOVE PL-PLACED-DATE TO AC-PLACED-DATE
           MOVE RECALL-REASON  TO AC-RECALL-REASON
           MOVE RUN-DATE       TO AC-RECALL-DATE
           IF ACCOUNT-BALANCE > 0
               MOVE ACCOUNT-BALANCE TO AC-BALANCE
           ELSE
               MOVE 0 TO AC-BALANCE
           END-IF
           MOVE PL-AGENCY-REF  TO AC-AGENCY-REF

           WRITE AGYRCL-RECORD

           ADD 1 TO RECALLS-WRITTEN
           EVALUATE RECALL-REASON
               WHEN 'DECEASED'
                   ADD 1 TO RECALLED-DECEASED
               WHEN 'DISPUTED'
                   ADD 1 TO RECALLED-DISPUTED
               WHEN 'CHGDOFF '
                   ADD 1 TO RECALLED-CHARGED-OFF
               WHEN 'PAIDFULL'
                   ADD 1 TO RECALLED-PAID-IN-FULL
               WHEN OTHER
                   ADD 1 TO RECALLED-CURED
           END-EVALUATE

           MOVE AC-BALANCE TO AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'RECALLED: ACCT ' PL-CUST-NO
                  ' PLACED ' PL-PLACED-DATE
                  ' ' RECALL-REASON
                  ' OWED ' AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

       WRITE-RECALL-TRAILER.
           MOVE SPACES          TO AGYRCL-TRAILER-RECORD
           MOVE 'T'             TO AC-TRL-RECORD-TYPE
           MOVE RECALLS-WRITTEN TO AC-TRL-RECORD-COUNT

           WRITE AGYRCL-TRAILER-RECORD
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
           MOVE AR-ACTIVITY-DATE    TO LG-TRAN-DATE
           MOVE CD-CARD-NUMBER      TO LG-CARD-NUMBER
           MOVE 'AGENCY  '          TO LG-SOURCE
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

       PRINT-AGENCY-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'AGENCY RETURNS READ:      ' RETURNS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'RETURNS NOT APPLIED:      ' RETURNS-UNMATCHED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'COLLECTIONS POSTED:       ' COLLECTIONS-POSTED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE COLLECTED-AMOUNT TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'AMOUNT COLLECTED:         ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'COLLECTIONS NOT POSTED:   ' COLLECTIONS-NOT-POSTED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'SETTLEMENTS RECORDED:     ' SETTLEMENTS-RECORDED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'ARRANGEMENTS RECORDED:    ' ARRANGEMENTS-RECORDED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'RETURNED UNCOLLECTABLE:   ' PLACEMENTS-RETURNED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '----------------------------------------------'
           MOVE SPACES TO REPORT-LINE
           STRING 'PLACEMENTS READ:          ' PLACEMENTS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PLACEMENTS SWEPT:         ' PLACEMENTS-LIVE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'RECALLED - DECEASED:      ' RECALLED-DECEASED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'RECALLED - DISPUTED:      ' RECALLED-DISPUTED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'RECALLED - CHARGED OFF:   ' RECALLED-CHARGED-OFF
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'RECALLED - PAID IN FULL:  ' RECALLED-PAID-IN-FULL
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'RECALLED - CURED:         ' RECALLED-CURED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'RECALL RECORDS WRITTEN:   ' RECALLS-WRITTEN
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

       COPY DAYCTLP.

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE RETURNS-READ TO RUN-LOG-READ
           MOVE COLLECTIONS-POSTED TO RUN-LOG-WRITTEN
           COMPUTE RUN-LOG-REJECTED =
               RETURNS-UNMATCHED + COLLECTIONS-NOT-POSTED
           .

       COPY RUNLOGP.

       END PROGRAM 'CSAGYRTN'.
