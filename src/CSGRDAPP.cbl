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
      *  CSGRDAPP
      *
      * Secured card graduation - the apply half. CSGRDREV writes
      * the proposed-graduations file with every row's approved flag
      * 'N'; an operator reviews the proposals, flips the rows they
      * approve to 'Y', and this job graduates exactly those, the
      * same propose/apply split CSLIMREV/CSLIMAPP use for limits.
      * For each approved row whose DEPTRACK deposit is still
      * CONVERTD and whose CSCACHE position is still APPROVE:
      *
      *   - the deposit goes back to the cardholder as a DEPOSIT
      *     credit on the card (CARDLDG ledger, source GRADUATE) -
      *     the money is theirs to spend or to have refunded like
      *     any other credit balance - and DEPTRACK moves to
      *     GRADUATD with the day and the amount returned, so the
      *     closure and charge-off runs never apply it again;
      *   - the position takes the unsecured limit proposed and is
      *     repriced the way PRICING prices an approval - the
      *     current RATECARD row for its product and the score the
      *     graduation was judged on, falling back to the 'DFLT'
      *     rows, held to the JURCAP legal maximum where the
      *     cardholder lives (see copy/JURCAPP.cpy). Graduation
      *     never puts the rate or the annual fee up: a higher price
      *     off the rate card needs the advance notice CSRPRREV/
      *     CSRPRAPP give, so the position keeps its own there;
      *   - a congratulations letter is queued PENDING on LTRARCH
      *     (addressee read off CUSTMAS/CUSTADDR, decrypted under
      *     the key named on each record) with the new limit, the
      *     deposit returned and the price;
      *   - rows still 'N' are counted and left untouched - silence
      *     is not approval.
      *
      * The ledger row goes down first: a deposit that cannot be
      * posted leaves the position secured and untouched, to be
      * tried again the next night and proposed again next month.
      *
      * Part of the nightly chain - registers on DAYCTL behind
      * CSCHGOFF, the poster before it, and ahead of CSBALANC and
      * CSSTMTGN (see copy/DAYCTLP.cpy), so no other poster writes
      * the ledger alongside it and its DEPOSIT credits reach the
      * same night's CSBALANC and CSGLEXTR figures. It runs every
      * night so the chain never stalls: approvals flipped during
      * the day are applied that night, a row already graduated is
      * no longer CONVERTD and is passed over, and a night with no
      * proposals file (or nothing approved) simply registers.
      *
      * Running behind the cycle close, a row posted on a card whose
      * cycle closed tonight is carried into that cycle's closing
      * balance as well, so the statement stays in balance and the
      * next cycle opens on the right figure (see copy/CYCPOSTP.cpy).
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSGRDAPP.jcl. Close the files in the region first.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSGRDAPP.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT DAYCTL ASSIGN TO DAYCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DY-CONTROL-KEY
                  FILE STATUS IS DAYCTL-STATUS.

           SELECT PROPOSED-GRADUATIONS ASSIGN TO GRDPROP
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS GRDPROP-STATUS.

           SELECT DEPTRACK ASSIGN TO DEPTRACK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DT-DEPOSIT-KEY
                  FILE STATUS IS DEPTRACK-STATUS.

           SELECT CSCACHE ASSIGN TO CSCACHE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CC-CACHE-KEY
                  FILE STATUS IS CSCACHE-STATUS.

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

           SELECT RATECARD ASSIGN TO RATECARD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RC-RATE-KEY
                  FILE STATUS IS RATECARD-STATUS.

           SELECT JURCAP ASSIGN TO JURCAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS JC-CAP-KEY
                  FILE STATUS IS JURCAP-STATUS.

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

        FD  PROPOSED-GRADUATIONS.
        01  PROPOSED-GRADUATION-RECORD.
            05  GP-CUST-NO          PIC X(8).
            05  GP-APPL-SEQ-NO      PIC 9(1).
            05  GP-SECURED-LIMIT    PIC 9(7).
            05  GP-PROPOSED-LIMIT   PIC 9(7).
            05  GP-DEPOSIT-AMOUNT   PIC 9(7).
            05  GP-BUREAU-SCORE     PIC X(3).
            05  GP-REASON           PIC X(8).
            05  GP-APPROVED         PIC X(1).
            05  FILLER              PIC X(8).

        FD  DEPTRACK.
           COPY DEPTRACK.

        FD  CSCACHE.
           COPY CSCACHE.

        FD  CARDBAL.
           COPY CARDBAL.

        FD  CARDLDG.
           COPY CARDLDG.

        FD  CARDMAS.
           COPY CARDMAS.

        FD  RATECARD.
           COPY RATECARD.

        FD  JURCAP.
           COPY JURCAP.

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
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSGRDAPP'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSGRDAPP'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

      * Business-day close-out control - see copy/DAYCTL.cpy and
      * the shared CHECK-DAY-CONTROL/REGISTER-DAY-COMPLETION
      * fragment in copy/DAYCTLP.cpy.
       1 DAYCTL-STATUS            PIC X(2) VALUE '00'.
       1 DC-JOB-NAME-SELF         PIC X(8) VALUE 'CSGRDAPP'.
       1 DC-PREREQ-JOB            PIC X(8) VALUE 'CSCHGOFF'.
       1 DAY-CONTROL-OK           PIC X(1) VALUE 'Y'.

       1 GRDPROP-STATUS            PIC X(2) VALUE '00'.
       1 GRDPROP-OPEN              PIC X(1) VALUE 'N'.
       1 DEPTRACK-STATUS           PIC X(2) VALUE '00'.
       1 CSCACHE-STATUS            PIC X(2) VALUE '00'.
       1 CARDBAL-STATUS            PIC X(2) VALUE '00'.
       1 CARDLDG-STATUS            PIC X(2) VALUE '00'.
       1 CARDMAS-STATUS            PIC X(2) VALUE '00'.
       1 RATECARD-STATUS           PIC X(2) VALUE '00'.
       1 JURCAP-STATUS             PIC X(2) VALUE '00'.
       1 JURCAP-OPEN               PIC X(1) VALUE 'N'.
       1 CUSTMAS-STATUS            PIC X(2) VALUE '00'.
       1 CUSTADDR-STATUS           PIC X(2) VALUE '00'.
       1 LTRARCH-STATUS            PIC X(2) VALUE '00'.
       1 END-OF-PROPOSALS          PIC X(1) VALUE 'N'.

       1 RUN-DATE                  PIC X(8).
       1 RUN-TIME                  PIC X(8).
       1 LETTER-SEQ                PIC 9(2) VALUE 0.

       1 BALANCE-ROW-FOUND         PIC X(1) VALUE 'N'.
       1 NEXT-POST-SEQ             PIC 9(4) VALUE 0.
       1 DEPOSIT-DUE               PIC 9(7)V99 VALUE 0.

      * The unsecured price - see PRICE-THE-GRADUATION.
       1 SCORE-NUM                 PIC 9(3) VALUE 0.
       1 RATE-ROW-FOUND            PIC X(1) VALUE 'N'.
       1 TARGET-APR                PIC 9(2)V99 VALUE 0.
       1 TARGET-ANNUAL-FEE         PIC 9(5) VALUE 0.

      * Jurisdictional cap lookup - see copy/JURCAPP.cpy.
       1 CAP-CUST-NO               PIC X(8) VALUE SPACES.
       1 CAP-FOUND                 PIC X(1) VALUE 'N'.
       1 CAP-COUNTRY-CODE          PIC X(2) VALUE SPACES.
       1 CAP-REGION                PIC X(20) VALUE SPACES.
       1 CAP-MAX-APR               PIC 9(2)V99 VALUE 0.
       1 CAP-MAX-ANNUAL-FEE        PIC 9(5) VALUE 0.
       1 CAP-MAX-LATE-FEE          PIC 9(3)V99 VALUE 0.

      * Field-level PII protection - see src/CSCRYPT.cbl.
       1 CRYPT-DECRYPT             PIC X(1) VALUE 'D'.
       1 CRYPT-FIELD-LEN           PIC S9(4) COMP VALUE 0.

      * The congratulations letter, assembled in the DECISION-LETTER
      * shape (count + fifteen 72 byte lines) LTRARCH carries.
       1 NOTIFY-LETTER.
         2 NL-LINE-COUNT           PIC 9(2).
         2 NL-LINE                 PIC X(72) OCCURS 15.

       1 APR-DISPLAY               PIC Z9.99.
       1 FEE-DISPLAY               PIC ZZZZ9.
       1 LIMIT-DISPLAY             PIC Z,ZZZ,ZZ9.
       1 DEPOSIT-DISPLAY           PIC Z,ZZZ,ZZ9.99.

       1 APPLY-TOTALS.
         2 PROPOSALS-READ          PIC 9(7) VALUE 0.
         2 GRADUATIONS-APPLIED     PIC 9(7) VALUE 0.
         2 LEFT-UNAPPROVED         PIC 9(7) VALUE 0.
         2 NO-LONGER-SECURED       PIC 9(7) VALUE 0.
         2 POSITIONS-MISSING       PIC 9(7) VALUE 0.
         2 DEPOSIT-POST-FAILURES   PIC 9(7) VALUE 0.
         2 DEPOSITS-RETURNED-TOTAL PIC 9(9)V99 VALUE 0.

       1 REPORT-LINE               PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME

      * The day-control gate - the posters ahead of this one must
      * be off the ledger before a deposit credit goes on it.
           PERFORM CHECK-DAY-CONTROL
           IF DAY-CONTROL-OK = 'N'
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF

      * A proposals file that has not been cut yet is read as empty.
           OPEN INPUT PROPOSED-GRADUATIONS
           IF GRDPROP-STATUS = '00'
               MOVE 'Y' TO GRDPROP-OPEN
           ELSE
               MOVE 'Y' TO END-OF-PROPOSALS
           END-IF
           OPEN I-O DEPTRACK
           OPEN I-O CSCACHE
           OPEN I-O CARDBAL
           OPEN I-O CARDLDG
           OPEN INPUT CARDMAS
           OPEN INPUT RATECARD
           OPEN INPUT CUSTMAS
           OPEN INPUT CUSTADDR
           OPEN I-O LTRARCH
           OPEN INPUT JURCAP
           IF JURCAP-STATUS = '00'
               MOVE 'Y' TO JURCAP-OPEN
           ELSE
               DISPLAY 'JURCAP NOT AVAILABLE - PRICES NOT CAPPED'
           END-IF

           IF GRDPROP-OPEN = 'Y'
               PERFORM READ-NEXT-PROPOSAL
           END-IF
           PERFORM APPLY-ONE-PROPOSAL
               UNTIL END-OF-PROPOSALS = 'Y'

           IF GRDPROP-OPEN = 'Y'
               CLOSE PROPOSED-GRADUATIONS
           END-IF
           CLOSE DEPTRACK
           CLOSE CSCACHE
           CLOSE CARDBAL
           CLOSE CARDLDG
           CLOSE CARDMAS
           CLOSE RATECARD
           CLOSE CUSTMAS
           CLOSE CUSTADDR
           CLOSE LTRARCH
           IF JURCAP-OPEN = 'Y'
               CLOSE JURCAP
           END-IF

           PERFORM PRINT-APPLY-SUMMARY

           IF DEPOSIT-POST-FAILURES > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM REGISTER-DAY-COMPLETION

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

       READ-NEXT-PROPOSAL.
           READ PROPOSED-GRADUATIONS
               AT END
                   MOVE 'Y' TO END-OF-PROPOSALS
           END-READ
           .

       APPLY-ONE-PROPOSAL.
           ADD 1 TO PROPOSALS-READ

           IF GP-APPROVED = 'Y'
               PERFORM APPLY-APPROVED-PROPOSAL
           ELSE
               ADD 1 TO LEFT-UNAPPROVED
           END-IF

           PERFORM READ-NEXT-PROPOSAL
           .

      * The position may have moved on since the review - closed,
      * settled or already graduated - in which case the row is
      * passed over, never applied twice.
       APPLY-APPROVED-PROPOSAL.
           MOVE GP-CUST-NO     TO DT-CUST-NO
           MOVE GP-APPL-SEQ-NO TO DT-APPL-SEQ-NO

           READ DEPTRACK
               KEY IS DT-DEPOSIT-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF DEPTRACK-STATUS NOT = '00'
              OR DT-OFFER-STATUS NOT = 'CONVERTD'
               ADD 1 TO NO-LONGER-SECURED
               MOVE SPACES TO REPORT-LINE
               STRING 'NO LONGER SECURED - NOT APPLIED: ' GP-CUST-NO
                      ' SEQ ' GP-APPL-SEQ-NO
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE GP-CUST-NO     TO CC-CUST-NO
           MOVE GP-APPL-SEQ-NO TO CC-APPL-SEQ-NO

           READ CSCACHE
               KEY IS CC-CACHE-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CSCACHE-STATUS NOT = '00'
              OR CC-DECISION NOT = 'APPROVE '
               ADD 1 TO POSITIONS-MISSING
               MOVE SPACES TO REPORT-LINE
               STRING 'POSITION GONE - NOT APPLIED: ' GP-CUST-NO
                      ' SEQ ' GP-APPL-SEQ-NO
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM RETURN-THE-DEPOSIT

           IF CARDLDG-STATUS NOT = '00'
               ADD 1 TO DEPOSIT-POST-FAILURES
               MOVE SPACES TO REPORT-LINE
               STRING 'DEPOSIT NOT POSTED - NOT APPLIED: ' GP-CUST-NO
                      ' SEQ ' GP-APPL-SEQ-NO
                      ' CARDLDG ' CARDLDG-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM PRICE-THE-GRADUATION

           MOVE GP-PROPOSED-LIMIT TO CC-CREDIT-LIMIT-AMOUNT
           MOVE GP-BUREAU-SCORE   TO CC-SCORE
           MOVE TARGET-APR        TO CC-CARD-APR
           MOVE TARGET-ANNUAL-FEE TO CC-ANNUAL-FEE
           REWRITE CSCACHE-RECORD

           MOVE 'GRADUATD'  TO DT-OFFER-STATUS
           MOVE RUN-DATE    TO DT-SETTLED-DATE
           MOVE DEPOSIT-DUE TO DT-DEPOSIT-RETURNED
           REWRITE DEPTRACK-RECORD

           ADD 1 TO GRADUATIONS-APPLIED
           ADD DEPOSIT-DUE TO DEPOSITS-RETURNED-TOTAL

           MOVE SPACES TO REPORT-LINE
           STRING 'GRADUATED: ' GP-CUST-NO ' SEQ ' GP-APPL-SEQ-NO
                  ' LIMIT ' GP-SECURED-LIMIT ' -> ' GP-PROPOSED-LIMIT
                  ' DEPOSIT ' DT-DEPOSIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE

           PERFORM QUEUE-CONGRATULATIONS-LETTER
           .

      * The whole deposit goes onto the card as a credit - the
      * CSCLSSET deposit posting, without a closure to set it
      * against. A position that never posted anything opens its
      * balance row here.
       RETURN-THE-DEPOSIT.
           MOVE DT-DEPOSIT-AMOUNT TO DEPOSIT-DUE

           MOVE GP-CUST-NO     TO CB-CUST-NO
           MOVE GP-APPL-SEQ-NO TO CB-APPL-SEQ-NO

           READ CARDBAL
               KEY IS CB-CARD-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CARDBAL-STATUS = '00'
               MOVE 'Y' TO BALANCE-ROW-FOUND
           ELSE
               MOVE 'N' TO BALANCE-ROW-FOUND
               PERFORM OPEN-BALANCE-ROW
           END-IF

           MOVE GP-CUST-NO     TO CD-CUST-NO
           MOVE GP-APPL-SEQ-NO TO CD-APPL-SEQ-NO

           READ CARDMAS
               KEY IS CD-CARD-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CARDMAS-STATUS NOT = '00'
               MOVE SPACES TO CD-CARD-NUMBER
           END-IF

           PERFORM POST-TO-LEDGER

           IF CARDLDG-STATUS = '00'
               IF BALANCE-ROW-FOUND = 'Y'
                   REWRITE CARDBAL-RECORD
               ELSE
                   WRITE CARDBAL-RECORD
               END-IF
           END-IF
           .

       OPEN-BALANCE-ROW.
           MOVE SPACES         TO CARDBAL-RECORD
           MOVE GP-CUST-NO     TO CB-CUST-NO
           MOVE GP-APPL-SEQ-NO TO CB-APPL-SEQ-NO
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
           MOVE 'DEPOSIT '          TO LG-TRAN-TYPE
           MOVE 'C'                 TO LG-DEBIT-CREDIT
           MOVE DEPOSIT-DUE         TO LG-AMOUNT
           MOVE RUN-DATE            TO LG-TRAN-DATE
           MOVE CD-CARD-NUMBER      TO LG-CARD-NUMBER
           MOVE 'GRADUATE'          TO LG-SOURCE
           MOVE 'SECURED DEPOSIT'   TO LG-REFERENCE
           MOVE 'DEPOSIT RETURNED'  TO LG-DESCRIPTION
           COMPUTE LG-BALANCE-AFTER =
               CB-CURRENT-BALANCE - DEPOSIT-DUE
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

      * The rate card's price for the product at the graduating
      * score, banded 700/600/500 the way PRICING bands it and
      * falling back to the 'DFLT' rows; held to the legal maximum
      * where the cardholder lives, and never above what the
      * position pays today.
       PRICE-THE-GRADUATION.
           MOVE CC-CARD-APR   TO TARGET-APR
           MOVE CC-ANNUAL-FEE TO TARGET-ANNUAL-FEE

           IF GP-BUREAU-SCORE IS NUMERIC
               MOVE GP-BUREAU-SCORE TO SCORE-NUM
           ELSE
               MOVE 0 TO SCORE-NUM
           END-IF

           EVALUATE TRUE
               WHEN SCORE-NUM >= 700
                   MOVE '1' TO RC-SCORE-BAND
               WHEN SCORE-NUM >= 600
                   MOVE '2' TO RC-SCORE-BAND
               WHEN SCORE-NUM >= 500
                   MOVE '3' TO RC-SCORE-BAND
               WHEN OTHER
                   MOVE '4' TO RC-SCORE-BAND
           END-EVALUATE

           MOVE 'N' TO RATE-ROW-FOUND

           IF CC-PRODUCT-CODE NOT = SPACES
               MOVE CC-PRODUCT-CODE TO RC-PRODUCT-CODE
               PERFORM READ-ONE-RATE-ROW
           END-IF

           IF RATE-ROW-FOUND = 'N'
               MOVE 'DFLT' TO RC-PRODUCT-CODE
               PERFORM READ-ONE-RATE-ROW
           END-IF

           IF RATE-ROW-FOUND = 'Y'
               IF RC-APR < TARGET-APR
                   MOVE RC-APR TO TARGET-APR
               END-IF
               IF RC-ANNUAL-FEE < TARGET-ANNUAL-FEE
                   MOVE RC-ANNUAL-FEE TO TARGET-ANNUAL-FEE
               END-IF
           END-IF

           MOVE GP-CUST-NO TO CAP-CUST-NO
           PERFORM FIND-JURISDICTION-CAP

           IF CAP-FOUND = 'Y'
               IF CAP-MAX-APR > 0
                  AND TARGET-APR > CAP-MAX-APR
                   MOVE CAP-MAX-APR TO TARGET-APR
               END-IF
               IF CAP-MAX-ANNUAL-FEE > 0
                  AND TARGET-ANNUAL-FEE > CAP-MAX-ANNUAL-FEE
                   MOVE CAP-MAX-ANNUAL-FEE TO TARGET-ANNUAL-FEE
               END-IF
           END-IF
           .

       READ-ONE-RATE-ROW.
           READ RATECARD
               KEY IS RC-RATE-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF RATECARD-STATUS = '00'
               MOVE 'Y' TO RATE-ROW-FOUND
           END-IF
           .

      * The cardholder hears about a bank-initiated change the same
      * way they hear about a decision - a letter, queued PENDING
      * for the next CSLTRPRT print run.
       QUEUE-CONGRATULATIONS-LETTER.
           MOVE SPACES TO NOTIFY-LETTER
           MOVE 0      TO NL-LINE-COUNT

           MOVE GP-CUST-NO TO CM-CUST-NO

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

           MOVE GP-CUST-NO TO CA-CUST-NO

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

           MOVE GP-PROPOSED-LIMIT TO LIMIT-DISPLAY
           MOVE DEPOSIT-DUE       TO DEPOSIT-DISPLAY
           MOVE TARGET-APR        TO APR-DISPLAY
           MOVE TARGET-ANNUAL-FEE TO FEE-DISPLAY

           MOVE 'Congratulations. Following a review of how you have'
               TO NL-LINE (4)
           MOVE 'managed your account, your card is no longer secured.'
               TO NL-LINE (5)
           MOVE SPACES TO NL-LINE (6)
           STRING 'Your credit limit is now ' LIMIT-DISPLAY '.'
               DELIMITED BY SIZE INTO NL-LINE (6)
           MOVE SPACES TO NL-LINE (7)
           STRING 'Your security deposit of ' DEPOSIT-DISPLAY
                  ' has been credited to your card.'
               DELIMITED BY SIZE INTO NL-LINE (7)
           MOVE SPACES TO NL-LINE (8)
           STRING 'Your standard rate is ' APR-DISPLAY
                  ' per cent APR and your annual fee ' FEE-DISPLAY '.'
               DELIMITED BY SIZE INTO NL-LINE (8)
           MOVE 'Please contact us if you have any questions.'
               TO NL-LINE (9)
           MOVE 9 TO NL-LINE-COUNT

           ADD 1 TO LETTER-SEQ
           IF LETTER-SEQ > 59
               MOVE 1 TO LETTER-SEQ
           END-IF

           MOVE GP-CUST-NO     TO LA-CUST-NO
           MOVE GP-APPL-SEQ-NO TO LA-APPL-SEQ-NO
           MOVE RUN-DATE       TO LA-LETTER-DATE
           MOVE RUN-TIME       TO LA-LETTER-TIME
           MOVE LETTER-SEQ     TO LA-LETTER-TIME(7:2)
           MOVE 'GRADUAT'      TO LA-APPLICATION-RESULT
           MOVE 'PENDING '     TO LA-DISPATCH-STATUS
           MOVE SPACES         TO LA-PRINTED-DATE
           MOVE NOTIFY-LETTER  TO LA-LETTER-TEXT

           WRITE LTRARCH-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           .

       PRINT-APPLY-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'PROPOSALS READ........: ' PROPOSALS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'GRADUATIONS APPLIED...: ' GRADUATIONS-APPLIED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'LEFT UNAPPROVED.......: ' LEFT-UNAPPROVED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'NO LONGER SECURED.....: ' NO-LONGER-SECURED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'POSITIONS MISSING.....: ' POSITIONS-MISSING
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'DEPOSITS NOT POSTED...: ' DEPOSIT-POST-FAILURES
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE DEPOSITS-RETURNED-TOTAL TO DEPOSIT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'DEPOSITS RETURNED.....: ' DEPOSIT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

       COPY JURCAPP.

       COPY DAYCTLP.

       COPY CYCPOSTP.

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE PROPOSALS-READ        TO RUN-LOG-READ
           MOVE GRADUATIONS-APPLIED   TO RUN-LOG-WRITTEN
           MOVE DEPOSIT-POST-FAILURES TO RUN-LOG-REJECTED
           .

       COPY RUNLOGP.

       END PROGRAM 'CSGRDAPP'.
