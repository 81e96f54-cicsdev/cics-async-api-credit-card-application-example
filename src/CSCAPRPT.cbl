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
      *  CSCAPRPT
      *
      * Jurisdictional cap report. Every price the system sets is
      * held to the legal maximum where the cardholder lives (JURCAP
      * - see copy/JURCAP.cpy), but a cap can be lowered after a card
      * was priced, and an address can move a card into a tighter
      * jurisdiction. This job walks the approved book and, for every
      * APPROVE position, looks up the caps off the account's current
      * CUSTADDR address (the shared lookup in copy/JURCAPP.cpy) and
      * compares each priced item against its cap:
      *
      *   APR        CC-CARD-APR against JC-MAX-APR
      *   PROMO      CC-PROMO-RATE, while a promotion is running,
      *              against JC-MAX-APR
      *   ANNUAL FEE CC-ANNUAL-FEE against JC-MAX-ANNUAL-FEE
      *   LATE FEE   the late fee CSDELINQ would charge the card -
      *              RC-LATE-FEE off RATECARD for its product and
      *              score band, the 'DFLT' rows, then the built-in
      *              fee - against JC-MAX-LATE-FEE
      *
      * An item priced exactly at its cap is listed AT CAP; one
      * priced over it is listed ABOVE CAP, for compliance to put
      * right - the APR through the CSRPRREV repricing review, which
      * proposes it down to the cap. An item with no cap (a zero
      * figure, or no JURCAP row for the address) is not listed.
      *
      * Read-only. This is a batch program (no CICS) driven by JCL -
      * see jcl/CSCAPRPT.jcl. Run monthly, and after any JURCAP
      * change.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSCAPRPT.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT CSCACHE ASSIGN TO CSCACHE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CC-CACHE-KEY
                  FILE STATUS IS CSCACHE-STATUS.

           SELECT RATECARD ASSIGN TO RATECARD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RC-RATE-KEY
                  FILE STATUS IS RATECARD-STATUS.

           SELECT CUSTADDR ASSIGN TO CUSTADDR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CA-CUST-NO
                  FILE STATUS IS CUSTADDR-STATUS.

           SELECT JURCAP ASSIGN TO JURCAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS JC-CAP-KEY
                  FILE STATUS IS JURCAP-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  CSCACHE.
           COPY CSCACHE.

        FD  RATECARD.
           COPY RATECARD.

        FD  CUSTADDR.
           COPY CUSTADDR.

        FD  JURCAP.
           COPY JURCAP.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSCAPRPT'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSCAPRPT'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 CSCACHE-STATUS            PIC X(2) VALUE '00'.
       1 RATECARD-STATUS           PIC X(2) VALUE '00'.
       1 CUSTADDR-STATUS           PIC X(2) VALUE '00'.
       1 JURCAP-STATUS             PIC X(2) VALUE '00'.
       1 JURCAP-OPEN               PIC X(1) VALUE 'N'.
       1 END-OF-CSCACHE            PIC X(1) VALUE 'N'.

       1 SCORE-NUM                 PIC 9(3) VALUE 0.
       1 RATE-ROW-FOUND            PIC X(1) VALUE 'N'.

      * The late fee when neither the product's rate card row nor
      * the 'DFLT' row carries one - the same built-in fee CSDELINQ
      * charges.
       1 STANDARD-LATE-FEE         PIC 9(3)V99 VALUE 12.00.
       1 LATE-FEE                  PIC 9(3)V99 VALUE 0.

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

      * One priced item against its cap, for the report line.
       1 ITEM-NAME                 PIC X(10) VALUE SPACES.
       1 ITEM-STANDING             PIC X(9) VALUE SPACES.
       1 ITEM-PRICE                PIC 9(5)V99 VALUE 0.
       1 ITEM-CAP                  PIC 9(5)V99 VALUE 0.
       1 PRICE-DISPLAY             PIC ZZZZ9.99.
       1 CAP-DISPLAY               PIC ZZZZ9.99.
       1 POSITION-ABOVE            PIC X(1) VALUE 'N'.

       1 CAP-TOTALS.
         2 ROWS-READ               PIC 9(7) VALUE 0.
         2 POSITIONS-CHECKED       PIC 9(7) VALUE 0.
         2 POSITIONS-UNCAPPED      PIC 9(7) VALUE 0.
         2 ITEMS-AT-CAP            PIC 9(7) VALUE 0.
         2 ITEMS-ABOVE-CAP         PIC 9(7) VALUE 0.
         2 POSITIONS-ABOVE-CAP     PIC 9(7) VALUE 0.

       1 REPORT-LINE               PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           OPEN INPUT CSCACHE
           OPEN INPUT RATECARD
           OPEN INPUT CUSTADDR
           OPEN INPUT JURCAP
           IF JURCAP-STATUS = '00'
               MOVE 'Y' TO JURCAP-OPEN
           ELSE
               DISPLAY 'JURCAP NOT AVAILABLE - NO CAPS TO REPORT ON'
           END-IF

           DISPLAY '=============================================='
           DISPLAY 'CARDS PRICED AT OR ABOVE A LEGAL CAP'
           DISPLAY '=============================================='

           PERFORM READ-NEXT-CSCACHE-ROW
           PERFORM CHECK-ONE-POSITION
               UNTIL END-OF-CSCACHE = 'Y'

           CLOSE CSCACHE
           CLOSE RATECARD
           CLOSE CUSTADDR
           IF JURCAP-OPEN = 'Y'
               CLOSE JURCAP
           END-IF

           PERFORM PRINT-CAP-SUMMARY

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

       READ-NEXT-CSCACHE-ROW.
           READ CSCACHE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-CSCACHE
           END-READ
           .

       CHECK-ONE-POSITION.
           ADD 1 TO ROWS-READ

           IF CC-DECISION = 'APPROVE '
               ADD 1 TO POSITIONS-CHECKED
               MOVE CC-CUST-NO TO CAP-CUST-NO
               PERFORM FIND-JURISDICTION-CAP

               IF CAP-FOUND = 'Y'
                   PERFORM COMPARE-POSITION-TO-CAPS
               ELSE
                   ADD 1 TO POSITIONS-UNCAPPED
               END-IF
           END-IF

           PERFORM READ-NEXT-CSCACHE-ROW
           .

       COMPARE-POSITION-TO-CAPS.
           MOVE 'N' TO POSITION-ABOVE

           IF CAP-MAX-APR > 0
               MOVE 'APR       ' TO ITEM-NAME
               MOVE CC-CARD-APR  TO ITEM-PRICE
               MOVE CAP-MAX-APR  TO ITEM-CAP
               PERFORM JUDGE-ONE-ITEM

               IF CC-PROMO-MONTHS > 0
                   MOVE 'PROMO     '  TO ITEM-NAME
                   MOVE CC-PROMO-RATE TO ITEM-PRICE
                   MOVE CAP-MAX-APR   TO ITEM-CAP
                   PERFORM JUDGE-ONE-ITEM
               END-IF
           END-IF

           IF CAP-MAX-ANNUAL-FEE > 0
               MOVE 'ANNUAL FEE'       TO ITEM-NAME
               MOVE CC-ANNUAL-FEE      TO ITEM-PRICE
               MOVE CAP-MAX-ANNUAL-FEE TO ITEM-CAP
               PERFORM JUDGE-ONE-ITEM
           END-IF

           IF CAP-MAX-LATE-FEE > 0
               PERFORM LOOK-UP-LATE-FEE
               MOVE 'LATE FEE  '     TO ITEM-NAME
               MOVE LATE-FEE         TO ITEM-PRICE
               MOVE CAP-MAX-LATE-FEE TO ITEM-CAP
               PERFORM JUDGE-ONE-ITEM
           END-IF

           IF POSITION-ABOVE = 'Y'
               ADD 1 TO POSITIONS-ABOVE-CAP
           END-IF
           .

       JUDGE-ONE-ITEM.
           MOVE SPACES TO ITEM-STANDING

           EVALUATE TRUE
               WHEN ITEM-PRICE > ITEM-CAP
                   MOVE 'ABOVE CAP' TO ITEM-STANDING
                   MOVE 'Y' TO POSITION-ABOVE
                   ADD 1 TO ITEMS-ABOVE-CAP
               WHEN ITEM-PRICE = ITEM-CAP
                   MOVE 'AT CAP   ' TO ITEM-STANDING
                   ADD 1 TO ITEMS-AT-CAP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF ITEM-STANDING NOT = SPACES
               MOVE ITEM-PRICE TO PRICE-DISPLAY
               MOVE ITEM-CAP   TO CAP-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING ITEM-STANDING ': ACCT ' CC-CUST-NO
                      ' SEQ ' CC-APPL-SEQ-NO
                      ' ' CAP-COUNTRY-CODE
                      ' ' ITEM-NAME
                      ' ' PRICE-DISPLAY
                      ' CAP ' CAP-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

      * The late fee the CSDELINQ due-date run would charge this card
      * before any cap - the same lookup order PRICING uses (product
      * row, then 'DFLT', then the built-in fee).
       LOOK-UP-LATE-FEE.
           MOVE STANDARD-LATE-FEE TO LATE-FEE

           IF CC-SCORE IS NUMERIC
               MOVE CC-SCORE TO SCORE-NUM
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
              AND RC-LATE-FEE IS NUMERIC
              AND RC-LATE-FEE > 0
               MOVE RC-LATE-FEE TO LATE-FEE
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

       PRINT-CAP-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'CSCACHE ROWS READ:        ' ROWS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'POSITIONS CHECKED:        ' POSITIONS-CHECKED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'NO CAP FOR ADDRESS:       ' POSITIONS-UNCAPPED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'ITEMS AT CAP:             ' ITEMS-AT-CAP
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'ITEMS ABOVE CAP:          ' ITEMS-ABOVE-CAP
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'POSITIONS ABOVE A CAP:    ' POSITIONS-ABOVE-CAP
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

       COPY JURCAPP.

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ROWS-READ TO RUN-LOG-READ
           .

       COPY RUNLOGP.

       END PROGRAM 'CSCAPRPT'.
