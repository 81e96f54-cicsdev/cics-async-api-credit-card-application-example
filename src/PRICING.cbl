      * on product code plus score band - see copy/RATECARD.cpy.
      *
      * Containers, on the caller's channel:
      *   PRICINGIN  - PRICING-REQUEST (product code + score, and
      *                the account number the price is for)
      *   PRICINGOUT - the PRICING-DATA group carried in RETURN-DATA
      *
      * Lookup order: the requested product's row for the score band,
      * then the 'DFLT' product's row for the band, then the built-in
      * default price - so a brand-new product is priced sensibly
      * from day one and pricing it properly is a rate-card update.
      *
      * Whatever the rate card says, the price is then held to the
      * legal maximum where the cardholder lives: the country and
      * region of the account's CUSTADDR address key the JURCAP cap
      * table (the region's row, else the country-wide row - see
      * copy/JURCAP.cpy), and the APR, the promotional rate and the
      * annual fee are each cut to their cap. A caller that sends no
      * account number gets the rate card price uncapped.
      ******************************************************************

       IDENTIFICATION DIVISION.
      * opened by this program) - accessed entirely through EXEC CICS
      * READ below, never native COBOL I/O.
           COPY RATECARD.
           COPY CUSTADDR.
           COPY JURCAP.

       1 PRICING-REQUEST.
         2 PRICE-PRODUCT-CODE     PIC X(4).
         2 PRICE-CREDIT-SCORE     PIC X(3).
         2 PRICE-CUST-NO          PIC X(8).

      * Same shape as the PRICING-DATA group in RETURN-DATA. The
      * VALUE clauses are the built-in default price used when the
       1 PRICE-SCORE-NUM          PIC 9(3)  VALUE 0.
       1 RATECARD-RESP            PIC S9(8) COMP.
       1 RATE-ROW-FOUND           PIC X(1)  VALUE 'N'.
       1 CUSTADDR-RESP            PIC S9(8) COMP.
       1 JURCAP-RESP              PIC S9(8) COMP.

      * Field-level PII protection - see src/CSCRYPT.cbl. The region
      * is held encrypted on CUSTADDR.
       1 CRYPT-DECRYPT            PIC X(1) VALUE 'D'.
       1 CRYPT-FIELD-LEN          PIC S9(4) COMP VALUE 0.

       1 COMMAND-RESP  PIC S9(8) COMP.
       1 COMMAND-RESP2 PIC S9(8) COMP.

       MAINLINE SECTION.

           MOVE SPACES TO PRICING-REQUEST
           EXEC CICS GET CONTAINER ('PRICINGIN')
                           INTO    ( PRICING-REQUEST )
                           RESP    ( COMMAND-RESP )
           PERFORM LOG-CICS-ERROR

           PERFORM DERIVE-CARD-PRICE
           PERFORM APPLY-JURISDICTION-CAP

           EXEC CICS PUT CONTAINER ('PRICINGOUT')
                           FROM    ( PRICING-RESULT )
           END-IF
           .

      * The legal ceilings where the cardholder lives - the region's
      * JURCAP row, else the country's. A zero cap leaves that item
      * alone; no address or no row leaves the price as it is.
       APPLY-JURISDICTION-CAP.
           IF PRICE-CUST-NO NOT = SPACES
               MOVE PRICE-CUST-NO TO CA-CUST-NO
               EXEC CICS READ FILE ('CUSTADDR')
                               INTO   (CA-CUSTADDR-RECORD)
                               RIDFLD (CA-CUST-NO)
                               RESP   (CUSTADDR-RESP)
                               RESP2  (COMMAND-RESP2)
               END-EXEC

               IF CUSTADDR-RESP = DFHRESP(NORMAL)
                   MOVE 140 TO CRYPT-FIELD-LEN
                   CALL 'CSCRYPT' USING CRYPT-DECRYPT CA-ENCRYPT-KEY
                       CA-ADDR-LINE-1 CRYPT-FIELD-LEN
                   PERFORM READ-JURISDICTION-ROW
                   IF JURCAP-RESP = DFHRESP(NORMAL)
                       PERFORM CUT-PRICE-TO-CAP
                   END-IF
               END-IF
           END-IF
           .

       READ-JURISDICTION-ROW.
           MOVE CA-COUNTRY-CODE TO JC-COUNTRY-CODE
           MOVE CA-REGION       TO JC-REGION
           PERFORM READ-ONE-CAP-ROW

           IF JURCAP-RESP = DFHRESP(NOTFND)
              AND CA-REGION NOT = SPACES
               MOVE SPACES TO JC-REGION
               PERFORM READ-ONE-CAP-ROW
           END-IF
           .

       READ-ONE-CAP-ROW.
           EXEC CICS READ FILE ('JURCAP')
                           INTO   (JURCAP-RECORD)
                           RIDFLD (JC-CAP-KEY)
                           RESP   (JURCAP-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF JURCAP-RESP NOT = DFHRESP(NORMAL)
              AND JURCAP-RESP NOT = DFHRESP(NOTFND)
               MOVE JURCAP-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
           END-IF
           .

       CUT-PRICE-TO-CAP.
           IF JC-MAX-APR > 0
               IF CARD-APR > JC-MAX-APR
                   MOVE JC-MAX-APR TO CARD-APR
               END-IF
               IF PROMO-RATE > JC-MAX-APR
                   MOVE JC-MAX-APR TO PROMO-RATE
               END-IF
           END-IF

           IF JC-MAX-ANNUAL-FEE > 0
              AND CARD-ANNUAL-FEE > JC-MAX-ANNUAL-FEE
               MOVE JC-MAX-ANNUAL-FEE TO CARD-ANNUAL-FEE
           END-IF
           .

       READ-ONE-RATE-ROW.
           EXEC CICS READ FILE ('RATECARD')
                           INTO   (RATECARD-RECORD)
