       1 PRICING-REQUEST.
         2 PRICE-PRODUCT-CODE    PIC X(4).
         2 PRICE-CREDIT-SCORE    PIC X(3).
         2 PRICE-CUST-NO         PIC X(8).
       1 PRICING-RESULT.
         2 CARD-APR              PIC 9(2)V99 VALUE 0.
         2 CARD-ANNUAL-FEE       PIC 9(5)    VALUE 0.
       PRICE-SECURED-POSITION.
           MOVE SECURED-PRODUCT  TO PRICE-PRODUCT-CODE
           MOVE BUREAU-SCORE-X   TO PRICE-CREDIT-SCORE
           MOVE ACCOUNT-IN       TO PRICE-CUST-NO

           EXEC CICS PUT CONTAINER ('PRICINGIN')
                           FROM    (PRICING-REQUEST)
