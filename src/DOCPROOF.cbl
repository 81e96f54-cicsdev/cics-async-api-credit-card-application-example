       1 PRICING-REQUEST.
         2 PRICE-PRODUCT-CODE    PIC X(4).
         2 PRICE-CREDIT-SCORE    PIC X(3).
         2 PRICE-CUST-NO         PIC X(8).
       1 ASSIGN-REQUEST.
         2 ASSIGN-PRODUCT-CODE   PIC X(4).
       1 ASSIGN-RESULT.
       PRICE-RELEASED-POSITION.
           MOVE DQ-REQUESTED-PRODUCT TO PRICE-PRODUCT-CODE
           MOVE DQ-CREDIT-SCORE      TO PRICE-CREDIT-SCORE
           MOVE ACCOUNT-IN           TO PRICE-CUST-NO

           EXEC CICS PUT CONTAINER ('PRICINGIN')
                           FROM    (PRICING-REQUEST)
