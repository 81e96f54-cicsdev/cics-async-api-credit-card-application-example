
           COPY CTLPARM.

      * The partner-lender referral a declined applicant may have
      * consented to - see RECORD-REFERRAL-DECISION and the shared
      * fragment in copy/REFERRLP.cpy. REFERRAL is CICS-owned too.
           COPY REFERRAL.

       1 REFERRAL-RESP           PIC S9(8) COMP.
       1 REFERRAL-ABSTIME        PIC S9(15) COMP-3.
       1 REFERRAL-CHANNEL        PIC X(1)  VALUE SPACE.
       1 REFERRAL-OUTCOME        PIC X(8)  VALUE SPACES.
       1 REFERRAL-REASONS        PIC X(16) VALUE SPACES.
       1 REFERRAL-PRODUCT        PIC X(4)  VALUE SPACES.
       1 REFERRAL-EXCLUDE-HITS   PIC S9(4) COMP VALUE 0.

      * The account is tokenized rather than read at a fixed offset,
      * so both the eight-digit form and a legacy four-digit entry
      * (zero-padded on the left) parse; the note is whatever
       1 PRICING-REQUEST.
         2 PRICE-PRODUCT-CODE     PIC X(4).
         2 PRICE-CREDIT-SCORE     PIC X(3).
         2 PRICE-CUST-NO          PIC X(8).

      * PII masking for the audit trail - see copy/PIIMASK.cpy.
      * CUSTOMER-NAME/CUSTOMER-POSTCODE are filled from CUSTMAS/

           MOVE UNDERWRITER-USER-ID TO RQ-UNDERWRITER-ID
           MOVE CURRENT-DATE        TO RQ-DECISION-DATE
           MOVE CURRENT-TIME        TO RQ-DECISION-TIME
           MOVE NOTE-IN             TO RQ-DECISION-NOTE

           EXEC CICS REWRITE FILE ('REVIEWQ')
           END-IF

           PERFORM WRITE-DECISION-AUDIT-RECORD
           PERFORM RECORD-REFERRAL-DECISION

      * The applicant hears about a human decision the same way they
      * hear about an automatic one - a letter, built and archived by
       PRICE-APPROVED-POSITION.
           MOVE RQ-REQUESTED-PRODUCT TO PRICE-PRODUCT-CODE
           MOVE RQ-CREDIT-SCORE      TO PRICE-CREDIT-SCORE
           MOVE ACCOUNT-IN           TO PRICE-CUST-NO

           EXEC CICS PUT CONTAINER ('PRICINGIN')
                           FROM    (PRICING-REQUEST)
               MOVE 'R012'          TO AU-REASON-CODES(1:4)
           END-IF
           MOVE RQ-REQUESTED-PRODUCT TO AU-REQUESTED-PRODUCT
           MOVE SPACES              TO AU-INTAKE-CHANNEL
           MOVE SPACES              TO AU-NAME-LAST-UPDATED
           MOVE SPACES              TO AU-ADDR-LAST-UPDATED
           MOVE SPACES              TO AU-POLICY-LAST-UPDATED
           PERFORM LOG-CICS-ERROR
           .

      * An underwriter's decline may be referred on to the partner
      * lender if the applicant consented - but never a case queued
      * for fraud, a watchlist match, abuse or an unverifiable date
      * of birth, nor a customer marked vulnerable (see
      * copy/VULNMARK.cpy). An approval undoes an earlier decline
      * still waiting to go. See copy/REFERRLP.cpy.
       RECORD-REFERRAL-DECISION.
           IF ACTION-IN = 'APP'
               MOVE 'CONSENTD' TO REFERRAL-OUTCOME
               MOVE SPACES     TO REFERRAL-REASONS
           ELSE
               IF RQ-QUEUE-REASON = 'FRAUDREF'
                  OR RQ-QUEUE-REASON = 'WATCHLST'
                  OR RQ-QUEUE-REASON = 'ABUSEFLG'
                  OR RQ-QUEUE-REASON = 'BADDOB  '
                  OR RQ-QUEUE-REASON = 'VULNRBL '
                   MOVE 'EXCLUDED' TO REFERRAL-OUTCOME
               ELSE
                   MOVE 'DECLINED' TO REFERRAL-OUTCOME
               END-IF
               MOVE AU-REASON-CODES TO REFERRAL-REASONS
           END-IF

           MOVE ACCOUNT-IN           TO RF-CUST-NO
           MOVE APPL-SEQ-NO          TO RF-APPL-SEQ-NO
           MOVE RQ-REQUESTED-PRODUCT TO REFERRAL-PRODUCT
           PERFORM RECORD-REFERRAL-OUTCOME
           .

       DISPATCH-DECISION-LETTER.
           MOVE RQ-CREDIT-SCORE        TO CREDIT-CHECK-RESULT
           MOVE CUSTOMER-NAME          TO LETTER-CUSTOMER-NAME

       COPY OPAUTHP.

       COPY REFERRLP.

       COPY CICSERR.

       END PROGRAM 'UNDWRITR'.
