      * wording, so nothing breaks between defining the file and
      * first loading it.
      *
      * An approval priced at a legal ceiling - the APR, promotional
      * rate or annual fee PRICING cut to the JURCAP cap for the
      * applicant's country and region (see copy/JURCAP.cpy) -
      * carries a line disclosing the capped figures, whichever
      * wording built the rest of the letter.
      *
      * Every letter built here is also written to the LTRARCH VSAM
      * KSDS (see copy/LTRARCH.cpy) with a dispatch status of PENDING,
      * so the CSLTRPRT batch job can spool the day's letters to the
      * copy/PPIOPTIN.cpy.
           COPY PPIOPTIN.

      * JURCAP is a CICS-owned VSAM file (defined in the FCT, not
      * opened by this program) - the legal price ceilings per
      * country and region. See copy/JURCAP.cpy.
           COPY JURCAP.

       1 JURCAP-RESP               PIC S9(8) COMP.
       1 PRICE-AT-CAP              PIC X(1)  VALUE 'N'.
       1 APR-CAP-TEXT              PIC X(6)  VALUE SPACES.
       1 FEE-CAP-TEXT              PIC X(6)  VALUE SPACES.
       1 LATE-CAP-TEXT             PIC X(6)  VALUE SPACES.
       1 LATE-FEE-DISPLAY          PIC ZZ9.99.
       1 CAP-DISCLOSURE-WORDING    PIC X(72) VALUE SPACES.

       1 PPIOPTIN-RESP             PIC S9(8) COMP.
       1 PROTECTION-WORDING        PIC X(72) VALUE
           'Payment protection cover is included at your request.'.

           PERFORM BUILD-DECISION-LETTER

      * A price held to the legal maximum is disclosed as such.
           IF APPLICATION-RESULT = 'SUCCESS'
               PERFORM APPEND-CAP-DISCLOSURE-LINE
           END-IF

      * A recorded protection opt-in is reflected on the approval
      * letter - the evidential loop the cover's sale depends on.
           IF ACCT-CONTAINER-RESP = DFHRESP(NORMAL)
      * until the proofs arrive. See APPLY-INCOME-PROOF-GATE in
      * ASYNCPNT/SEQPNT.
                   MOVE 'DOCSREQD' TO TEMPLATE-OUTCOME
               WHEN 'CMPLUPH'
      * Final response to a customer complaint from the CMPL
      * register (see src/CSCMPLNT.cbl) - upheld or rejected.
                   MOVE 'CMPUPHLD' TO TEMPLATE-OUTCOME
               WHEN 'CMPLREJ'
                   MOVE 'CMPREJCT' TO TEMPLATE-OUTCOME
               WHEN 'BREACH '
      * Card reissued because the card scheme named it in a data
      * breach - from the CMPR compromise reissue (see
      * src/CSCMPRIS.cbl).
                   MOVE 'BREACH  ' TO TEMPLATE-OUTCOME
               WHEN OTHER
                   MOVE 'DECLINED' TO TEMPLATE-OUTCOME
           END-EVALUATE
                       PERFORM BUILD-SECOFFER-LETTER-BODY
                   WHEN 'DOCREQ '
                       PERFORM BUILD-DOCSREQD-LETTER-BODY
                   WHEN 'CMPLUPH'
                       PERFORM BUILD-CMPUPHLD-LETTER-BODY
                   WHEN 'CMPLREJ'
                       PERFORM BUILD-CMPREJCT-LETTER-BODY
                   WHEN 'BREACH '
                       PERFORM BUILD-BREACH-LETTER-BODY
                   WHEN OTHER
                       PERFORM BUILD-DECLINE-LETTER-BODY
               END-EVALUATE
           MOVE 10 TO DL-LINE-COUNT
           .

      * Program-built fallbacks for the complaint final responses,
      * used only when no CMPUPHLD/CMPREJCT template is loaded - the
      * same fallback convention the approval/decline bodies follow.
      * Both must name the customer's right to refer the complaint
      * on.
       BUILD-CMPUPHLD-LETTER-BODY.
           MOVE 'Dear ' TO DL-LINE-06

           MOVE 'Thank you for raising your complaint with us. We'
               TO DL-LINE-07
           MOVE 'have now completed our investigation and agree that'
               TO DL-LINE-08
           MOVE 'we got things wrong. We are sorry, and we will write'
               TO DL-LINE-09
           MOVE 'separately about putting matters right.'
               TO DL-LINE-10
           MOVE 'This is our final response. If you remain unhappy'
               TO DL-LINE-11
           MOVE 'you may refer your complaint to the ombudsman within'
               TO DL-LINE-12
           MOVE 'six months of the date of this letter.'
               TO DL-LINE-13

           MOVE 13 TO DL-LINE-COUNT
           .

       BUILD-CMPREJCT-LETTER-BODY.
           MOVE 'Dear ' TO DL-LINE-06

           MOVE 'Thank you for raising your complaint with us. We'
               TO DL-LINE-07
           MOVE 'have now completed our investigation and, having'
               TO DL-LINE-08
           MOVE 'looked carefully at what happened, we do not believe'
               TO DL-LINE-09
           MOVE 'we acted incorrectly.'
               TO DL-LINE-10
           MOVE 'This is our final response. If you remain unhappy'
               TO DL-LINE-11
           MOVE 'you may refer your complaint to the ombudsman within'
               TO DL-LINE-12
           MOVE 'six months of the date of this letter.'
               TO DL-LINE-13

           MOVE 13 TO DL-LINE-COUNT
           .

      * Program-built fallback for the compromise reissue notice,
      * used only when no BREACH template is loaded - the same
      * fallback convention the approval/decline bodies follow.
       BUILD-BREACH-LETTER-BODY.
           MOVE 'Dear ' TO DL-LINE-06

           STRING 'The card scheme has told us that your '
                  REQUESTED-PRODUCT ' card details'
                  DELIMITED BY SIZE INTO DL-LINE-07

           MOVE 'may have been exposed in a security incident at a'
               TO DL-LINE-08
           MOVE 'third party. To protect you we have cancelled the'
               TO DL-LINE-09
           MOVE 'card, and a replacement with a new number is on its'
               TO DL-LINE-10
           MOVE 'way to the above address. Please destroy the old card'
               TO DL-LINE-11
           MOVE 'and give the new number to anyone you pay by card'
               TO DL-LINE-12
           MOVE 'regularly. You are not liable for any payment you did'
               TO DL-LINE-13
           MOVE 'not make.'
               TO DL-LINE-14

           MOVE 14 TO DL-LINE-COUNT
           .

      * The applicant's own region row on JURCAP, else the country's.
      * The line goes on only when the price actually sits at (or
      * was cut to) one of the caps; an item with no cap there
      * reads 'no cap'.
       APPEND-CAP-DISCLOSURE-LINE.
           MOVE CUSTOMER-COUNTRY-CODE TO JC-COUNTRY-CODE
           MOVE CUSTOMER-REGION       TO JC-REGION
           PERFORM READ-ONE-CAP-ROW

           IF JURCAP-RESP = DFHRESP(NOTFND)
              AND CUSTOMER-REGION NOT = SPACES
               MOVE SPACES TO JC-REGION
               PERFORM READ-ONE-CAP-ROW
           END-IF

           MOVE 'N' TO PRICE-AT-CAP
           IF JURCAP-RESP = DFHRESP(NORMAL)
               IF JC-MAX-APR > 0
                  AND (CARD-APR >= JC-MAX-APR
                    OR (PROMO-MONTHS > 0
                        AND PROMO-RATE >= JC-MAX-APR))
                   MOVE 'Y' TO PRICE-AT-CAP
               END-IF
               IF JC-MAX-ANNUAL-FEE > 0
                  AND CARD-ANNUAL-FEE >= JC-MAX-ANNUAL-FEE
                   MOVE 'Y' TO PRICE-AT-CAP
               END-IF
           END-IF

           IF PRICE-AT-CAP = 'Y'
              AND DL-LINE-COUNT < 15
               PERFORM BUILD-CAP-DISCLOSURE-WORDING
               ADD 1 TO DL-LINE-COUNT
               PERFORM PLACE-CAP-DISCLOSURE-LINE
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

       BUILD-CAP-DISCLOSURE-WORDING.
           IF JC-MAX-APR > 0
               MOVE JC-MAX-APR TO APR-DISPLAY
               MOVE SPACES TO APR-CAP-TEXT
               STRING APR-DISPLAY '%'
                   DELIMITED BY SIZE INTO APR-CAP-TEXT
           ELSE
               MOVE 'no cap' TO APR-CAP-TEXT
           END-IF

           IF JC-MAX-ANNUAL-FEE > 0
               MOVE JC-MAX-ANNUAL-FEE TO FEE-DISPLAY
               MOVE FEE-DISPLAY TO FEE-CAP-TEXT
           ELSE
               MOVE 'no cap' TO FEE-CAP-TEXT
           END-IF

           IF JC-MAX-LATE-FEE > 0
               MOVE JC-MAX-LATE-FEE TO LATE-FEE-DISPLAY
               MOVE LATE-FEE-DISPLAY TO LATE-CAP-TEXT
           ELSE
               MOVE 'no cap' TO LATE-CAP-TEXT
           END-IF

           MOVE SPACES TO CAP-DISCLOSURE-WORDING
           STRING 'Legal caps for your area: APR ' APR-CAP-TEXT
                  ', annual fee ' FEE-CAP-TEXT
                  ', late fee ' LATE-CAP-TEXT
                  DELIMITED BY SIZE INTO CAP-DISCLOSURE-WORDING
           .

       PLACE-CAP-DISCLOSURE-LINE.
           EVALUATE DL-LINE-COUNT
               WHEN 11
                   MOVE CAP-DISCLOSURE-WORDING TO DL-LINE-11
               WHEN 12
                   MOVE CAP-DISCLOSURE-WORDING TO DL-LINE-12
               WHEN 13
                   MOVE CAP-DISCLOSURE-WORDING TO DL-LINE-13
               WHEN 14
                   MOVE CAP-DISCLOSURE-WORDING TO DL-LINE-14
               WHEN OTHER
                   MOVE CAP-DISCLOSURE-WORDING TO DL-LINE-15
           END-EVALUATE
           .

       APPEND-PROTECTION-LINE.
           MOVE CUST-NO-IN  TO PI-CUST-NO
           MOVE APPL-SEQ-NO TO PI-APPL-SEQ-NO
