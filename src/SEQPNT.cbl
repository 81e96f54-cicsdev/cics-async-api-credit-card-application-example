
           COPY PPIOPTIN.

           COPY REFERRAL.

           COPY VULNMARK.

           COPY LTRARCH.

      * EMPLMAS and BALMAS are read directly (not via the GETEMPL/
       1 PRICING-REQUEST.
         2 PRICE-PRODUCT-CODE     PIC X(4).
         2 PRICE-CREDIT-SCORE     PIC X(3).
         2 PRICE-CUST-NO          PIC X(8).

      * Credit-limit base amounts by tier - business-tunable via the
      * CTLPARM control file, see READ-CONTROL-PARAMETERS. The VALUE
       1 DISPUTES-RESP        PIC S9(8) COMP.
       1 DISPUTE-OPEN         PIC X(1) VALUE 'N'.

      * Vulnerable customer marker - a marked account's application
      * goes to an underwriter instead of being decided here, and
      * is never made the secured counter-offer. See
      * CHECK-VULNERABLE-MARKER and copy/VULNMARK.cpy.
       1 VULNMARK-RESP        PIC S9(8) COMP.
       1 VULNERABLE-CUSTOMER  PIC X(1) VALUE 'N'.

      * Terms-and-conditions version in force for this run - see
      * RESOLVE-TERMS-VERSION and copy/TCVERS.cpy.
       1 TCVERS-RESP          PIC S9(8) COMP.
       1 PPI-OPTIN-RAW        PIC X(1) VALUE SPACES.
       1 PPI-CHANNEL          PIC X(1) VALUE 'T'.

      * Partner-lender referral consent intake, and the decision
      * that refers (or excludes) it - see
      * CAPTURE-REFERRAL-IF-CONSENTED, RECORD-REFERRAL-DECISION and
      * the shared fragment in copy/REFERRLP.cpy.
       1 REFERRAL-CONSENT-RAW PIC X(1) VALUE SPACES.
       1 REFERRAL-RESP        PIC S9(8) COMP.
       1 REFERRAL-ABSTIME     PIC S9(15) COMP-3.
       1 REFERRAL-CHANNEL     PIC X(1) VALUE 'T'.
       1 REFERRAL-OUTCOME     PIC X(8) VALUE SPACES.
       1 REFERRAL-REASONS     PIC X(16) VALUE SPACES.
       1 REFERRAL-PRODUCT     PIC X(4) VALUE SPACES.
       1 REFERRAL-EXCLUDE-HITS PIC S9(4) COMP VALUE 0.

      * Business-day window arithmetic - see
      * COUNT-BUSINESS-DAYS-BETWEEN and src/CSBDAYS.cbl.
       1 BDAYS-REQUEST.
       1 DRY-RUN-TRANID        PIC X(4) VALUE 'SCCD'.
       1 DRY-RUN-MODE          PIC X(1) VALUE 'N'.

      * The front door this run came in through - see
      * AU-INTAKE-CHANNEL in copy/AUDIT.cpy.
       1 INTAKE-CHANNEL       PIC X(8) VALUE SPACES.

      * Duplicate in-flight submission marker - a TS queue named by
      * the account number, shared with ASYNCPNT so a second
      * submission for the same account via either ACCA or SCCA is
       1 SUBMITTER-AUTHORIZED     PIC X(1)  VALUE 'Y'.
       1 SUBMITTER-USER-ID        PIC X(8)  VALUE SPACES.
       1 AUTHSUB-RESP             PIC S9(8) COMP.
      * The submitter entry's use, stamped on OPERUSE through the
      * CSOPUSE helper for the quarterly access recertification -
      * see copy/OPERUSE.cpy.
       1 GRANT-USE-RECORD.
         2 GU-USER-ID             PIC X(8)  VALUE SPACES.
         2 GU-TRANID              PIC X(4)  VALUE SPACES.
         2 GU-GRANT               PIC X(10) VALUE 'SUBMITTER '.
         2 FILLER                 PIC X(8)  VALUE SPACES.
       1 GRANT-USE-RESP           PIC S9(8) COMP.

      * Score banding - see CRDTCHK for where the score itself
      * comes from. DECLINE-THRESHOLD is business-tunable via the
         2 RECORD-ON-FILE-FLAG    PIC X(1)  VALUE 'Y'.
       1 BUREAU-CHECK-FAILED      PIC X(1)  VALUE 'N'.

      * Circuit breaker - see copy/CIRCUIT.cpy, the shared
      * CHECK-CHILD-CIRCUIT/RECORD-CHILD-OUTCOME fragment in
      * copy/CIRCUITP.cpy, and the same fields in ASYNCPNT.cbl. A
      * child whose circuit is open is not LINKed to: a skipped
      * bureau check goes the BURDOWN/PENDRTRY way, and any other
      * skipped child sets CHILD-BYPASSED, which turns what would
      * have been an approval into a REVIEW case.
           COPY CIRCUIT.

       1 CIRCUIT-REQUEST.
         2 CIRCUIT-PROGRAM        PIC X(8)  VALUE SPACES.
         2 CIRCUIT-EVENT          PIC X(1)  VALUE SPACES.
         2 CIRCUIT-CALLER         PIC X(8)  VALUE SPACES.
       1 CIRCUIT-VERDICT          PIC X(1)  VALUE SPACES.
       1 CIRCUIT-CHILD-OK         PIC X(1)  VALUE 'Y'.
       1 CIRCUIT-RESP             PIC S9(8) COMP.
       1 CIRCUIT-ABSTIME          PIC S9(15) COMP-3.
       1 CIRCUIT-TRIAL-DUE        PIC S9(15) COMP-3.
       1 CHILD-BYPASSED           PIC X(1)  VALUE 'N'.
       1 BYPASSED-CHILD           PIC X(8)  VALUE SPACES.

      * CHECK-APPLICATION-HISTORY - a basic fraud/abuse signal formed
      * by scanning the AUDIT trail for a recent decline against this
      * account, or recent applications from other accounts at the
      * The arguments after the transaction code are tokenized with
      * UNSTRING rather than read at fixed offsets, so both
      * 'ACCA 0001 PLAT 2' and 'ACCA 00000001 PLAT 2' parse.
      * The last token, after the PPI opt-in, is the partner-lender
      * referral consent (Y).
       1 READ-INPUT.
         2 TRANID                 PIC X(4).
         2 FILLER                 PIC X(1).
      * Raw container image plus its real length - an older web
      * caller still sends the four-digit shape; the length tells
      * the two apart - see GET-INPUT-ACCOUNT-NUMBER.
       1 CONTAINER-RAW            PIC X(46) VALUE SPACES.
       1 CONTAINER-RAW-LENGTH     PIC S9(8) COMP VALUE 0.

       1 PRINT-LINE.
         2 GETBAL-CONTAINER   PIC X(16) VALUE 'GETBALCONT      '.
         2 SCRNWTCH-CONTAINER PIC X(16) VALUE 'SCRNWTCHCONT    '.
         2 FULLRESULT-CONTAINER PIC X(16) VALUE 'FULLRESULTCONT  '.
         2 PULLCTX-CONTAINER  PIC X(16) VALUE 'PULLCONTEXT     '.

       1 MYCHANNEL            PIC X(16) VALUE 'MYCHANNEL       '.

                   PERFORM CAPTURE-TRANSFER-IF-REQUESTED
                   PERFORM CAPTURE-GUARANTOR-IF-NAMED
                   PERFORM CHECK-OPEN-DISPUTE
                   PERFORM CHECK-VULNERABLE-MARKER
                   PERFORM CAPTURE-PPI-IF-OPTED
                   PERFORM CAPTURE-REFERRAL-IF-CONSENTED
                   PERFORM CHECK-BUREAU-CONSENT
                   IF DRY-RUN-MODE = 'N'
                      AND CONSENT-ON-FILE = 'N'

           PERFORM WRITE-AUDIT-RECORD

      * A decline may be referred on to the partner lender, if the
      * applicant consented - see RECORD-REFERRAL-DECISION.
           IF DRY-RUN-MODE = 'N'
               PERFORM RECORD-REFERRAL-DECISION
           END-IF

      * Publish the application-completed business event for every
      * run that reached a decision - see PUBLISH-BUSINESS-EVENT.
           IF DRY-RUN-MODE = 'N'
           END-EXEC
           PERFORM LOG-CICS-ERROR

      * CRDTCHK files every bureau pull on BURSNAP for the monthly
      * invoice reconciliation - a dry run's pull is flagged there
      * so it is never counted as the business's own.
           EXEC CICS PUT CONTAINER ( PULLCTX-CONTAINER )
                           FROM    ( DRY-RUN-MODE )
                           CHANNEL ( MYCHANNEL)
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC
           PERFORM LOG-CICS-ERROR

      * A confirmed duplicate link makes two account numbers one
      * customer for the exposure and history checks below.
           PERFORM READ-DUPLICATE-LINK
           MOVE '.' TO TRAN1-STATUS
           PERFORM PRINT-TEXT-TO-SCREEN

      * Every child is first checked against its circuit breaker.
      * A bureau check skipped by its open circuit reads exactly as
      * a bureau that could not be reached - BURDOWN, and the case
      * parks on PENDRTRY for the retry driver.
           MOVE CREDIT-CHECK TO CIRCUIT-PROGRAM
           PERFORM CHECK-CHILD-CIRCUIT

           IF CIRCUIT-VERDICT = 'S'
               MOVE '000' TO CREDIT-CHECK-SCORE-IN
               MOVE 'Y'   TO BUREAU-UNAVAILABLE
           ELSE
               EXEC CICS LINK PROGRAM ( CREDIT-CHECK )
                              CHANNEL ( MYCHANNEL )
                              RESP    ( COMMAND-RESP )
                              RESP2   ( COMMAND-RESP2 )
               END-EXEC
               PERFORM LOG-CICS-ERROR
               PERFORM SET-LINKED-CHILD-OUTCOME

               EXEC CICS GET CONTAINER (CRDTCHK-CONTAINER)
                               INTO    (CREDIT-CHECK-DATA-IN)
                               CHANNEL (MYCHANNEL)
                               RESP    (COMMAND-RESP)
                               RESP2   (COMMAND-RESP2)
               END-EXEC
               PERFORM LOG-CICS-ERROR

      * For the breaker a bureau that could not be reached is a
      * failure of the credit check as much as a failed LINK is.
               IF BUREAU-UNAVAILABLE = 'Y'
                   MOVE 'N' TO CIRCUIT-CHILD-OK
               END-IF
               PERFORM RECORD-CHILD-OUTCOME
           END-IF

           MOVE CREDIT-CHECK-SCORE-IN TO CREDIT-CHECK-RESULT
           IF RECORD-ON-FILE-FLAG = 'N'
           MOVE '.' TO TRAN2-STATUS
           PERFORM PRINT-TEXT-TO-SCREEN

           MOVE GET-NAME TO CIRCUIT-PROGRAM
           PERFORM CHECK-CHILD-CIRCUIT

           IF CIRCUIT-VERDICT = 'S'
               PERFORM NOTE-CHILD-BYPASSED
           ELSE
               EXEC CICS LINK PROGRAM ( GET-NAME )
                              CHANNEL ( MYCHANNEL )
                              RESP    ( COMMAND-RESP )
                              RESP2   ( COMMAND-RESP2 )
               END-EXEC
               PERFORM LOG-CICS-ERROR
               PERFORM SET-LINKED-CHILD-OUTCOME
               PERFORM RECORD-CHILD-OUTCOME

               EXEC CICS GET CONTAINER (GETNAME-CONTAINER)
                               CHANNEL (MYCHANNEL)
                               INTO    (GETNAME-RESULT)
                               RESP    (COMMAND-RESP)
                               RESP2   (COMMAND-RESP2)
               END-EXEC
               PERFORM LOG-CICS-ERROR
           END-IF

           MOVE GETNAME-CUSTOMER-NAME TO CUSTOMER-NAME

           MOVE '.' TO TRAN3-STATUS
           PERFORM PRINT-TEXT-TO-SCREEN

           MOVE GET-ADDR TO CIRCUIT-PROGRAM
           PERFORM CHECK-CHILD-CIRCUIT

           IF CIRCUIT-VERDICT = 'S'
               PERFORM NOTE-CHILD-BYPASSED
           ELSE
               EXEC CICS LINK PROGRAM ( GET-ADDR )
                              CHANNEL ( MYCHANNEL )
                              RESP    ( COMMAND-RESP )
                              RESP2   ( COMMAND-RESP2 )
               END-EXEC
               PERFORM LOG-CICS-ERROR
               PERFORM SET-LINKED-CHILD-OUTCOME
               PERFORM RECORD-CHILD-OUTCOME

               EXEC CICS GET CONTAINER (GETADDR-CONTAINER)
                               CHANNEL (MYCHANNEL)
                               INTO    (GETADDR-RESULT)
                               RESP    (COMMAND-RESP)
                               RESP2   (COMMAND-RESP2)
               END-EXEC
               PERFORM LOG-CICS-ERROR
           END-IF

           MOVE GETADDR-ADDRESS-DATA TO CUSTOMER-ADDRESS-DATA

      * VALIDATE-ACCOUNT-NUMBER) already has a known top-tier status,
      * so CSSTATUS - and, inside it, GETPOL/GETSPND - is skipped
      * entirely rather than recomputed.
           IF CUSTOMER-IS-VIP = 'N'
               MOVE CSSTATUS TO CIRCUIT-PROGRAM
               PERFORM CHECK-CHILD-CIRCUIT
           END-IF

      * A skipped importance lookup is taken at the bottom tier -
      * the underwriter the case goes to can lift it.
           IF CUSTOMER-IS-VIP = 'N'
              AND CIRCUIT-VERDICT = 'S'
               PERFORM NOTE-CHILD-BYPASSED
               MOVE 'BRONZE  ' TO CUSTOMER-IMPORTANCE
           ELSE
           IF CUSTOMER-IS-VIP = 'N'
               EXEC CICS LINK PROGRAM ( CSSTATUS )
                              CHANNEL ( MYCHANNEL )
                              RESP2   ( COMMAND-RESP2 )
               END-EXEC
               PERFORM LOG-CICS-ERROR
               PERFORM SET-LINKED-CHILD-OUTCOME
               PERFORM RECORD-CHILD-OUTCOME

               EXEC CICS GET CONTAINER (CSSTATUS-CONTAINER)
                               CHANNEL (MYCHANNEL)
      * timestamp to report for one; POLICY-LAST-UPDATED/SPEND-LAST-
      * UPDATED simply stay blank.
           END-IF
           END-IF

           MOVE 'Y' TO TRAN4-STATUS
           PERFORM PRINT-TEXT-TO-SCREEN
           MOVE '.' TO TRAN6-STATUS
           PERFORM PRINT-TEXT-TO-SCREEN

           MOVE GET-EMPL TO CIRCUIT-PROGRAM
           PERFORM CHECK-CHILD-CIRCUIT

           IF CIRCUIT-VERDICT = 'S'
               PERFORM NOTE-CHILD-BYPASSED
           ELSE
               EXEC CICS LINK PROGRAM ( GET-EMPL )
                              CHANNEL ( MYCHANNEL )
                              RESP    ( COMMAND-RESP )
                              RESP2   ( COMMAND-RESP2 )
               END-EXEC
               PERFORM LOG-CICS-ERROR
               PERFORM SET-LINKED-CHILD-OUTCOME
               PERFORM RECORD-CHILD-OUTCOME

               EXEC CICS GET CONTAINER (GETEMPL-CONTAINER)
                               CHANNEL (MYCHANNEL)
                               INTO    (EMPLOYMENT-DATA)
                               RESP    (COMMAND-RESP)
                               RESP2   (COMMAND-RESP2)
               END-EXEC
               PERFORM LOG-CICS-ERROR
           END-IF

           MOVE 'Y' TO TRAN6-STATUS
           PERFORM PRINT-TEXT-TO-SCREEN
      * calculated. The CSMAP1 progress map predates this child, so
      * it has no status slot of its own on the screen.
      * --------------------------------------------------------------
           MOVE GET-BAL TO CIRCUIT-PROGRAM
           PERFORM CHECK-CHILD-CIRCUIT

           IF CIRCUIT-VERDICT = 'S'
               PERFORM NOTE-CHILD-BYPASSED
           ELSE
               EXEC CICS LINK PROGRAM ( GET-BAL )
                              CHANNEL ( MYCHANNEL )
                              RESP    ( COMMAND-RESP )
                              RESP2   ( COMMAND-RESP2 )
               END-EXEC
               PERFORM LOG-CICS-ERROR
               PERFORM SET-LINKED-CHILD-OUTCOME
               PERFORM RECORD-CHILD-OUTCOME

               EXEC CICS GET CONTAINER (GETBAL-CONTAINER)
                               CHANNEL (MYCHANNEL)
                               INTO    (BALANCE-DATA)
                               RESP    (COMMAND-RESP)
                               RESP2   (COMMAND-RESP2)
               END-EXEC
               PERFORM LOG-CICS-ERROR
           END-IF

      * --------------------------------------------------------------
      * Call the watchlist screening program - KYC is part of every
      * application, not an afterthought
      * --------------------------------------------------------------
           MOVE SCREEN-WATCH TO CIRCUIT-PROGRAM
           PERFORM CHECK-CHILD-CIRCUIT

           IF CIRCUIT-VERDICT = 'S'
               PERFORM NOTE-CHILD-BYPASSED
           ELSE
               EXEC CICS LINK PROGRAM ( SCREEN-WATCH )
                              CHANNEL ( MYCHANNEL )
                              RESP    ( COMMAND-RESP )
                              RESP2   ( COMMAND-RESP2 )
               END-EXEC
               PERFORM LOG-CICS-ERROR
               PERFORM SET-LINKED-CHILD-OUTCOME
               PERFORM RECORD-CHILD-OUTCOME

               EXEC CICS GET CONTAINER (SCRNWTCH-CONTAINER)
                               CHANNEL (MYCHANNEL)
                               INTO    (SCREEN-DATA)
                               RESP    (COMMAND-RESP)
                               RESP2   (COMMAND-RESP2)
               END-EXEC
               PERFORM LOG-CICS-ERROR
           END-IF

      * --------------------------------------------------------------
      * Finished
                       MOVE APPLICATION-FAILED TO RESULT-TEXT
      * The ONLY failure is the score band - a deposit-secured
      * counter-offer recovers the relationship instead of a flat
      * FAILED. See OFFER-SECURED-COUNTER. Never for a customer
      * marked vulnerable - the decline goes to an underwriter
      * instead, see APPLY-VULNERABLE-TREATMENT.
                       IF VULNERABLE-CUSTOMER = 'N'
                           PERFORM OFFER-SECURED-COUNTER
                       END-IF
                   END-IF
               ELSE
                   MOVE APPLICATION-SUCCESS TO APPLICATION-RESULT
      * the same logic in ASYNCPNT.cbl.
           PERFORM APPLY-REVIEW-BAND-DECISION

      * A customer marked vulnerable is never decided automatically -
      * whatever the run came to, an underwriter takes it from here.
      * See APPLY-VULNERABLE-TREATMENT.
           PERFORM APPLY-VULNERABLE-TREATMENT

      * Paperwork gate - an approval above the income/limit proof
      * ceilings parks on DOCQUEUE instead of caching; the DOCR
      * clerk release finishes it. See APPLY-INCOME-PROOF-GATE.
           MOVE CUST-NO-IN           TO EV-CUST-NO
           MOVE APPL-SEQ-NO          TO EV-APPL-SEQ-NO
           MOVE REQUESTED-PRODUCT    TO EV-REQUESTED-PRODUCT
           MOVE INTAKE-CHANNEL       TO EV-INTAKE-CHANNEL
           MOVE APPLICATION-RESULT   TO EV-APPLICATION-RESULT
           MOVE CUSTOMER-IMPORTANCE  TO EV-CUSTOMER-IMPORTANCE
           MOVE CREDIT-LIMIT-AMOUNT  TO EV-CREDIT-LIMIT-AMOUNT
               UNSTRING INPUT-ARGUMENTS DELIMITED BY ALL ' '
                 INTO INPUTACCNUM PRODUCT-CODE-RAW APPL-SEQ-RAW
                      CONSENT-RAW BT-AMOUNT-RAW GUARANTOR-RAW
                      PPI-OPTIN-RAW REFERRAL-CONSENT-RAW
             END-UNSTRING

             PERFORM EDIT-TERMINAL-TRANSFER-AMOUNT
                        AND CONTAINER-RAW(30:1) = 'Y'
                         MOVE 'Y' TO PPI-OPTIN-RAW
                     END-IF
      * Byte 46 carries the partner-lender referral consent, at the
      * same offset ASYNCPNT takes it from - bytes 31-45 (ASYNCPNT's
      * direct debit mandate) are not read here.
                     IF CONTAINER-RAW-LENGTH >= 46
                        AND CONTAINER-RAW(46:1) = 'Y'
                         MOVE 'Y' TO REFERRAL-CONSENT-RAW
                     END-IF
                     IF CONTAINER-RAW-LENGTH >= 13
                        AND CONTAINER-RAW(13:1) IS NUMERIC
                        AND CONTAINER-RAW(13:1) NOT = '0'
             END-EVALUATE
           END-IF

      * Every front door names itself on the INTAKECHAN container
      * (see AU-INTAKE-CHANNEL in copy/AUDIT.cpy); a terminal run is
      * known by its transaction id, and a caller that sends none is
      * recorded as DIRECT.
           EXEC CICS GET CONTAINER ('INTAKECHAN')
                           INTO    ( INTAKE-CHANNEL )
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC
           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO INTAKE-CHANNEL
               MOVE DFHRESP(NORMAL) TO COMMAND-RESP
           END-IF
           IF INTAKE-CHANNEL = SPACES
               IF IS-TERMINAL-BASED = 'Y'
                   MOVE EIBTRNID TO INTAKE-CHANNEL
               ELSE
                   MOVE 'DIRECT  ' TO INTAKE-CHANNEL
               END-IF
           END-IF

           IF PRODUCT-CODE-IN = SPACES
               MOVE 'STD ' TO PRODUCT-CODE-IN
           END-IF
               IF AUTHSUB-RESP = DFHRESP(NORMAL)
                   IF NOT AS-ENTRY-ACTIVE
                       MOVE 'N' TO SUBMITTER-AUTHORIZED
                   ELSE
                       PERFORM RECORD-SUBMITTER-USE
                   END-IF
               ELSE
                   MOVE 'N' TO SUBMITTER-AUTHORIZED
           END-IF
           .

      * An active entry just let a submission through - the day's
      * use goes on OPERUSE for the quarterly recertification. Never
      * allowed to hold up the submission.
       RECORD-SUBMITTER-USE.
           MOVE SUBMITTER-USER-ID TO GU-USER-ID
           MOVE EIBTRNID          TO GU-TRANID

           EXEC CICS PUT CONTAINER ('OPUSEIN')
                           FROM    (GRANT-USE-RECORD)
                           CHANNEL ('CSOPUSE')
                           RESP    (GRANT-USE-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC

           IF GRANT-USE-RESP = DFHRESP(NORMAL)
               EXEC CICS LINK PROGRAM ('CSOPUSE ')
                              CHANNEL ('CSOPUSE')
                              RESP    (GRANT-USE-RESP)
                              RESP2   (COMMAND-RESP2)
               END-EXEC
           END-IF

           IF GRANT-USE-RESP NOT = DFHRESP(NORMAL)
               MOVE GRANT-USE-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
           END-IF
           .

      * Reject an account number up front rather than let a typo flow
      * through five child transactions before anything notices. A
      * non-numeric CUST-NO-IN is rejected without even reading
           END-IF
           .

      * A child left out of this run by its open circuit - the
      * first one is named on the review queue note.
       NOTE-CHILD-BYPASSED.
           MOVE 'Y' TO CHILD-BYPASSED
           IF BYPASSED-CHILD = SPACES
               MOVE CIRCUIT-PROGRAM TO BYPASSED-CHILD
           END-IF
           .

      * The breaker's view of a child just LINKed to - anything but
      * a NORMAL response off the LINK is a failure. Caller sets
      * CIRCUIT-PROGRAM first.
       SET-LINKED-CHILD-OUTCOME.
           IF COMMAND-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO CIRCUIT-CHILD-OK
           ELSE
               MOVE 'N' TO CIRCUIT-CHILD-OK
           END-IF
           .

      * Band the credit score returned by CRDTCHK - anything below
      * DECLINE-THRESHOLD is a decline, everything else proceeds
      * (a REVIEW band is recorded but does not itself stop the
       PRICE-THE-DECISION.
           MOVE REQUESTED-PRODUCT   TO PRICE-PRODUCT-CODE
           MOVE CREDIT-CHECK-RESULT TO PRICE-CREDIT-SCORE
           MOVE CUST-NO-IN          TO PRICE-CUST-NO

           EXEC CICS PUT CONTAINER ('PRICINGIN')
                           FROM    (PRICING-REQUEST)
           MOVE CUST-NO-IN        TO PR-CUST-NO
           MOVE APPL-SEQ-NO       TO PR-APPL-SEQ-NO
           MOVE REQUESTED-PRODUCT TO PR-PRODUCT-CODE
           MOVE INTAKE-CHANNEL    TO PR-INTAKE-CHANNEL

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABSTIME)
           END-EXEC
           MOVE SPACES              TO DT-FUNDED-DATE
           MOVE SPACES              TO DT-CONVERTED-DATE
           MOVE SPACES              TO DT-CONFIRMED-BY
           MOVE SPACES              TO DT-SETTLED-DATE
           MOVE 0                   TO DT-DEPOSIT-RETURNED

           EXEC CICS WRITE FILE ('DEPTRACK')
                           FROM   (DEPTRACK-RECORD)
               MOVE SPACES              TO DT-FUNDED-DATE
               MOVE SPACES              TO DT-CONVERTED-DATE
               MOVE SPACES              TO DT-CONFIRMED-BY
               MOVE SPACES              TO DT-SETTLED-DATE
               MOVE 0                   TO DT-DEPOSIT-RETURNED

               EXEC CICS REWRITE FILE ('DEPTRACK')
                                 FROM (DEPTRACK-RECORD)
           END-IF
           .

      * The account carries an ACTIVE vulnerable customer marker -
      * see copy/VULNMARK.cpy and the VULN transaction.
       CHECK-VULNERABLE-MARKER.
           MOVE 'N' TO VULNERABLE-CUSTOMER
           MOVE CUST-NO-IN TO VM-CUST-NO

           EXEC CICS READ FILE ('VULNMARK')
                           INTO   (VULNMARK-RECORD)
                           RIDFLD (VM-CUST-NO)
                           RESP   (VULNMARK-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF VULNMARK-RESP = DFHRESP(NORMAL)
               IF VM-IS-ACTIVE
                   MOVE 'Y' TO VULNERABLE-CUSTOMER
               END-IF
           ELSE
               IF VULNMARK-RESP NOT = DFHRESP(NOTFND)
                   MOVE VULNMARK-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

      * A marked customer's would-be approval or decline - the
      * score band, the thin-file test, a failed step - goes to an
      * underwriter instead, so someone who knows the customer's
      * circumstances makes the call. A case already held REVIEW
      * keeps its queue entry and simply carries the reason too.
      * Runs after the review-band decision and before the income
      * proof gate and the guarantor, which only act on a result
      * still decided here. A dry run reports REVIEW but queues
      * nothing.
       APPLY-VULNERABLE-TREATMENT.
           IF VULNERABLE-CUSTOMER = 'Y'
               EVALUATE APPLICATION-RESULT
                   WHEN APPLICATION-SUCCESS
                   WHEN APPLICATION-FAILED
                       MOVE APPLICATION-REVIEW TO APPLICATION-RESULT
                       MOVE APPLICATION-REVIEW TO RESULT-TEXT
                       MOVE 'R028' TO REASON-CODE-TO-ADD
                       PERFORM ADD-DECISION-REASON
                       MOVE 'VULNRBL ' TO REVIEW-REASON
                       IF DRY-RUN-MODE = 'N'
                           PERFORM WRITE-REVIEW-QUEUE-ENTRY
                       END-IF
                   WHEN APPLICATION-REVIEW
                       MOVE 'R028' TO REASON-CODE-TO-ADD
                       PERFORM ADD-DECISION-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

       CHECK-OPEN-DISPUTE.
           MOVE 'N' TO DISPUTE-OPEN
           MOVE CUST-NO-IN  TO DS-CUST-NO
           END-IF
           .

      * Partner-lender referral consent given at intake, captured
      * alongside CONSENT with the same evidential care as
      * PPIOPTIN. Nothing is captured for a dry run.
       CAPTURE-REFERRAL-IF-CONSENTED.
           IF DRY-RUN-MODE = 'N'
              AND REFERRAL-CONSENT-RAW = 'Y'
               IF IS-TERMINAL-BASED = 'Y'
                   MOVE 'T' TO REFERRAL-CHANNEL
               ELSE
                   MOVE 'W' TO REFERRAL-CHANNEL
               END-IF
               MOVE CUST-NO-IN  TO RF-CUST-NO
               MOVE APPL-SEQ-NO TO RF-APPL-SEQ-NO
               PERFORM CAPTURE-REFERRAL-CONSENT
           END-IF
           .

      * A plain decline goes to the partner lender on the next
      * nightly extract; a fraud REFER, a watchlist hit, a deceased
      * or credit-freeze decline, an under-age refusal, and a
      * review case raised for fraud, a watchlist match, abuse,
      * an unverifiable date of birth or for a customer marked
      * vulnerable never can. An approval undoes an earlier
      * decline still waiting to go. Anything else (a
      * plain review, a retry) leaves the row as it was - the
      * underwriter's decision settles it. See copy/REFERRLP.cpy.
       RECORD-REFERRAL-DECISION.
           MOVE SPACES TO REFERRAL-OUTCOME

           EVALUATE TRUE
               WHEN APPLICATION-RESULT = APPLICATION-FAILED
                   MOVE 'DECLINED' TO REFERRAL-OUTCOME
               WHEN APPLICATION-RESULT = APPLICATION-REFER
                 OR APPLICATION-RESULT = APPLICATION-WATCH
                 OR APPLICATION-RESULT = APPLICATION-DECEASED
                 OR APPLICATION-RESULT = APPLICATION-FROZEN
                 OR APPLICATION-RESULT = APPLICATION-UNDRAGE
                   MOVE 'EXCLUDED' TO REFERRAL-OUTCOME
               WHEN APPLICATION-RESULT = APPLICATION-REVIEW
                AND (REVIEW-REASON = 'FRAUDREF'
                  OR REVIEW-REASON = 'WATCHLST'
                  OR REVIEW-REASON = 'ABUSEFLG'
                  OR REVIEW-REASON = 'BADDOB  '
                  OR VULNERABLE-CUSTOMER = 'Y')
                   MOVE 'EXCLUDED' TO REFERRAL-OUTCOME
               WHEN APPLICATION-RESULT = APPLICATION-SUCCESS
                 OR APPLICATION-RESULT = APPLICATION-SECOFFR
                   MOVE 'CONSENTD' TO REFERRAL-OUTCOME
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF REFERRAL-OUTCOME NOT = SPACES
               MOVE CUST-NO-IN        TO RF-CUST-NO
               MOVE APPL-SEQ-NO       TO RF-APPL-SEQ-NO
               MOVE REASON-CODES      TO REFERRAL-REASONS
               MOVE REQUESTED-PRODUCT TO REFERRAL-PRODUCT
               PERFORM RECORD-REFERRAL-OUTCOME
           END-IF
           .

      * Cover that cannot pay out must not be sold - only an
      * EMPLOYED applicant's opt-in stands; anything else is
      * voided, never enrolled, never billed.
                   MOVE 'R009'     TO REASON-CODE-TO-ADD
                   PERFORM ADD-DECISION-REASON
               END-IF
      * A child skipped by its open circuit left a check undone -
      * nothing approves without it. Last, so the queue shows this
      * over any softer reason.
               IF CHILD-BYPASSED = 'Y'
                   MOVE 'Y'        TO REVIEW-REQUIRED
                   MOVE 'CIRCUIT ' TO REVIEW-REASON
                   MOVE 'R003'     TO REASON-CODE-TO-ADD
                   PERFORM ADD-DECISION-REASON
                   IF REVIEW-NOTE = SPACES
                       STRING 'CHECK SKIPPED, CIRCUIT OPEN: '
                              BYPASSED-CHILD
                           DELIMITED BY SIZE INTO REVIEW-NOTE
                   END-IF
               END-IF
           END-IF

           IF REVIEW-REQUIRED = 'Y'
           MOVE CREDIT-LIMIT-AMOUNT  TO RQ-CREDIT-LIMIT-AMOUNT
           MOVE SPACES               TO RQ-UNDERWRITER-ID
           MOVE SPACES               TO RQ-DECISION-DATE
           MOVE SPACES               TO RQ-DECISION-TIME
           MOVE REVIEW-NOTE          TO RQ-DECISION-NOTE
           MOVE SPACES               TO REVIEW-NOTE

           MOVE HOUSEHOLD-CAP-APPLIED TO AU-HOUSEHOLD-CAP-FLAG
           MOVE REASON-CODES          TO AU-REASON-CODES
           MOVE REQUESTED-PRODUCT     TO AU-REQUESTED-PRODUCT
           MOVE INTAKE-CHANNEL        TO AU-INTAKE-CHANNEL

           MOVE CUSTOMER-NAME-LAST-UPDATED TO AU-NAME-LAST-UPDATED
           MOVE CUSTOMER-ADDR-LAST-UPDATED TO AU-ADDR-LAST-UPDATED

       COPY AUDCHNP.

       COPY CIRCUITP.

       COPY REFERRLP.

       COPY CICSERR.

       END PROGRAM 'SEQPNT'.
