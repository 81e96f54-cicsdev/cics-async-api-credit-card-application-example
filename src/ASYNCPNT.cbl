
           COPY PPIOPTIN.

           COPY DDMANDT.

           COPY REFERRAL.

           COPY VULNMARK.

      * Staged parameter sets - only a dry run may be steered onto
      * one. See READ-CHALLENGER-SET and copy/CTLSTAGE.cpy.
           COPY CTLSTAGE.
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

      * Direct debit (autopay) mandate intake - see
      * CAPTURE-MANDATE-IF-GIVEN and copy/DDMANDT.cpy.
       1 DDMANDT-RESP         PIC S9(8) COMP.
       1 MANDATE-SORT-CODE-RAW PIC X(6) VALUE SPACES.
       1 MANDATE-ACCOUNT-RAW  PIC X(8) VALUE SPACES.
       1 MANDATE-OPTION-RAW   PIC X(1) VALUE SPACES.

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

      * Champion/challenger - a dry-run caller may name a STAGED
      * set via the PARMSET container; see READ-CHALLENGER-SET and
      * src/CSCHAMP.cbl.
       1 CHALLENGER-SET       PIC X(8) VALUE SPACES.
       1 CHALLENGER-FOUND     PIC X(1) VALUE 'N'.

      * The front door this run came in through - see
      * AU-INTAKE-CHANNEL in copy/AUDIT.cpy.
       1 INTAKE-CHANNEL       PIC X(8) VALUE SPACES.

      * Business-day window arithmetic - see
      * COUNT-BUSINESS-DAYS-BETWEEN and src/CSBDAYS.cbl.
       1 BDAYS-REQUEST.
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
      * the bounded wait below
       1 CHILD-FAILED             PIC X(1)  VALUE 'N'.

      * Circuit breaker - see copy/CIRCUIT.cpy and the shared
      * CHECK-CHILD-CIRCUIT/RECORD-CHILD-OUTCOME fragment in
      * copy/CIRCUITP.cpy. Each child's verdict is R (run), T (a
      * trial call) or S (skipped - its circuit is open). A skipped
      * bureau check goes the BURDOWN/PENDRTRY way; any other
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
       1 CHILD-CIRCUIT-VERDICTS.
         2 CREDIT-CHECK-CIRCUIT   PIC X(1)  VALUE 'R'.
         2 GET-NAME-CIRCUIT       PIC X(1)  VALUE 'R'.
         2 GET-ADDR-CIRCUIT       PIC X(1)  VALUE 'R'.
         2 CSSTATUS-CIRCUIT       PIC X(1)  VALUE 'R'.
         2 GET-EMPL-CIRCUIT       PIC X(1)  VALUE 'R'.
         2 GET-BAL-CIRCUIT        PIC X(1)  VALUE 'R'.
         2 SCREEN-CIRCUIT         PIC X(1)  VALUE 'R'.
       1 CHILD-BYPASSED           PIC X(1)  VALUE 'N'.
       1 BYPASSED-CHILD           PIC X(8)  VALUE SPACES.

      * Bounded wait around FETCH CHILD - poll NOWAIT rather than
      * block indefinitely for a child that has hung
       1 FETCH-TOKEN              PIC X(16).
      * The arguments after the transaction code are tokenized with
      * UNSTRING rather than read at fixed offsets, so both
      * 'ACCA 0001 PLAT 2' and 'ACCA 00000001 PLAT 2' parse.
      * The last three tokens are an optional direct debit mandate
      * - sort code, bank account, M or F - after the PPI opt-in.
      * The token after those is the partner-lender referral
      * consent (Y) - give '-' for each mandate field to skip the
      * mandate and still answer it.
       1 READ-INPUT.
         2 TRANID                 PIC X(4).
         2 FILLER                 PIC X(1).
         2 INPUT-ARGUMENTS        PIC X(59).
       1 READ-INPUT-LENGTH        PIC S9(4) COMP-5 SYNC VALUE 64.
       1 INPUTACCNUM              PIC X(8)  VALUE SPACES.
       1 PRODUCT-CODE-RAW         PIC X(4)  VALUE SPACES.
       1 APPL-SEQ-RAW             PIC X(1)  VALUE SPACES.
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
                   PERFORM CAPTURE-MANDATE-IF-GIVEN
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

      * A fresh cached score lets us skip the bureau pull entirely -
      * see UPDCSDB/CSCACHE for where this cache is written. A cache
      * row that also carries the full prior outcome (name, address,

           PERFORM CHECK-CACHED-CREDIT-SCORE

      * A customer marked vulnerable since the cached approval is
      * not served it back - the full pipeline runs so an
      * underwriter sees the case (see APPLY-VULNERABLE-TREATMENT).
           IF VULNERABLE-CUSTOMER = 'Y'
               MOVE 'N' TO FULL-CACHE-HIT
           END-IF

           IF FULL-CACHE-HIT = 'Y'
               PERFORM USE-CACHED-FULL-RESULT

           MOVE '.' TO TRAN1-STATUS
           PERFORM PRINT-TEXT-TO-SCREEN

      * Every child is first checked against its circuit breaker -
      * one whose circuit is open is not started at all, and the
      * run takes that child's fallback outcome further down.
           IF CACHE-IS-FRESH = 'N'
             MOVE CREDIT-CHECK TO CIRCUIT-PROGRAM
             PERFORM CHECK-CHILD-CIRCUIT
             MOVE CIRCUIT-VERDICT TO CREDIT-CHECK-CIRCUIT
           END-IF

           IF CACHE-IS-FRESH = 'N'
              AND CREDIT-CHECK-CIRCUIT NOT = 'S'
             EXEC CICS ASKTIME ABSTIME(CREDIT-CHECK-START-TIME)
             END-EXEC

           MOVE '.' TO TRAN3-STATUS
           PERFORM PRINT-TEXT-TO-SCREEN

           MOVE GET-ADDR TO CIRCUIT-PROGRAM
           PERFORM CHECK-CHILD-CIRCUIT
           MOVE CIRCUIT-VERDICT TO GET-ADDR-CIRCUIT

           IF GET-ADDR-CIRCUIT = 'S'
             PERFORM NOTE-CHILD-BYPASSED
           ELSE
             EXEC CICS ASKTIME ABSTIME(GET-ADDR-START-TIME)
             END-EXEC

             MOVE GET-ADDR-TRAN TO CR-STEP-NAME
             PERFORM REGISTER-CHILD-START

             EXEC CICS RUN TRANSID      (GET-ADDR-TRAN)
                           CHANNEL      (MYCHANNEL)
                           CHILD        (GET-ADDR-TKN)
             END-EXEC
           END-IF

      * A known VIP's importance is already decided - CSSTATUS (and
      * the GETPOL/GETSPND calls it would make) is skipped entirely
      * rather than started and waited on below.
           IF CUSTOMER-IS-VIP = 'N'
             MOVE CSSTATUS TO CIRCUIT-PROGRAM
             PERFORM CHECK-CHILD-CIRCUIT
             MOVE CIRCUIT-VERDICT TO CSSTATUS-CIRCUIT
             IF CSSTATUS-CIRCUIT = 'S'
               PERFORM NOTE-CHILD-BYPASSED
             END-IF
           END-IF

           IF CUSTOMER-IS-VIP = 'N'
              AND CSSTATUS-CIRCUIT NOT = 'S'
             MOVE '.' TO TRAN4-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN

           MOVE '.' TO TRAN2-STATUS
           PERFORM PRINT-TEXT-TO-SCREEN

           MOVE GET-NAME TO CIRCUIT-PROGRAM
           PERFORM CHECK-CHILD-CIRCUIT
           MOVE CIRCUIT-VERDICT TO GET-NAME-CIRCUIT

           IF GET-NAME-CIRCUIT = 'S'
             PERFORM NOTE-CHILD-BYPASSED
           ELSE
             EXEC CICS ASKTIME ABSTIME(GET-NAME-START-TIME)
             END-EXEC

             MOVE GET-NAME-TRAN TO CR-STEP-NAME
             PERFORM REGISTER-CHILD-START

             EXEC CICS RUN TRANSID      (GET-NAME-TRAN)
                           CHANNEL      (MYCHANNEL)
                           CHILD        (GET-NAME-TKN)
             END-EXEC
           END-IF

           MOVE '.' TO TRAN6-STATUS
           PERFORM PRINT-TEXT-TO-SCREEN

           MOVE GET-EMPL TO CIRCUIT-PROGRAM
           PERFORM CHECK-CHILD-CIRCUIT
           MOVE CIRCUIT-VERDICT TO GET-EMPL-CIRCUIT

           IF GET-EMPL-CIRCUIT = 'S'
             PERFORM NOTE-CHILD-BYPASSED
           ELSE
             EXEC CICS ASKTIME ABSTIME(GET-EMPL-START-TIME)
             END-EXEC

             MOVE GET-EMPL-TRAN TO CR-STEP-NAME
             PERFORM REGISTER-CHILD-START

             EXEC CICS RUN TRANSID      (GET-EMPL-TRAN)
                           CHANNEL      (MYCHANNEL)
                           CHILD        (GET-EMPL-TKN)
             END-EXEC
           END-IF

      * The balance lookup runs alongside GETEMPL - it feeds the
      * affordability cap the same way GETEMPL feeds the limit
      * calculation. The CSMAP1 progress map predates this child, so
      * it has no status slot of its own on the screen.
           MOVE GET-BAL TO CIRCUIT-PROGRAM
           PERFORM CHECK-CHILD-CIRCUIT
           MOVE CIRCUIT-VERDICT TO GET-BAL-CIRCUIT

           IF GET-BAL-CIRCUIT = 'S'
             PERFORM NOTE-CHILD-BYPASSED
           ELSE
             EXEC CICS ASKTIME ABSTIME(GET-BAL-START-TIME)
             END-EXEC

             MOVE GET-BAL-TRAN TO CR-STEP-NAME
             PERFORM REGISTER-CHILD-START

             EXEC CICS RUN TRANSID      (GET-BAL-TRAN)
                           CHANNEL      (MYCHANNEL)
                           CHILD        (GET-BAL-TKN)
             END-EXEC
           END-IF

      * Watchlist screening runs alongside the data children -
      * KYC is part of every application, not an afterthought.
           MOVE SCREEN-WATCH TO CIRCUIT-PROGRAM
           PERFORM CHECK-CHILD-CIRCUIT
           MOVE CIRCUIT-VERDICT TO SCREEN-CIRCUIT

           IF SCREEN-CIRCUIT = 'S'
             PERFORM NOTE-CHILD-BYPASSED
           ELSE
             EXEC CICS ASKTIME ABSTIME(SCREEN-START-TIME)
             END-EXEC

             MOVE SCREEN-TRAN TO CR-STEP-NAME
             PERFORM REGISTER-CHILD-START

             EXEC CICS RUN TRANSID      (SCREEN-TRAN)
                           CHANNEL      (MYCHANNEL)
                           CHILD        (SCREEN-TKN)
             END-EXEC
           END-IF

      * Algorithmic choice is to first get back credit card check
      * as it is required for the DB2 caching step

      * A bureau check skipped by its open circuit reads exactly as
      * a bureau that could not be reached - BURDOWN, and the case
      * parks on PENDRTRY for the retry driver.
           IF CACHE-IS-FRESH = 'N'
              AND CREDIT-CHECK-CIRCUIT = 'S'
             MOVE '000' TO CREDIT-CHECK-SCORE-IN
             MOVE 'Y'   TO BUREAU-UNAVAILABLE
           END-IF

           IF CACHE-IS-FRESH = 'N'
             IF CREDIT-CHECK-CIRCUIT NOT = 'S'
               MOVE CREDIT-CHECK-TKN TO FETCH-TOKEN
               MOVE CREDIT-CHECK-CHAN TO FETCH-CHANNEL
               MOVE CREDIT-CHECK-TRAN TO FETCH-STEP-NAME
               MOVE CREDIT-CHECK-START-TIME TO STEP-START-TIME
               PERFORM AWAIT-CHILD-COMPLETION

      * Process the credit check results as we know that is back
               EXEC CICS GET CONTAINER (CRDTCHK-CONTAINER)
                               INTO    (CREDIT-CHECK-DATA-IN)
                               CHANNEL (CREDIT-CHECK-CHAN)
                               RESP    (COMMAND-RESP)
                               RESP2   (COMMAND-RESP2)
               END-EXEC
               PERFORM LOG-CICS-ERROR

      * For the breaker a bureau that could not be reached is a
      * failure of the credit check as much as an abend is.
               MOVE CREDIT-CHECK TO CIRCUIT-PROGRAM
               PERFORM SET-FETCHED-CHILD-OUTCOME
               IF BUREAU-UNAVAILABLE = 'Y'
                   MOVE 'N' TO CIRCUIT-CHILD-OK
               END-IF
               PERFORM RECORD-CHILD-OUTCOME
             END-IF

             MOVE CREDIT-CHECK-SCORE-IN TO CREDIT-CHECK-RESULT
             IF RECORD-ON-FILE-FLAG = 'N'
      * --------------------------------------------------------------
      * Fetch customer name result
      * --------------------------------------------------------------
           IF GET-NAME-CIRCUIT NOT = 'S'
             MOVE GET-NAME-TKN  TO FETCH-TOKEN
             MOVE GET-NAME-CHAN TO FETCH-CHANNEL
             MOVE GET-NAME-TRAN TO FETCH-STEP-NAME
             MOVE GET-NAME-START-TIME TO STEP-START-TIME
             PERFORM AWAIT-CHILD-COMPLETION

             MOVE GET-NAME TO CIRCUIT-PROGRAM
             PERFORM SET-FETCHED-CHILD-OUTCOME
             PERFORM RECORD-CHILD-OUTCOME
           END-IF

           MOVE 'Y' TO TRAN2-STATUS
           PERFORM PRINT-TEXT-TO-SCREEN

           IF GET-NAME-CIRCUIT NOT = 'S'
             EXEC CICS GET CONTAINER (GETNAME-CONTAINER)
                             CHANNEL (GET-NAME-CHAN)
                             INTO    (GETNAME-RESULT)
                             RESP    (COMMAND-RESP)
                             RESP2   (COMMAND-RESP2)
             END-EXEC
             PERFORM LOG-CICS-ERROR
           END-IF

           MOVE GETNAME-CUSTOMER-NAME TO CUSTOMER-NAME

      * --------------------------------------------------------------
      * Fetch the get customer importance result
      * --------------------------------------------------------------
      * A skipped importance lookup is taken at the bottom tier -
      * the underwriter the case goes to can lift it.
           IF CUSTOMER-IS-VIP = 'N'
              AND CSSTATUS-CIRCUIT = 'S'
             MOVE 'BRONZE  ' TO CUSTOMER-IMPORTANCE
             MOVE 'Y' TO TRAN4-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
           ELSE
           IF CUSTOMER-IS-VIP = 'N'
             MOVE CSSTATUS-TKN  TO FETCH-TOKEN
             MOVE CSSTATUS-CHAN TO FETCH-CHANNEL
             MOVE CSSTATUS-START-TIME TO STEP-START-TIME
             PERFORM AWAIT-CHILD-COMPLETION

             MOVE CSSTATUS TO CIRCUIT-PROGRAM
             PERFORM SET-FETCHED-CHILD-OUTCOME
             PERFORM RECORD-CHILD-OUTCOME

             MOVE 'Y' TO TRAN4-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN

      * policy/spend refresh timestamp to report for one; POLICY-LAST-
      * UPDATED/SPEND-LAST-UPDATED simply stay blank.
           END-IF
           END-IF


      * --------------------------------------------------------------
      * Fetch the get customer address
      * --------------------------------------------------------------
           IF GET-ADDR-CIRCUIT NOT = 'S'
             MOVE GET-ADDR-TKN  TO FETCH-TOKEN
             MOVE GET-ADDR-CHAN TO FETCH-CHANNEL
             MOVE GET-ADDR-TRAN TO FETCH-STEP-NAME
             MOVE GET-ADDR-START-TIME TO STEP-START-TIME
             PERFORM AWAIT-CHILD-COMPLETION

             MOVE GET-ADDR TO CIRCUIT-PROGRAM
             PERFORM SET-FETCHED-CHILD-OUTCOME
             PERFORM RECORD-CHILD-OUTCOME
           END-IF

           MOVE 'Y' TO TRAN3-STATUS
           PERFORM PRINT-TEXT-TO-SCREEN

           IF GET-ADDR-CIRCUIT NOT = 'S'
             EXEC CICS GET CONTAINER (GETADDR-CONTAINER)
                             CHANNEL (GET-ADDR-CHAN)
                             INTO    (GETADDR-RESULT)
                             RESP    (COMMAND-RESP)
                             RESP2   (COMMAND-RESP2)
             END-EXEC
             PERFORM LOG-CICS-ERROR
           END-IF

           MOVE GETADDR-ADDRESS-DATA TO CUSTOMER-ADDRESS-DATA

      * decision, not CUSTOMER-IMPORTANCE (that stays driven purely
      * by policy/spend via IMPCALC)
      * --------------------------------------------------------------
           IF GET-EMPL-CIRCUIT NOT = 'S'
             MOVE GET-EMPL-TKN  TO FETCH-TOKEN
             MOVE GET-EMPL-CHAN TO FETCH-CHANNEL
             MOVE GET-EMPL-TRAN TO FETCH-STEP-NAME
             MOVE GET-EMPL-START-TIME TO STEP-START-TIME
             PERFORM AWAIT-CHILD-COMPLETION

             MOVE GET-EMPL TO CIRCUIT-PROGRAM
             PERFORM SET-FETCHED-CHILD-OUTCOME
             PERFORM RECORD-CHILD-OUTCOME
           END-IF

           MOVE 'Y' TO TRAN6-STATUS
           PERFORM PRINT-TEXT-TO-SCREEN

           IF GET-EMPL-CIRCUIT NOT = 'S'
             EXEC CICS GET CONTAINER (GETEMPL-CONTAINER)
                             CHANNEL (GET-EMPL-CHAN)
                             INTO    (EMPLOYMENT-DATA)
                             RESP    (COMMAND-RESP)
                             RESP2   (COMMAND-RESP2)
             END-EXEC
             PERFORM LOG-CICS-ERROR
           END-IF

      * --------------------------------------------------------------
      * Fetch the existing balances - feeds the affordability cap
      * applied after the credit limit is calculated
      * --------------------------------------------------------------
           IF GET-BAL-CIRCUIT NOT = 'S'
             MOVE GET-BAL-TKN  TO FETCH-TOKEN
             MOVE GET-BAL-CHAN TO FETCH-CHANNEL
             MOVE GET-BAL-TRAN TO FETCH-STEP-NAME
             MOVE GET-BAL-START-TIME TO STEP-START-TIME
             PERFORM AWAIT-CHILD-COMPLETION

             MOVE GET-BAL TO CIRCUIT-PROGRAM
             PERFORM SET-FETCHED-CHILD-OUTCOME
             PERFORM RECORD-CHILD-OUTCOME

             EXEC CICS GET CONTAINER (GETBAL-CONTAINER)
                             CHANNEL (GET-BAL-CHAN)
                             INTO    (BALANCE-DATA)
                             RESP    (COMMAND-RESP)
                             RESP2   (COMMAND-RESP2)
             END-EXEC
             PERFORM LOG-CICS-ERROR
           END-IF

      * --------------------------------------------------------------
      * Fetch the watchlist screening verdict
      * --------------------------------------------------------------
           IF SCREEN-CIRCUIT NOT = 'S'
             MOVE SCREEN-TKN  TO FETCH-TOKEN
             MOVE SCREEN-CHAN TO FETCH-CHANNEL
             MOVE SCREEN-TRAN TO FETCH-STEP-NAME
             MOVE SCREEN-START-TIME TO STEP-START-TIME
             PERFORM AWAIT-CHILD-COMPLETION

             MOVE SCREEN-WATCH TO CIRCUIT-PROGRAM
             PERFORM SET-FETCHED-CHILD-OUTCOME
             PERFORM RECORD-CHILD-OUTCOME

             EXEC CICS GET CONTAINER (SCRNWTCH-CONTAINER)
                             CHANNEL (SCREEN-CHAN)
                             INTO    (SCREEN-DATA)
                             RESP    (COMMAND-RESP)
                             RESP2   (COMMAND-RESP2)
             END-EXEC
             PERFORM LOG-CICS-ERROR
           END-IF


      * --------------------------------------------------------------
                   ELSE
      * The ONLY failure is the score band - a deposit-secured
      * counter-offer recovers the relationship instead of a flat
      * FAILED. See OFFER-SECURED-COUNTER. Never for a customer
      * marked vulnerable - the decline goes to an underwriter
      * instead, see APPLY-VULNERABLE-TREATMENT.
                       IF VULNERABLE-CUSTOMER = 'N'
                           PERFORM OFFER-SECURED-COUNTER
                       END-IF
                   END-IF
                   END-IF
               ELSE
      * to serve straight back.
           PERFORM APPLY-REVIEW-BAND-DECISION

      * A customer marked vulnerable is never decided automatically -
      * whatever the run came to, an underwriter takes it from here.
      * See APPLY-VULNERABLE-TREATMENT.
           PERFORM APPLY-VULNERABLE-TREATMENT

      * Paperwork gate - an approval above the income/limit proof
      * ceilings parks on DOCQUEUE instead of caching; the DOCR
      * clerk release finishes it. See APPLY-INCOME-PROOF-GATE.
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

      * Direct debit mandate given at intake - the bank sort code
      * and account the applicant wants their card paid from, and
      * whether it pays the minimum or the full balance (minimum
      * unless F is given). Captured with the same evidential care
      * as PPIOPTIN - timestamp, channel and captured-by - and
      * ACTIVE from the start: nothing is collected until the card
      * has a statement with a due date (see src/CSDDCOLL.cbl), so
      * an application that never opens a card never pays. A
      * repeat application replaces the bank details and starts
      * the mandate afresh. Nothing is captured for a dry run, or
      * for a sort code or account that is not all digits.
       CAPTURE-MANDATE-IF-GIVEN.
           IF DRY-RUN-MODE = 'N'
              AND MANDATE-SORT-CODE-RAW IS NUMERIC
              AND MANDATE-ACCOUNT-RAW IS NUMERIC
               EXEC CICS ASKTIME ABSTIME(OFFER-ABSTIME)
               END-EXEC

               MOVE CUST-NO-IN  TO DM-CUST-NO
               MOVE APPL-SEQ-NO TO DM-APPL-SEQ-NO

               EXEC CICS READ FILE ('DDMANDT')
                               INTO   (DDMANDT-RECORD)
                               RIDFLD (DM-MANDATE-KEY)
                               UPDATE
                               RESP   (DDMANDT-RESP)
                               RESP2  (COMMAND-RESP2)
               END-EXEC

               IF DDMANDT-RESP NOT = DFHRESP(NORMAL)
                   MOVE SPACES      TO DDMANDT-RECORD
                   MOVE CUST-NO-IN  TO DM-CUST-NO
                   MOVE APPL-SEQ-NO TO DM-APPL-SEQ-NO
               END-IF

               MOVE 'ACTIVE  '            TO DM-STATUS
               MOVE MANDATE-SORT-CODE-RAW TO DM-SORT-CODE
               MOVE MANDATE-ACCOUNT-RAW   TO DM-BANK-ACCOUNT
               IF MANDATE-OPTION-RAW = 'F'
                   MOVE 'F' TO DM-PAY-OPTION
               ELSE
                   MOVE 'M' TO DM-PAY-OPTION
               END-IF
               IF IS-TERMINAL-BASED = 'Y'
                   MOVE 'T' TO DM-CHANNEL
               ELSE
                   MOVE 'W' TO DM-CHANNEL
               END-IF
               MOVE SPACES TO DM-CAPTURE-TIMESTAMP
               MOVE SPACES TO DM-CANCEL-DATE
               MOVE SPACES TO DM-CANCEL-REASON
               MOVE SPACES TO DM-LAST-RETURN-REASON
               MOVE 0      TO DM-RETURN-COUNT

               EXEC CICS FORMATTIME ABSTIME(OFFER-ABSTIME)
                         YYYYMMDD(DM-CAPTURE-TIMESTAMP(1:8))
                         TIME(DM-CAPTURE-TIMESTAMP(10:8))
               END-EXEC

               EXEC CICS ASSIGN USERID(DM-CAPTURED-BY)
               END-EXEC
               MOVE DM-CAPTURED-BY             TO DM-CHANGED-BY
               MOVE DM-CAPTURE-TIMESTAMP(1:8)  TO DM-CHANGED-DATE

               IF DDMANDT-RESP = DFHRESP(NORMAL)
                   EXEC CICS REWRITE FILE ('DDMANDT')
                                     FROM (DDMANDT-RECORD)
                                     RESP  (COMMAND-RESP)
                                     RESP2 (COMMAND-RESP2)
                   END-EXEC
                   PERFORM LOG-CICS-ERROR
               ELSE
                   IF DDMANDT-RESP NOT = DFHRESP(NOTFND)
                       MOVE DDMANDT-RESP TO COMMAND-RESP
                       PERFORM LOG-CICS-ERROR
                   END-IF
                   MOVE 0      TO DM-COLL-AMOUNT
                   EXEC CICS WRITE FILE ('DDMANDT')
                                   FROM   (DDMANDT-RECORD)
                                   RIDFLD (DM-MANDATE-KEY)
                                   RESP   (COMMAND-RESP)
                                   RESP2  (COMMAND-RESP2)
                   END-EXEC
                   PERFORM LOG-CICS-ERROR
               END-IF
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
                      PPI-OPTIN-RAW MANDATE-SORT-CODE-RAW
                      MANDATE-ACCOUNT-RAW MANDATE-OPTION-RAW
                      REFERRAL-CONSENT-RAW
             END-UNSTRING

             PERFORM EDIT-TERMINAL-TRANSFER-AMOUNT
                        AND CONTAINER-RAW(30:1) = 'Y'
                         MOVE 'Y' TO PPI-OPTIN-RAW
                     END-IF
      * Bytes 31-45 carry an optional direct debit mandate - sort
      * code (6), bank account (8), and M (minimum) or F (full
      * balance).
                     IF CONTAINER-RAW-LENGTH >= 44
                         MOVE CONTAINER-RAW(31:6)
                             TO MANDATE-SORT-CODE-RAW
                         MOVE CONTAINER-RAW(37:8)
                             TO MANDATE-ACCOUNT-RAW
                     END-IF
                     IF CONTAINER-RAW-LENGTH >= 45
                         MOVE CONTAINER-RAW(45:1)
                             TO MANDATE-OPTION-RAW
                     END-IF
      * Byte 46 carries the partner-lender referral consent.
                     IF CONTAINER-RAW-LENGTH >= 46
                        AND CONTAINER-RAW(46:1) = 'Y'
                         MOVE 'Y' TO REFERRAL-CONSENT-RAW
                     END-IF
                     IF CONTAINER-RAW-LENGTH >= 13
                        AND CONTAINER-RAW(13:1) IS NUMERIC
                        AND CONTAINER-RAW(13:1) NOT = '0'
               MOVE DFHRESP(NORMAL) TO COMMAND-RESP
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
      * through six child transactions before anything notices. A
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

      * The breaker's view of a child just fetched back - whatever
      * AWAIT-CHILD-COMPLETION made of it. Caller sets
      * CIRCUIT-PROGRAM first.
       SET-FETCHED-CHILD-OUTCOME.
           IF CHILD-RETURN-STATUS = DFHVALUE(OK)
               MOVE 'Y' TO CIRCUIT-CHILD-OK
           ELSE
               MOVE 'N' TO CIRCUIT-CHILD-OK
           END-IF
           .

      * Fetch a child that returns channel data, bounded by
      * FETCH-MAX-RETRIES polls rather than waiting on it forever.
      * FETCH-TOKEN/FETCH-CHANNEL are set by the caller first.
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

       END PROGRAM 'ASYNCPNT'.
