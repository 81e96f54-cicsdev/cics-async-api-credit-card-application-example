
           COPY PPIOPTIN.

           COPY REFERRAL.

           COPY CALLBACK.

       1 CONSENT-RESP             PIC S9(8) COMP.
       1 PPI-OPTIN-RAW            PIC X(1) VALUE SPACES.
       1 PPIOPTIN-RESP            PIC S9(8) COMP.

      * Partner-lender referral consent intake - see
      * CAPTURE-REFERRAL-IF-CONSENTED and copy/REFERRLP.cpy (whose
      * decision-side fields are declared here too, unused).
       1 REFERRAL-CONSENT-RAW     PIC X(1) VALUE SPACES.
       1 REFERRAL-RESP            PIC S9(8) COMP.
       1 REFERRAL-ABSTIME         PIC S9(15) COMP-3.
       1 REFERRAL-CHANNEL         PIC X(1) VALUE 'J'.
       1 REFERRAL-OUTCOME         PIC X(8) VALUE SPACES.
       1 REFERRAL-REASONS         PIC X(16) VALUE SPACES.
       1 REFERRAL-PRODUCT         PIC X(4) VALUE SPACES.
       1 REFERRAL-EXCLUDE-HITS    PIC S9(4) COMP VALUE 0.

      * Completion callback registration - see
      * REGISTER-CALLBACK-IF-ASKED and copy/CALLBACK.cpy.
       1 NOTIFY-URL-RAW           PIC X(64) VALUE SPACES.
       1 TOKEN-SEQUENCE           PIC 9(8).

       1 WORK-CHANNEL             PIC X(16) VALUE 'ACCWCHANNEL     '.
       1 INTAKE-CHANNEL           PIC X(8)  VALUE 'ACCJSON '.

       1 POLL-RESP-CODE           PIC S9(8) COMP.
       1 CSCACHE-RESP             PIC S9(8) COMP.
                   MOVE 'Y' TO PPI-OPTIN-RAW
               END-IF

      * Optional partner-lender referral consent.
               MOVE '"referral"' TO JSON-FIELD-NAME
               MOVE 10           TO JSON-FIELD-NAME-LEN
               PERFORM FIND-JSON-VALUE
               IF JSON-FIELD-FOUND = 'Y'
                  AND JSON-FIELD-VALUE(1:1) = 'Y'
                   MOVE 'Y' TO REFERRAL-CONSENT-RAW
               END-IF

      * Optional completion-callback endpoint - the partner stops
      * polling and gets told instead.
               MOVE SPACES TO NOTIFY-URL-RAW
           PERFORM CAPTURE-TRANSFER-IF-REQUESTED
           PERFORM CAPTURE-GUARANTOR-IF-NAMED
           PERFORM CAPTURE-PPI-IF-OPTED
           PERFORM CAPTURE-REFERRAL-IF-CONSENTED

           MOVE TOKEN-ABSTIME TO TOKEN-SEQUENCE

           END-EXEC
           PERFORM LOG-CICS-ERROR

      * The front door this application came in through - see
      * AU-INTAKE-CHANNEL in copy/AUDIT.cpy.
           EXEC CICS PUT CONTAINER ('INTAKECHAN')
                           FROM    ( INTAKE-CHANNEL )
                           CHANNEL ( WORK-CHANNEL )
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC
           PERFORM LOG-CICS-ERROR

           EXEC CICS START TRANSID ('ACCW')
                           CHANNEL  ( WORK-CHANNEL )
                           RESP     ( COMMAND-RESP )
           END-EXEC
           PERFORM LOG-CICS-ERROR

           EXEC CICS PUT CONTAINER ('INTAKECHAN')
                           CHANNEL ( QUOTE-CHANNEL )
                           FROM    ( INTAKE-CHANNEL )
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC
           PERFORM LOG-CICS-ERROR

           EXEC CICS LINK PROGRAM ( ASYNC-PROG )
                          CHANNEL ( QUOTE-CHANNEL )
                          TRANSID ( 'ACCD' )
           END-IF
           .

      * Partner-lender referral consent given at intake, captured
      * alongside CONSENT with the same evidential care as
      * PPIOPTIN. The deciding run refers or excludes it - see
      * copy/REFERRLP.cpy.
       CAPTURE-REFERRAL-IF-CONSENTED.
           IF REFERRAL-CONSENT-RAW = 'Y'
               MOVE 'J'         TO REFERRAL-CHANNEL
               MOVE CUST-NO-IN  TO RF-CUST-NO
               MOVE APPL-SEQ-NO TO RF-APPL-SEQ-NO
               PERFORM CAPTURE-REFERRAL-CONSENT
           END-IF
           .

      * Payment protection opt-in captured at intake with the same
      * evidential care as CONSENT. The deciding run voids cover
      * the employment status makes unsellable.
           END-IF
           .

       COPY REFERRLP.

       COPY CICSERR.

       END PROGRAM 'ACCJSON'.
