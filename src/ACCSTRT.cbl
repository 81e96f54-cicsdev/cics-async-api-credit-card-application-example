
           COPY PPIOPTIN.

           COPY REFERRAL.

           COPY CALLBACK.

       1 CONSENT-RESP              PIC S9(8) COMP.
       1 PPI-OPTIN-RAW             PIC X(1) VALUE SPACES.
       1 PPIOPTIN-RESP             PIC S9(8) COMP.

      * Partner-lender referral consent intake - see
      * CAPTURE-REFERRAL-IF-CONSENTED and copy/REFERRLP.cpy (whose
      * decision-side fields are declared here too, unused).
       1 REFERRAL-CONSENT-RAW      PIC X(1) VALUE SPACES.
       1 REFERRAL-RESP             PIC S9(8) COMP.
       1 REFERRAL-ABSTIME          PIC S9(15) COMP-3.
       1 REFERRAL-CHANNEL          PIC X(1) VALUE 'W'.
       1 REFERRAL-OUTCOME          PIC X(8) VALUE SPACES.
       1 REFERRAL-REASONS          PIC X(16) VALUE SPACES.
       1 REFERRAL-PRODUCT          PIC X(4) VALUE SPACES.
       1 REFERRAL-EXCLUDE-HITS     PIC S9(4) COMP VALUE 0.

      * Completion callback registration - see
      * REGISTER-CALLBACK-IF-ASKED and copy/CALLBACK.cpy.
       1 NOTIFY-URL-RAW            PIC X(64) VALUE SPACES.
      * caller still sends the four-digit account shape; the length
      * tells the two apart and the legacy account is zero-padded on
      * the left, same as ASYNCPNT/SEQPNT do.
       1 CONTAINER-RAW            PIC X(95) VALUE SPACES.
       1 CONTAINER-RAW-LENGTH     PIC S9(8) COMP VALUE 0.

       COPY ASYNCSTS.
       1 TOKEN-SEQUENCE           PIC 9(8).

       1 WORK-CHANNEL             PIC X(16) VALUE 'ACCWCHANNEL     '.
       1 INTAKE-CHANNEL           PIC X(8)  VALUE 'ACCSTRT '.

      * Store-and-forward intake - see QUEUE-FOR-OVERNIGHT-RUN.
       1 CTLPARM-RESP              PIC S9(8) COMP.
                   IF CONTAINER-RAW-LENGTH >= 31
                       MOVE CONTAINER-RAW(31:64) TO NOTIFY-URL-RAW
                   END-IF
      * Byte 95 carries the partner-lender referral consent.
                   IF CONTAINER-RAW-LENGTH >= 95
                      AND CONTAINER-RAW(95:1) = 'Y'
                       MOVE 'Y' TO REFERRAL-CONSENT-RAW
                   END-IF
      * An 8 byte container of pure digits is a new-format caller
      * sending just the account - an old acct(4)/product(4) pair
      * always has letters in its product half.
           PERFORM CAPTURE-TRANSFER-IF-REQUESTED
           PERFORM CAPTURE-GUARANTOR-IF-NAMED
           PERFORM CAPTURE-PPI-IF-OPTED
           PERFORM CAPTURE-REFERRAL-IF-CONSENTED

      * A misbehaving client looping on this operation gets BUSY
      * back immediately once the channel's submissions-per-interval
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
           END-IF
           .

      * Partner-lender referral consent given at intake, captured
      * alongside CONSENT with the same evidential care as
      * PPIOPTIN. The deciding run refers or excludes it - see
      * copy/REFERRLP.cpy.
       CAPTURE-REFERRAL-IF-CONSENTED.
           IF REFERRAL-CONSENT-RAW = 'Y'
               MOVE 'W'         TO REFERRAL-CHANNEL
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

       END PROGRAM 'ACCSTRT'.
