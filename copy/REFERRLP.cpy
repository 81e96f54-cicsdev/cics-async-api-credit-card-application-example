      ******************************************************************
      *  REFERRLP
      *
      * CAPTURE-REFERRAL-CONSENT / RECORD-REFERRAL-OUTCOME - shared
      * fragment, COPYed into the PROCEDURE DIVISION of every intake
      * point that takes a partner-referral consent (ASYNCPNT,
      * SEQPNT, ACCSTRT, ACCJSON) and every program that decides an
      * application (ASYNCPNT, SEQPNT, UNDWRITR), the CICSERR
      * host-declaration convention. The importer declares COPY
      * REFERRAL plus:
      *
      *   REFERRAL-RESP          PIC S9(8) COMP
      *   REFERRAL-ABSTIME       PIC S9(15) COMP-3
      *   REFERRAL-CHANNEL       PIC X(1)   T/W/J, as CN-CHANNEL
      *   REFERRAL-OUTCOME       PIC X(8)   DECLINED / EXCLUDED /
      *                                     CONSENTD (not declined)
      *   REFERRAL-REASONS       PIC X(16)  the decision's reasons
      *   REFERRAL-PRODUCT       PIC X(4)
      *   REFERRAL-EXCLUDE-HITS  PIC S9(4) COMP
      *
      * Either paragraph is PERFORMed with RF-CUST-NO and
      * RF-APPL-SEQ-NO already set; neither is ever PERFORMed for a
      * dry run. See copy/REFERRAL.cpy for the statuses.
      ******************************************************************
      * A repeat application's consent refreshes the evidence and
      * starts the row afresh - unless the row is EXCLUDED, or has
      * already gone to the partner and carries their outcome and
      * our fee.
       CAPTURE-REFERRAL-CONSENT.
           EXEC CICS ASKTIME ABSTIME(REFERRAL-ABSTIME)
           END-EXEC

           EXEC CICS READ FILE ('REFERRAL')
                           INTO   (REFERRAL-RECORD)
                           RIDFLD (RF-REFERRAL-KEY)
                           UPDATE
                           RESP   (REFERRAL-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF REFERRAL-RESP = DFHRESP(NORMAL)
               IF RF-STATUS = 'CONSENTD'
                  OR RF-STATUS = 'DECLINED'
                   PERFORM FILL-REFERRAL-CONSENT

                   EXEC CICS REWRITE FILE ('REFERRAL')
                                     FROM (REFERRAL-RECORD)
                                     RESP  (COMMAND-RESP)
                                     RESP2 (COMMAND-RESP2)
                   END-EXEC
                   PERFORM LOG-CICS-ERROR
               ELSE
                   EXEC CICS UNLOCK FILE ('REFERRAL')
                                    RESP (COMMAND-RESP)
                                    RESP2(COMMAND-RESP2)
                   END-EXEC
                   PERFORM LOG-CICS-ERROR
               END-IF
           ELSE
               IF REFERRAL-RESP NOT = DFHRESP(NOTFND)
                   MOVE REFERRAL-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF

               PERFORM FILL-REFERRAL-CONSENT

               EXEC CICS WRITE FILE ('REFERRAL')
                               FROM   (REFERRAL-RECORD)
                               RIDFLD (RF-REFERRAL-KEY)
                               RESP   (REFERRAL-RESP)
                               RESP2  (COMMAND-RESP2)
               END-EXEC

      * Two intakes for the same application racing each other both
      * recorded the same yes - the first one in stands.
               IF REFERRAL-RESP NOT = DFHRESP(NORMAL)
                  AND REFERRAL-RESP NOT = DFHRESP(DUPREC)
                   MOVE REFERRAL-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

      * Every field but the key - a NOTFND read leaves the key set.
       FILL-REFERRAL-CONSENT.
           MOVE 'CONSENTD'       TO RF-STATUS
           MOVE REFERRAL-CHANNEL TO RF-CHANNEL
           MOVE SPACES           TO RF-CONSENT-TIMESTAMP
           MOVE SPACES           TO RF-DECIDED-DATE
           MOVE SPACES           TO RF-DECIDED-BY
           MOVE SPACES           TO RF-REASON-CODES
           MOVE SPACES           TO RF-REQUESTED-PRODUCT
           MOVE SPACES           TO RF-REFERRED-DATE
           MOVE SPACES           TO RF-PARTNER-OUTCOME-DATE
           MOVE SPACES           TO RF-PARTNER-REF
           MOVE SPACES           TO RF-INVOICE-NO
           MOVE 0                TO RF-FUNDED-AMOUNT
           MOVE 0                TO RF-FEE-DUE
           MOVE 0                TO RF-FEE-INVOICED

           EXEC CICS FORMATTIME ABSTIME(REFERRAL-ABSTIME)
                     YYYYMMDD(RF-CONSENT-TIMESTAMP(1:8))
                     TIME(RF-CONSENT-TIMESTAMP(10:8))
           END-EXEC

           EXEC CICS ASSIGN USERID(RF-CAPTURED-BY)
           END-EXEC
           .

      * A decline whose own reasons name a watchlist hit (R007), a
      * fraud referral (R008), a deceased applicant (R014), a
      * credit freeze (R017) or an under-age applicant (R021) is
      * EXCLUDED whatever the caller thought it was. EXCLUDED only
      * ever replaces CONSENTD or DECLINED; DECLINED only CONSENTD;
      * CONSENTD (the application did not end in a decline after
      * all) only DECLINED. A row already with the partner is never
      * touched, and an application with no consent has no row.
       RECORD-REFERRAL-OUTCOME.
           IF REFERRAL-OUTCOME = 'DECLINED'
               MOVE 0 TO REFERRAL-EXCLUDE-HITS
               INSPECT REFERRAL-REASONS TALLYING REFERRAL-EXCLUDE-HITS
                   FOR ALL 'R007' ALL 'R008' ALL 'R014' ALL 'R017'
                       ALL 'R021'
               IF REFERRAL-EXCLUDE-HITS > 0
                   MOVE 'EXCLUDED' TO REFERRAL-OUTCOME
               END-IF
           END-IF

           EXEC CICS READ FILE ('REFERRAL')
                           INTO   (REFERRAL-RECORD)
                           RIDFLD (RF-REFERRAL-KEY)
                           UPDATE
                           RESP   (REFERRAL-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF REFERRAL-RESP = DFHRESP(NORMAL)
               IF (REFERRAL-OUTCOME = 'EXCLUDED'
                   AND (RF-STATUS = 'CONSENTD'
                     OR RF-STATUS = 'DECLINED'))
                OR (REFERRAL-OUTCOME = 'DECLINED'
                   AND RF-STATUS = 'CONSENTD')
                OR (REFERRAL-OUTCOME = 'CONSENTD'
                   AND RF-STATUS = 'DECLINED')
                   MOVE REFERRAL-OUTCOME TO RF-STATUS
                   MOVE REFERRAL-REASONS TO RF-REASON-CODES
                   MOVE REFERRAL-PRODUCT TO RF-REQUESTED-PRODUCT
                   MOVE CE-PROGRAM       TO RF-DECIDED-BY

                   EXEC CICS ASKTIME ABSTIME(REFERRAL-ABSTIME)
                   END-EXEC
                   EXEC CICS FORMATTIME ABSTIME(REFERRAL-ABSTIME)
                             YYYYMMDD(RF-DECIDED-DATE)
                   END-EXEC

                   EXEC CICS REWRITE FILE ('REFERRAL')
                                     FROM (REFERRAL-RECORD)
                                     RESP  (COMMAND-RESP)
                                     RESP2 (COMMAND-RESP2)
                   END-EXEC
                   PERFORM LOG-CICS-ERROR
               ELSE
                   EXEC CICS UNLOCK FILE ('REFERRAL')
                                    RESP (COMMAND-RESP)
                                    RESP2(COMMAND-RESP2)
                   END-EXEC
                   PERFORM LOG-CICS-ERROR
               END-IF
           ELSE
               IF REFERRAL-RESP NOT = DFHRESP(NOTFND)
                   MOVE REFERRAL-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .
