      *   CUSM BRW nnnnnnnn
      *   CUSM UPD nnnnnnnn name(40) line1(30) line2(30) line3(30)
      *            city(20) region(20) postcode(10) country(2)
      *            reissue(1)
      *
      * vip(1) is 'Y' or 'N' - it sets CM-VIP-FLAG on ADD, the same
      * flag req 044's VALIDATE-ACCOUNT-NUMBER checks to skip
      * layout GETADDR now returns (see CUSTADDR.cpy) rather than
      * the old single 80-byte address line.
      *
      * reissue(1) sits where ADD takes vip(1). A changed name on a
      * cardholder's account is picked up overnight by CSNAMCHG,
      * which puts a same-number card in the new name into
      * production - see src/CSNAMCHG.cbl. N here says the change
      * is only a correction (a typo keyed at capture, say) and no
      * new card is wanted; it is carried on the CUSTMAS change
      * journal row as CJ-NAME-REISSUE. Anything else lets the
      * reissue go ahead.
      *
      * An update no longer throws away the CSCACHE row behind an
      * issued card - that row is the card position itself (its
      * name and address are what CSEMBOSS embosses from), not a
      * disposable cached decision. Rows without a card number are
      * still invalidated as before.
      *
      * An update that changes the address stamps
      * CA-ADDR-CHANGED-DATE and archives an ADDRCHG confirmation
      * letter to the old address as well as the new one, so a
      * cardholder whose address was changed without their knowledge
      * hears about it where they actually live. For
      * CP-ADDR-HOLD-DAYS after the change, card replacements, limit
      * increases and PIN mailers on the account are held for fraud
      * review - see copy/FRAUDHLD.cpy.
      *
      * PRF can be asked for by a third party on the account's TPAUTH
      * register rather than the cardholder - keyed TP=nn where line1
      * starts, it needs that party's authority to be of servicing
      * scope or wider (see copy/TPAUTHP.cpy) and is logged on
      * TPACTLOG either way.
      *
      * ADD fails if the account number is already on file; UPD
      * fails if it is not. BRW just displays what is on file, and
      * writes a row to the PII access log saying who looked (see
      * copy/PIIACCS.cpy).
      ******************************************************************

       IDENTIFICATION DIVISION.
      * action below.
           COPY CONTPREF.

      * Change-of-address confirmation letters - see
      * QUEUE-ADDRESS-CHANGE-LETTERS.
           COPY LTRARCH.

           COPY DECLTR.

      * Third-party authority for PRF - see copy/TPAUTH.cpy and
      * copy/TPACTLOG.cpy.
           COPY TPAUTH.

           COPY TPACTLOG.

       1 READ-INPUT.
         2 TRANID                PIC X(4).
         2 FILLER                PIC X(1).
         2 COUNTRY-IN            PIC X(2).
         2 FILLER                PIC X(1).
         2 VIP-IN                PIC X(1).
         2 REISSUE-IN REDEFINES VIP-IN
                                 PIC X(1).
         2 FILLER                PIC X(1).
         2 DOB-IN                PIC X(8).
         2 FILLER                PIC X(1).
       1 INVALIDATE-SEQ          PIC 9(1) VALUE 0.

       1 ACCOUNT-EXISTS          PIC X(1) VALUE 'N'.

      * The address on file before an update, decrypted, so a change
      * can be recognised and the old address written to.
       1 OLD-ADDRESS.
         2 OLD-ADDR-LINE-1       PIC X(30).
         2 OLD-ADDR-LINE-2       PIC X(30).
         2 OLD-ADDR-LINE-3       PIC X(30).
         2 OLD-CITY              PIC X(20).
         2 OLD-REGION            PIC X(20).
         2 OLD-POSTCODE          PIC X(10).
         2 OLD-COUNTRY           PIC X(2).
       1 ADDRESS-CHANGED         PIC X(1) VALUE 'N'.
       1 LETTER-ADDRESS.
         2 LETTER-ADDR-LINE-1    PIC X(30).
         2 LETTER-ADDR-LINE-2    PIC X(30).
         2 LETTER-ADDR-LINE-3    PIC X(30).
         2 LETTER-CITY           PIC X(20).
         2 LETTER-REGION         PIC X(20).
         2 LETTER-POSTCODE       PIC X(10).
         2 LETTER-COUNTRY        PIC X(2).
       1 LETTER-SUFFIX           PIC X(1) VALUE SPACE.
       1 LETTER-TIME             PIC X(8) VALUE SPACES.
       1 LTRARCH-RESP            PIC S9(8) COMP.
       1 CURRENT-ABSTIME         PIC S9(15) COMP-3.
       1 CURRENT-DATE            PIC X(8).
       1 CURRENT-TIME            PIC X(8).
       1 JRNL-TIE-BREAK          PIC 9(2)  VALUE 0.
       1 JRNL-RESP               PIC S9(8) COMP.
       1 JRNL-ABSTIME            PIC S9(15) COMP-3.
      * PII access log - see copy/PIIACCS.cpy and the shared
      * WRITE-PII-ACCESS-LOG fragment in copy/PIIACCSP.cpy.
           COPY PIIACCS.

       1 PIILOG-TYPE             PIC X(1)  VALUE 'D'.
       1 PIILOG-ACCOUNT          PIC X(8)  VALUE SPACES.
       1 PIILOG-SHOWN            PIC X(16) VALUE SPACES.
       1 PIILOG-ARGUMENT         PIC X(40) VALUE SPACES.
       1 PIILOG-MATCHES          PIC 9(3)  VALUE 0.
       1 PIILOG-TIE-BREAK        PIC 9(2)  VALUE 0.
       1 PIILOG-RESP             PIC S9(8) COMP.
       1 PIILOG-ABSTIME          PIC S9(15) COMP-3.

       1 COMMAND-RESP            PIC S9(8) COMP.
       1 COMMAND-RESP2           PIC S9(8) COMP.

       1 STATHIST-RESP           PIC S9(8) COMP.
       1 CONTPREF-RESP           PIC S9(8) COMP.
       1 OPERATOR-USER-ID        PIC X(8) VALUE SPACES.
      * Third-party authority check - see the shared
      * CHECK-THIRD-PARTY-AUTHORITY fragment in copy/TPAUTHP.cpy.
       1 TPAUTH-RESP             PIC S9(8) COMP.
       1 TPACTLOG-RESP           PIC S9(8) COMP.
       1 TP-ACCOUNT              PIC X(8)  VALUE SPACES.
       1 TP-SEQ-NO               PIC 9(1)  VALUE 0.
       1 TP-PARTY-TOKEN          PIC X(5)  VALUE SPACES.
       1 TP-PARTY-NO             PIC 9(2)  VALUE 0.
       1 TP-SCOPE-NEEDED         PIC X(1)  VALUE 'S'.
       1 TP-ACTION               PIC X(8)  VALUE 'CONTPREF'.
       1 TP-AUTHORITY-OK         PIC X(1)  VALUE 'Y'.
       1 TP-MESSAGE              PIC X(40) VALUE SPACES.
       1 TP-OUTCOME              PIC X(8)  VALUE SPACES.
       1 TP-RESULT-TEXT          PIC X(60) VALUE SPACES.
       1 TP-HELD-RANK            PIC 9(1)  VALUE 0.
       1 TP-NEEDED-RANK          PIC 9(1)  VALUE 0.
       1 TP-TIE-BREAK            PIC 9(2)  VALUE 0.
       1 TP-ABSTIME              PIC S9(15) COMP-3.
       1 TP-TODAY                PIC X(8)  VALUE SPACES.
       1 OLD-ACCT-STATUS         PIC X(1) VALUE SPACES.
       1 NEW-ACCT-STATUS         PIC X(1) VALUE SPACES.

               END-EXEC
           END-IF

           MOVE SPACES TO READ-INPUT
           EXEC CICS RECEIVE INTO     ( READ-INPUT )
                           LENGTH     ( READ-INPUT-LENGTH )
                           NOTRUNCATE
               MOVE POSTCODE-IN      TO CA-POSTCODE
               MOVE COUNTRY-IN       TO CA-COUNTRY-CODE
               MOVE LAST-UPDATED-STAMP TO CA-LAST-UPDATED
               MOVE SPACES           TO CA-ADDR-CHANGED-DATE

               PERFORM PROTECT-CUSTOMER-PII

                      CA-ADDR-LINE-1(1:20) ' ' CA-CITY(1:12) ' '
                      CA-POSTCODE(1:10) ' ' CA-COUNTRY-CODE
                   DELIMITED BY SIZE INTO REPORT-LINE
               MOVE ACCOUNT-IN     TO PIILOG-ACCOUNT
               MOVE 'NAME/ADDRESS' TO PIILOG-SHOWN
               PERFORM WRITE-PII-ACCESS-LOG
           ELSE
               MOVE 'CUSM: ACCOUNT NOT ON FILE' TO REPORT-LINE
               IF CUSTMAS-RESP NOT = DFHRESP(NOTFND)
               MOVE CUSTMAS-RECORD  TO JRNL-AFTER-IMAGE
               MOVE ACCOUNT-IN      TO JRNL-ACCOUNT
               MOVE 'CUSTMAS '      TO JRNL-FILE-NAME
               IF REISSUE-IN = 'N'
                   MOVE 'N'         TO CJ-NAME-REISSUE
               ELSE
                   MOVE 'Y'         TO CJ-NAME-REISSUE
               END-IF
               PERFORM WRITE-CHANGE-JOURNAL
               MOVE SPACE           TO CJ-NAME-REISSUE

               MOVE ACCOUNT-IN TO CA-CUST-NO
               EXEC CICS READ FILE ('CUSTADDR')
               PERFORM LOG-CICS-ERROR
               MOVE SPACES             TO JRNL-BEFORE-IMAGE
               MOVE CA-CUSTADDR-RECORD TO JRNL-BEFORE-IMAGE
               PERFORM COMPARE-OLD-ADDRESS
               MOVE LINE1-IN           TO CA-ADDR-LINE-1
               MOVE LINE2-IN           TO CA-ADDR-LINE-2
               MOVE LINE3-IN           TO CA-ADDR-LINE-3
      * A freshly keyed address is deliverable until the mail says
      * otherwise - the gone-away hold lifts with the update.
               MOVE 'N'                TO CA-GONE-AWAY-FLAG
               IF ADDRESS-CHANGED = 'Y'
                   MOVE CURRENT-DATE   TO CA-ADDR-CHANGED-DATE
               END-IF
               IF ACTIVE-CRYPT-KEY NOT = SPACES
                   MOVE 140 TO CRYPT-FIELD-LEN
                   CALL 'CSCRYPT' USING CRYPT-ENCRYPT
               MOVE 'CUSTADDR'         TO JRNL-FILE-NAME
               PERFORM WRITE-CHANGE-JOURNAL

               IF ADDRESS-CHANGED = 'Y'
                   PERFORM QUEUE-ADDRESS-CHANGE-LETTERS
               END-IF

      * The data behind any cached application result and the
      * customer-360 row just changed underneath them - a stale
      * cached view served as "fresh" is a correctness bug, not an
      * application re-derives from current data.
               PERFORM INVALIDATE-DEPENDENT-CACHES

               IF ADDRESS-CHANGED = 'Y'
                   MOVE 'CUSM: ACCOUNT UPDATED - ADDRESS LETTERS SENT'
                       TO REPORT-LINE
               ELSE
                   MOVE 'CUSM: ACCOUNT UPDATED' TO REPORT-LINE
               END-IF
               PERFORM SEND-REPORT-LINE
           END-IF
           .

      * The stored address is encrypted under the key on the row -
      * decrypt a copy to compare against what was keyed. The
      * country code sits outside the protected span.
       COMPARE-OLD-ADDRESS.
           MOVE CA-ADDR-LINE-1  TO OLD-ADDR-LINE-1
           MOVE CA-ADDR-LINE-2  TO OLD-ADDR-LINE-2
           MOVE CA-ADDR-LINE-3  TO OLD-ADDR-LINE-3
           MOVE CA-CITY         TO OLD-CITY
           MOVE CA-REGION       TO OLD-REGION
           MOVE CA-POSTCODE     TO OLD-POSTCODE
           MOVE CA-COUNTRY-CODE TO OLD-COUNTRY
           MOVE 140 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-DECRYPT CA-ENCRYPT-KEY
               OLD-ADDRESS CRYPT-FIELD-LEN

           IF OLD-ADDR-LINE-1 NOT = LINE1-IN
              OR OLD-ADDR-LINE-2 NOT = LINE2-IN
              OR OLD-ADDR-LINE-3 NOT = LINE3-IN
              OR OLD-CITY        NOT = CITY-IN
              OR OLD-REGION      NOT = REGION-IN
              OR OLD-POSTCODE    NOT = POSTCODE-IN
              OR OLD-COUNTRY     NOT = COUNTRY-IN
               MOVE 'Y' TO ADDRESS-CHANGED
           ELSE
               MOVE 'N' TO ADDRESS-CHANGED
           END-IF
           .

      * One confirmation to the address being left and one to the
      * address being moved to, archived PENDING for the night's
      * CSLTRPRT run as account-level (sequence 0) letters. The
      * letter time takes a suffix so the pair never collide on the
      * archive key.
       QUEUE-ADDRESS-CHANGE-LETTERS.
           MOVE OLD-ADDRESS TO LETTER-ADDRESS
           MOVE '1'         TO LETTER-SUFFIX
           PERFORM WRITE-ADDRESS-CHANGE-LETTER

           MOVE LINE1-IN    TO LETTER-ADDR-LINE-1
           MOVE LINE2-IN    TO LETTER-ADDR-LINE-2
           MOVE LINE3-IN    TO LETTER-ADDR-LINE-3
           MOVE CITY-IN     TO LETTER-CITY
           MOVE REGION-IN   TO LETTER-REGION
           MOVE POSTCODE-IN TO LETTER-POSTCODE
           MOVE COUNTRY-IN  TO LETTER-COUNTRY
           MOVE '2'         TO LETTER-SUFFIX
           PERFORM WRITE-ADDRESS-CHANGE-LETTER
           .

       WRITE-ADDRESS-CHANGE-LETTER.
           MOVE SPACES TO DECISION-LETTER
           MOVE NAME-IN            TO DL-LINE-01
           MOVE LETTER-ADDR-LINE-1 TO DL-LINE-02
           MOVE LETTER-ADDR-LINE-2 TO DL-LINE-03
           MOVE LETTER-POSTCODE    TO DL-LINE-04
           STRING CURRENT-DATE(1:4) '-' CURRENT-DATE(5:2) '-'
                  CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO DL-LINE-05

           STRING 'Dear ' NAME-IN
               DELIMITED BY SIZE INTO DL-LINE-06
           MOVE 'The address we hold for your card account has been'
               TO DL-LINE-07
           MOVE 'changed. This letter goes to both your previous and'
               TO DL-LINE-08
           MOVE 'your new address. If you did not ask for the change,'
               TO DL-LINE-09
           MOVE 'please call us at once. For a while after a change,'
               TO DL-LINE-10
           MOVE 'new cards, PINs and limit increases are checked by'
               TO DL-LINE-11
           MOVE 'our fraud team before they are sent or applied.'
               TO DL-LINE-12
           MOVE 12 TO DL-LINE-COUNT

           MOVE ACCOUNT-IN     TO LA-CUST-NO
           MOVE 0              TO LA-APPL-SEQ-NO
           MOVE CURRENT-DATE   TO LA-LETTER-DATE
           MOVE SPACES         TO LETTER-TIME
           STRING CURRENT-TIME(1:6) ':' LETTER-SUFFIX
               DELIMITED BY SIZE INTO LETTER-TIME
           MOVE LETTER-TIME    TO LA-LETTER-TIME

           MOVE 'ADDRCHG'      TO LA-APPLICATION-RESULT
           MOVE 'PENDING '     TO LA-DISPATCH-STATUS
           MOVE SPACES         TO LA-PRINTED-DATE
           MOVE DECISION-LETTER TO LA-LETTER-TEXT

           EXEC CICS WRITE FILE ('LTRARCH')
                           FROM   (LTRARCH-RECORD)
                           RIDFLD (LA-LETTER-KEY)
                           RESP   (LTRARCH-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF LTRARCH-RESP NOT = DFHRESP(NORMAL)
               MOVE LTRARCH-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
           END-IF
           .

      * Delete every CSCACHE row for the account (all applicant
      * sequences) plus the CUST360 row. NOTFND is the normal case -
      * most accounts have no cached rows for most sequences. A row
      * carrying a card number is a card position and is kept.
       INVALIDATE-DEPENDENT-CACHES.
           MOVE 0 TO INVALIDATE-SEQ
           PERFORM INVALIDATE-ONE-CACHE-SEQ 9 TIMES
           MOVE ACCOUNT-IN     TO CC-CUST-NO
           MOVE INVALIDATE-SEQ TO CC-APPL-SEQ-NO

           EXEC CICS READ FILE ('CSCACHE')
                           INTO   (CSCACHE-RECORD)
                           RIDFLD (CC-CACHE-KEY)
                           UPDATE
                           RESP   (CSCACHE-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CSCACHE-RESP = DFHRESP(NORMAL)
               IF CC-CARD-NUMBER = SPACES
                   EXEC CICS DELETE FILE ('CSCACHE')
                                    RESP   (CSCACHE-RESP)
                                    RESP2  (COMMAND-RESP2)
                   END-EXEC
               ELSE
                   EXEC CICS UNLOCK FILE ('CSCACHE')
                                    RESP   (CSCACHE-RESP)
                                    RESP2  (COMMAND-RESP2)
                   END-EXEC
               END-IF
           END-IF

           IF CSCACHE-RESP NOT = DFHRESP(NORMAL)
              AND CSCACHE-RESP NOT = DFHRESP(NOTFND)
               MOVE CSCACHE-RESP TO COMMAND-RESP
           .

      * Contact preference capture:
      *   CUSM PRF nnnnnnnn c edelivery-id(38) [TP=nn]
      * c is P (paper), E (electronic) or B (both); the identifier
      * after it is the electronic channel's address, required for
      * E and B. Honoured by CSLTRPRT's dispatch - see
      * copy/CONTPREF.cpy. A third party asking keys TP=nn in the
      * line1 column and needs servicing scope.
       SET-CONTACT-PREFERENCE.
           MOVE ACCOUNT-IN    TO TP-ACCOUNT
           MOVE 0             TO TP-SEQ-NO
           MOVE LINE1-IN(1:5) TO TP-PARTY-TOKEN
           PERFORM CHECK-THIRD-PARTY-AUTHORITY

           IF TP-AUTHORITY-OK = 'N'
               MOVE SPACES TO REPORT-LINE
               STRING 'CUSM: ' TP-MESSAGE
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               PERFORM STORE-CONTACT-PREFERENCE
               MOVE REPORT-LINE TO TP-RESULT-TEXT
               PERFORM RECORD-THIRD-PARTY-ACTION
           END-IF

           PERFORM SEND-REPORT-LINE
           .

       STORE-CONTACT-PREFERENCE.
           IF NAME-IN(1:1) NOT = 'P'
              AND NAME-IN(1:1) NOT = 'E'
              AND NAME-IN(1:1) NOT = 'B'
                       TO REPORT-LINE
               END-IF
           END-IF
           .

       WRITE-STATUS-HISTORY.

       COPY CHGJRNLP.

       COPY PIIACCSP.

       COPY TPAUTHP.

       COPY OPAUTHP.

       COPY CICSERR.
