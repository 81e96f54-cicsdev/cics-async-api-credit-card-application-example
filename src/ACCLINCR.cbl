      * CSCACHE history. This transaction services the increase as
      * its own operation:
      *
      *   ACLI nnnnnnnn s [ddd] [TP=nn]
      *
      *   - starts from the existing approved CSCACHE position (no
      *     position, or a non-approved one, is refused - an
      *     rest of the cached position (and its history) alone;
      *   - appends its own audit record with this program as the
      *     source, so an increase is distinguishable from a new
      *     application in every report that reads the trail;
      *   - records the behavioral score it decided on, and whether
      *     that score is what refused the increase, on BHSCHIST
      *     (see copy/BHSCHIST.cpy) for the CSBHSVAL validation.
      *
      * A day count after the sequence asks for a TEMPORARY increase
      * for that many days (at most CP-TEMP-LIMIT-MAX-DAYS) - for
      * the cardholder travelling or facing a one-off expense. It is
      * underwritten exactly as a permanent one; the limit it was
      * raised from and the end date go on TEMPLIM (see
      * copy/TEMPLIM.cpy) before the cached limit moves, and the
      * nightly CSTMPREV run puts the limit back on the end date.
      * Its audit record carries the result TEMPINC.
      *
      * Either kind of increase is held inside the household
      * exposure ceiling the way a new approval is: the account's
      * other approved positions, the guarantees its holder stands
      * behind and a confirmed duplicate's positions (see
      * APPLY-HOUSEHOLD-EXPOSURE-CAP in SEQPNT.cbl) plus the new
      * limit must stay within CP-HOUSEHOLD-LIMIT-MAX. No increase
      * is granted while a temporary one is still live.
      *
      * Within CP-ADDR-HOLD-DAYS of an address change through CUSM no
      * increase is underwritten - it is held on FRAUDHLD for the
      * FRDC analysts (see copy/FRAUDHLD.cpy and the shared
      * copy/FRDHOLDP.cpy check) and answered FRDHOLD with no audit
      * record, like any other refusal. A clearance re-drives the
      * same input through here by LINK: the ACCLINCRIN container
      * carries the input line above and the answer goes back in
      * ACCLINCROUT instead of to a terminal.
      *
      * TP=nn is keyed when third party nn on the account's TPAUTH
      * register asks for the increase rather than the cardholder.
      * Only a full-scope authority can (see copy/TPAUTHP.cpy) - any
      * other is answered TPREFUS with no audit record - and the
      * request is logged on TPACTLOG either way.
      ******************************************************************

       IDENTIFICATION DIVISION.
       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * CSCACHE, CTLPARM, AUDIT, TEMPLIM, CUSTXREF, GUARLIAB
      * (through its GUARLAIX path), CUSTADDR, FRAUDHLD, BHSCHIST,
      * TPAUTH and TPACTLOG are CICS-owned VSAM files (defined in the
      * FCT, not opened by this program) - accessed entirely through
      * EXEC CICS commands below, never native COBOL I/O.
           COPY CSCACHE.

           COPY TEMPLIM.

           COPY CUSTXREF.

           COPY GUARLIAB.

           COPY CTLPARM.

           COPY AUDIT.

           COPY BHSCORE.

           COPY BHSCHIST.

           COPY PAYHMAS.

           COPY CUSTADDR.

           COPY FRAUDHLD.

           COPY TPAUTH.

           COPY TPACTLOG.

       1 READ-INPUT.
         2 TRANID                PIC X(4).
         2 FILLER                PIC X(1).
         2 INPUT-ARGUMENTS       PIC X(22).
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 27.
       1 READ-INPUT-FLENGTH      PIC S9(8) COMP VALUE 27.
       1 CALLER-CHANNEL          PIC X(16) VALUE SPACES.
       1 ACCOUNT-IN              PIC X(8) VALUE SPACES.
       1 APPL-SEQ-RAW            PIC X(1) VALUE SPACES.
       1 APPL-SEQ-NO             PIC 9(1) VALUE 1.
       1 ACCT-PAD-TOKEN          PIC X(4) VALUE SPACES.

      * The optional day count that makes the increase temporary -
      * see CHECK-TEMPORARY-TERMS and copy/TEMPLIM.cpy.
       1 TEMP-DAYS-RAW           PIC X(3) VALUE SPACES.
       1 TEMP-DAYS-LENGTH        PIC S9(4) COMP VALUE 0.
       1 TEMPORARY-REQUESTED     PIC X(1) VALUE 'N'.
       1 TEMPORARY-DAYS          PIC 9(3) VALUE 0.
       1 TEMP-MAX-DAYS           PIC 9(3) VALUE 90.
       1 TEMP-END-ABSTIME        PIC S9(15) COMP-3.
       1 TEMP-START-DATE         PIC X(8) VALUE SPACES.
       1 TEMP-END-DATE           PIC X(8) VALUE SPACES.
       1 GRANTING-USER-ID        PIC X(8) VALUE SPACES.
       1 TEMPLIM-RESP            PIC S9(8) COMP.

      * The word after the sequence is the day count or, keyed
      * TP=nn, the third party asking - either may be the last.
       1 THIRD-TOKEN             PIC X(5) VALUE SPACES.
       1 THIRD-LENGTH            PIC S9(4) COMP VALUE 0.
       1 PARTY-TOKEN             PIC X(5) VALUE SPACES.

      * Third-party authority check - see the shared
      * CHECK-THIRD-PARTY-AUTHORITY fragment in copy/TPAUTHP.cpy.
       1 TPAUTH-RESP             PIC S9(8) COMP.
       1 TPACTLOG-RESP           PIC S9(8) COMP.
       1 TP-ACCOUNT              PIC X(8)  VALUE SPACES.
       1 TP-SEQ-NO               PIC 9(1)  VALUE 0.
       1 TP-PARTY-TOKEN          PIC X(5)  VALUE SPACES.
       1 TP-PARTY-NO             PIC 9(2)  VALUE 0.
       1 TP-SCOPE-NEEDED         PIC X(1)  VALUE 'F'.
       1 TP-ACTION               PIC X(8)  VALUE 'LIMITINC'.
       1 TP-AUTHORITY-OK         PIC X(1)  VALUE 'Y'.
       1 TP-MESSAGE              PIC X(40) VALUE SPACES.
       1 TP-OUTCOME              PIC X(8)  VALUE SPACES.
       1 TP-RESULT-TEXT          PIC X(60) VALUE SPACES.
       1 TP-HELD-RANK            PIC 9(1)  VALUE 0.
       1 TP-NEEDED-RANK          PIC 9(1)  VALUE 0.
       1 TP-TIE-BREAK            PIC 9(2)  VALUE 0.
       1 TP-ABSTIME              PIC S9(15) COMP-3.
       1 TP-TODAY                PIC X(8)  VALUE SPACES.

      * The input container shape the CRDTCHK/GETEMPL children GET.
       1 ACCOUNT-NUMBER-IN.
         2 CUST-NO-IN      PIC X(8).

       1 CURRENT-LIMIT            PIC 9(7)  VALUE 0.

      * Household aggregate exposure - see APPLY-HOUSEHOLD-EXPOSURE-
      * CAP. Business-tunable via CTLPARM (CP-HOUSEHOLD-LIMIT-MAX);
      * the VALUE clause is the same default SEQPNT uses.
       1 HOUSEHOLD-LIMIT-MAX      PIC 9(8)  VALUE 25000.
       1 HOUSEHOLD-EXPOSURE-SUM   PIC 9(9)  VALUE 0.
       1 HOUSEHOLD-SEQ            PIC 9(1)  VALUE 0.
       1 HOUSEHOLD-CAP-APPLIED    PIC X(1)  VALUE 'N'.
       1 HOUSEHOLD-SUM-ACCOUNT    PIC X(8)  VALUE SPACES.
       1 CUSTXREF-RESP            PIC S9(8) COMP.
       1 LINKED-CUST-NO           PIC X(8)  VALUE SPACES.
       1 GUARLIAB-RESP            PIC S9(8) COMP.
       1 GUAR-AIX-KEY             PIC X(8)  VALUE SPACES.
       1 END-OF-GUARANTEE-SCAN    PIC X(1)  VALUE 'N'.

      * PII masking for the audit trail - see copy/PIIMASK.cpy.
       1 CUSTOMER-NAME            PIC X(80) VALUE SPACES.
       1 CUSTOMER-POSTCODE        PIC X(10) VALUE SPACES.
       1 PAYHMAS-RESP             PIC S9(8) COMP.
       1 ACCOUNT-IN-COLLECTIONS   PIC X(1)  VALUE 'N'.

      * Address-change fraud hold - see the shared
      * CHECK-ADDRESS-CHANGE-HOLD fragment in copy/FRDHOLDP.cpy.
       1 CUSTADDR-RESP            PIC S9(8) COMP.
       1 FRAUDHLD-RESP            PIC S9(8) COMP.
       1 HOLD-CUST-NO             PIC X(8)  VALUE SPACES.
       1 HOLD-SEQ-NO              PIC 9(1)  VALUE 0.
       1 HOLD-TYPE                PIC X(8)  VALUE 'LIMITINC'.
       1 HOLD-INPUT               PIC X(40) VALUE SPACES.
       1 HOLD-OUTCOME             PIC X(1)  VALUE SPACE.
       1 HOLD-MESSAGE             PIC X(40) VALUE SPACES.
       1 HOLD-IN-WINDOW           PIC X(1)  VALUE 'N'.
       1 HOLD-DAYS                PIC 9(3)  VALUE 14.
       1 HOLD-ABSTIME             PIC S9(15) COMP-3.
       1 HOLD-HORIZON-DATE        PIC X(8)  VALUE SPACES.
       1 HOLD-FOUND-STATUS        PIC X(8)  VALUE SPACES.
       1 END-OF-HOLDS             PIC X(1)  VALUE 'N'.

       1 REPORT-LINE              PIC X(80) VALUE ' '.

        LOCAL-STORAGE SECTION.
       PROCEDURE DIVISION.

       MAINLINE SECTION.
      * LINKed over a channel the input comes in a container, not
      * from a terminal.
           EXEC CICS ASSIGN CHANNEL(CALLER-CHANNEL)
           END-EXEC

           IF CALLER-CHANNEL = SPACES
               MOVE SPACES TO READ-INPUT
               EXEC CICS RECEIVE INTO     ( READ-INPUT )
                               LENGTH     ( READ-INPUT-LENGTH )
                               NOTRUNCATE
                               RESP       ( COMMAND-RESP )
                               RESP2      ( COMMAND-RESP2 )
               END-EXEC
               PERFORM LOG-CICS-ERROR
           ELSE
               MOVE SPACES TO READ-INPUT
               EXEC CICS GET CONTAINER ('ACCLINCRIN')
                               INTO    ( READ-INPUT )
                               FLENGTH ( READ-INPUT-FLENGTH )
                               RESP    ( COMMAND-RESP )
                               RESP2   ( COMMAND-RESP2 )
               END-EXEC
               PERFORM LOG-CICS-ERROR
           END-IF

           MOVE SPACES TO ACCOUNT-IN
           MOVE SPACES TO APPL-SEQ-RAW
           MOVE SPACES TO TEMP-DAYS-RAW
           MOVE 0      TO TEMP-DAYS-LENGTH
           MOVE SPACES TO THIRD-TOKEN
           MOVE SPACES TO PARTY-TOKEN
           UNSTRING INPUT-ARGUMENTS DELIMITED BY ALL ' '
               INTO ACCOUNT-IN APPL-SEQ-RAW
                    THIRD-TOKEN COUNT IN THIRD-LENGTH
                    PARTY-TOKEN
           END-UNSTRING

           IF THIRD-TOKEN(1:3) = 'TP='
               MOVE THIRD-TOKEN TO PARTY-TOKEN
           ELSE
               MOVE THIRD-TOKEN  TO TEMP-DAYS-RAW
               MOVE THIRD-LENGTH TO TEMP-DAYS-LENGTH
           END-IF

           IF ACCOUNT-IN(5:4) = SPACES
              AND ACCOUNT-IN(1:4) NOT = SPACES
               MOVE ACCOUNT-IN(1:4) TO ACCT-PAD-TOKEN
               MOVE 1 TO APPL-SEQ-NO
           END-IF

           MOVE 'N' TO TEMPORARY-REQUESTED
           MOVE 0   TO TEMPORARY-DAYS
           IF TEMP-DAYS-RAW NOT = SPACES
               MOVE 'Y' TO TEMPORARY-REQUESTED
               IF TEMP-DAYS-LENGTH > 0 AND TEMP-DAYS-LENGTH < 4
                   IF TEMP-DAYS-RAW(1:TEMP-DAYS-LENGTH) IS NUMERIC
                       MOVE TEMP-DAYS-RAW(1:TEMP-DAYS-LENGTH)
                           TO TEMPORARY-DAYS
                   END-IF
               END-IF
           END-IF

           PERFORM READ-CACHED-POSITION

           IF INCREASE-RESULT = SPACES
               PERFORM CHECK-THIRD-PARTY-REQUEST
           END-IF

           IF INCREASE-RESULT = SPACES
               PERFORM READ-CONTROL-PARAMETERS
               PERFORM CHECK-TEMPORARY-TERMS
           END-IF

           IF INCREASE-RESULT = SPACES
               PERFORM CHECK-FRAUD-HOLD
           END-IF

           IF INCREASE-RESULT = SPACES
               PERFORM PULL-FRESH-SCORE
               PERFORM PULL-FRESH-INCOME
               PERFORM SCORE-RECENT-BEHAVIOR
               PERFORM CHECK-COLLECTIONS-FLAG
               PERFORM DECIDE-THE-INCREASE
               PERFORM WRITE-INCREASE-AUDIT-RECORD
               PERFORM WRITE-SCORE-HISTORY
           END-IF

           MOVE REPORT-LINE TO TP-RESULT-TEXT
           PERFORM RECORD-THIRD-PARTY-ACTION

           IF CALLER-CHANNEL = SPACES
               PERFORM SEND-REPORT-LINE
           ELSE
               EXEC CICS PUT CONTAINER ('ACCLINCROUT')
                               FROM    ( REPORT-LINE )
                               RESP    ( COMMAND-RESP )
                               RESP2   ( COMMAND-RESP2 )
               END-EXEC
               PERFORM LOG-CICS-ERROR
           END-IF

           EXEC CICS RETURN
           END-EXEC
               MOVE CP-CREDIT-LIMIT-GOLD     TO CREDIT-LIMIT-GOLD
               MOVE CP-CREDIT-LIMIT-SILVER   TO CREDIT-LIMIT-SILVER
               MOVE CP-CREDIT-LIMIT-BRONZE   TO CREDIT-LIMIT-BRONZE
               IF CP-HOUSEHOLD-LIMIT-MAX > 0
                   MOVE CP-HOUSEHOLD-LIMIT-MAX TO HOUSEHOLD-LIMIT-MAX
               END-IF
               IF CP-TEMP-LIMIT-MAX-DAYS IS NUMERIC
                  AND CP-TEMP-LIMIT-MAX-DAYS > 0
                   MOVE CP-TEMP-LIMIT-MAX-DAYS TO TEMP-MAX-DAYS
               END-IF
           END-IF

           IF CTLPARM-RESP NOT = DFHRESP(NORMAL)
           END-IF
           .

      * A live temporary increase has to run out (or be reverted)
      * before the position is underwritten again - its TEMPLIM row
      * holds the limit the reversion goes back to, and a second
      * increase on top would leave that figure meaning nothing. A
      * day count asked for must be a whole number of days inside
      * the ceiling.
       CHECK-TEMPORARY-TERMS.
           MOVE ACCOUNT-IN  TO TL-CUST-NO
           MOVE APPL-SEQ-NO TO TL-APPL-SEQ-NO

           EXEC CICS READ FILE ('TEMPLIM')
                           INTO   (TEMPLIM-RECORD)
                           RIDFLD (TL-LIMIT-KEY)
                           RESP   (TEMPLIM-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF TEMPLIM-RESP NOT = DFHRESP(NORMAL)
              AND TEMPLIM-RESP NOT = DFHRESP(NOTFND)
               MOVE TEMPLIM-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
           END-IF

           EVALUATE TRUE
               WHEN TEMPLIM-RESP = DFHRESP(NORMAL)
                AND TL-INCREASE-LIVE
                   MOVE 'TEMPLIV' TO INCREASE-RESULT
                   STRING 'ACLI: TEMPORARY INCREASE TO '
                          TL-TEMPORARY-LIMIT ' LIVE UNTIL '
                          TL-END-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN TEMPORARY-REQUESTED = 'Y'
                AND (TEMPORARY-DAYS = 0
                     OR TEMPORARY-DAYS > TEMP-MAX-DAYS)
                   MOVE 'BADTERM' TO INCREASE-RESULT
                   STRING 'ACLI: TEMPORARY INCREASE MUST BE 1 TO '
                          TEMP-MAX-DAYS ' DAYS'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * A third party keyed with TP=nn needs full-scope authority
      * before an increase is underwritten on their word - refused,
      * it is answered TPREFUS with no audit record, like FRDHOLD.
       CHECK-THIRD-PARTY-REQUEST.
           MOVE ACCOUNT-IN  TO TP-ACCOUNT
           MOVE APPL-SEQ-NO TO TP-SEQ-NO
           MOVE PARTY-TOKEN TO TP-PARTY-TOKEN
           PERFORM CHECK-THIRD-PARTY-AUTHORITY

           IF TP-AUTHORITY-OK = 'N'
               MOVE 'TPREFUS' TO INCREASE-RESULT
               MOVE SPACES TO REPORT-LINE
               STRING 'ACLI: ' TP-MESSAGE
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           .

      * A recently changed address holds the increase for the fraud
      * analysts instead of underwriting it - see copy/FRDHOLDP.cpy.
       CHECK-FRAUD-HOLD.
           MOVE ACCOUNT-IN  TO HOLD-CUST-NO
           MOVE APPL-SEQ-NO TO HOLD-SEQ-NO
           MOVE READ-INPUT  TO HOLD-INPUT
           PERFORM CHECK-ADDRESS-CHANGE-HOLD

           IF HOLD-OUTCOME NOT = SPACE
               MOVE 'FRDHOLD' TO INCREASE-RESULT
               MOVE SPACES TO REPORT-LINE
               STRING 'ACLI: ' ACCOUNT-IN ' SEQ ' APPL-SEQ-NO
                      ' ' HOLD-MESSAGE
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           .

      * Fresh score and fresh income, LINKed the way SEQPNT drives
      * the same children.
       PULL-FRESH-SCORE.
      * raised in place.
       DECIDE-THE-INCREASE.
           PERFORM CALCULATE-CREDIT-LIMIT
           PERFORM READ-DUPLICATE-LINK
           PERFORM APPLY-HOUSEHOLD-EXPOSURE-CAP
           MOVE 'N' TO BX-SCORE-REFUSED

           EVALUATE TRUE
               WHEN BUREAU-UNAVAILABLE = 'Y'
                       TO REPORT-LINE
               WHEN BH-TREND = 'WORSEN  '
                   MOVE 'FAILED ' TO INCREASE-RESULT
                   MOVE 'Y' TO BX-SCORE-REFUSED
                   MOVE 'ACLI: INCREASE DECLINED - PAYMENT TREND'
                       TO REPORT-LINE
               WHEN BH-BEHAVIOR-SCORE < BEHAVIOR-FLOOR
                   MOVE 'FAILED ' TO INCREASE-RESULT
                   MOVE 'Y' TO BX-SCORE-REFUSED
                   STRING 'ACLI: INCREASE DECLINED - BEHAVIOR SCORE '
                          BH-BEHAVIOR-SCORE
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN CREDIT-LIMIT-AMOUNT NOT > CURRENT-LIMIT
                AND HOUSEHOLD-CAP-APPLIED = 'Y'
                   MOVE 'FAILED ' TO INCREASE-RESULT
                   MOVE 'ACLI: NO INCREASE AVAILABLE - HOUSEHOLD CAP'
                       TO REPORT-LINE
               WHEN CREDIT-LIMIT-AMOUNT NOT > CURRENT-LIMIT
                   MOVE 'FAILED ' TO INCREASE-RESULT
                   STRING 'ACLI: NO INCREASE AVAILABLE - LIMIT '
                          'STAYS AT ' CURRENT-LIMIT
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN TEMPORARY-REQUESTED = 'Y'
                   PERFORM APPLY-TEMPORARY-INCREASE
               WHEN OTHER
                   MOVE 'SUCCESS' TO INCREASE-RESULT
                   PERFORM APPLY-THE-INCREASE
           END-EVALUATE
           .

      * Joint applicants, guarantees and a confirmed duplicate all
      * count against the one household ceiling - summed here the
      * way SEQPNT sums them for a new approval, and the increase
      * cut back so the total stays inside HOUSEHOLD-LIMIT-MAX.
       APPLY-HOUSEHOLD-EXPOSURE-CAP.
           MOVE 'N' TO HOUSEHOLD-CAP-APPLIED
           MOVE 0   TO HOUSEHOLD-EXPOSURE-SUM
           MOVE 0   TO HOUSEHOLD-SEQ

           MOVE ACCOUNT-IN TO HOUSEHOLD-SUM-ACCOUNT
           PERFORM SUM-ONE-HOUSEHOLD-SEQ 9 TIMES
           PERFORM SUM-GUARANTEE-EXPOSURE

           IF LINKED-CUST-NO NOT = SPACES
               MOVE LINKED-CUST-NO TO HOUSEHOLD-SUM-ACCOUNT
               MOVE 0 TO HOUSEHOLD-SEQ
               PERFORM SUM-ONE-HOUSEHOLD-SEQ 9 TIMES
               PERFORM SUM-GUARANTEE-EXPOSURE
           END-IF

           IF HOUSEHOLD-EXPOSURE-SUM + CREDIT-LIMIT-AMOUNT
                  > HOUSEHOLD-LIMIT-MAX
               MOVE 'Y' TO HOUSEHOLD-CAP-APPLIED
               IF HOUSEHOLD-EXPOSURE-SUM >= HOUSEHOLD-LIMIT-MAX
                   MOVE 0 TO CREDIT-LIMIT-AMOUNT
               ELSE
                   COMPUTE CREDIT-LIMIT-AMOUNT =
                       HOUSEHOLD-LIMIT-MAX - HOUSEHOLD-EXPOSURE-SUM
               END-IF
           END-IF
           .

      * One other position's approved limit - the position being
      * increased is skipped, and only an APPROVE row counts.
       SUM-ONE-HOUSEHOLD-SEQ.
           ADD 1 TO HOUSEHOLD-SEQ

           IF HOUSEHOLD-SEQ NOT = APPL-SEQ-NO
              OR HOUSEHOLD-SUM-ACCOUNT NOT = ACCOUNT-IN
               MOVE HOUSEHOLD-SUM-ACCOUNT TO CC-CUST-NO
               MOVE HOUSEHOLD-SEQ TO CC-APPL-SEQ-NO

               EXEC CICS READ FILE ('CSCACHE')
                               INTO   (CSCACHE-RECORD)
                               RIDFLD (CC-CACHE-KEY)
                               RESP   (CSCACHE-RESP)
                               RESP2  (COMMAND-RESP2)
               END-EXEC

               IF CSCACHE-RESP = DFHRESP(NORMAL)
                   IF CC-DECISION = 'APPROVE '
                       ADD CC-CREDIT-LIMIT-AMOUNT
                           TO HOUSEHOLD-EXPOSURE-SUM
                   END-IF
               ELSE
                   IF CSCACHE-RESP NOT = DFHRESP(NOTFND)
                       MOVE CSCACHE-RESP TO COMMAND-RESP
                       PERFORM LOG-CICS-ERROR
                   END-IF
               END-IF
           END-IF
           .

       SUM-GUARANTEE-EXPOSURE.
           MOVE 'N' TO END-OF-GUARANTEE-SCAN
           MOVE HOUSEHOLD-SUM-ACCOUNT TO GUAR-AIX-KEY

           EXEC CICS STARTBR FILE ('GUARLAIX')
                             RIDFLD (GUAR-AIX-KEY)
                             GTEQ
                             RESP   (GUARLIAB-RESP)
                             RESP2  (COMMAND-RESP2)
           END-EXEC

           IF GUARLIAB-RESP = DFHRESP(NORMAL)
               PERFORM SUM-ONE-GUARANTEE
                   UNTIL END-OF-GUARANTEE-SCAN = 'Y'

               EXEC CICS ENDBR FILE ('GUARLAIX')
                               RESP (COMMAND-RESP)
                               RESP2(COMMAND-RESP2)
               END-EXEC
               PERFORM LOG-CICS-ERROR
           ELSE
               IF GUARLIAB-RESP NOT = DFHRESP(NOTFND)
                   MOVE GUARLIAB-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       SUM-ONE-GUARANTEE.
           EXEC CICS READNEXT FILE ('GUARLAIX')
                              INTO  (GUARLIAB-RECORD)
                              RIDFLD(GUAR-AIX-KEY)
                              RESP  (GUARLIAB-RESP)
                              RESP2 (COMMAND-RESP2)
           END-EXEC

           IF GUARLIAB-RESP = DFHRESP(NORMAL)
              AND GL-GUARANTOR-NO = HOUSEHOLD-SUM-ACCOUNT
               IF GL-STATUS = 'ACTIVE  '
                   ADD GL-GUARANTEE-AMOUNT TO HOUSEHOLD-EXPOSURE-SUM
               END-IF
           ELSE
               MOVE 'Y' TO END-OF-GUARANTEE-SCAN
               IF GUARLIAB-RESP NOT = DFHRESP(ENDFILE)
                  AND GUARLIAB-RESP NOT = DFHRESP(NORMAL)
                   MOVE GUARLIAB-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       READ-DUPLICATE-LINK.
           MOVE SPACES     TO LINKED-CUST-NO
           MOVE ACCOUNT-IN TO XR-CUST-NO

           EXEC CICS READ FILE ('CUSTXREF')
                           INTO   (CUSTXREF-RECORD)
                           RIDFLD (XR-CUST-NO)
                           RESP   (CUSTXREF-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CUSTXREF-RESP = DFHRESP(NORMAL)
               MOVE XR-LINKED-CUST-NO TO LINKED-CUST-NO
           ELSE
               IF CUSTXREF-RESP NOT = DFHRESP(NOTFND)
                   MOVE CUSTXREF-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

      * The TEMPLIM row goes down first - a raised limit with no
      * record of what to put it back to would never revert, so a
      * row that cannot be written refuses the increase.
       APPLY-TEMPORARY-INCREASE.
           EXEC CICS ASKTIME ABSTIME(CURRENT-ABSTIME)
           END-EXEC

           COMPUTE TEMP-END-ABSTIME =
               CURRENT-ABSTIME + (TEMPORARY-DAYS * 86400000)

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABSTIME)
                     YYYYMMDD(TEMP-START-DATE)
           END-EXEC

           EXEC CICS FORMATTIME ABSTIME(TEMP-END-ABSTIME)
                     YYYYMMDD(TEMP-END-DATE)
           END-EXEC

           EXEC CICS ASSIGN USERID(GRANTING-USER-ID)
                     RESP  (COMMAND-RESP)
                     RESP2 (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           MOVE ACCOUNT-IN  TO TL-CUST-NO
           MOVE APPL-SEQ-NO TO TL-APPL-SEQ-NO

           EXEC CICS READ FILE ('TEMPLIM')
                           INTO   (TEMPLIM-RECORD)
                           RIDFLD (TL-LIMIT-KEY)
                           UPDATE
                           RESP   (TEMPLIM-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           MOVE SPACES              TO TEMPLIM-RECORD
           MOVE ACCOUNT-IN          TO TL-CUST-NO
           MOVE APPL-SEQ-NO         TO TL-APPL-SEQ-NO
           MOVE 'A'                 TO TL-STATUS
           MOVE CURRENT-LIMIT       TO TL-ORIGINAL-LIMIT
           MOVE CREDIT-LIMIT-AMOUNT TO TL-TEMPORARY-LIMIT
           MOVE TEMP-START-DATE     TO TL-START-DATE
           MOVE TEMP-END-DATE       TO TL-END-DATE
           MOVE GRANTING-USER-ID    TO TL-GRANTED-BY
           MOVE 0                   TO TL-REVERTED-LIMIT
           MOVE 0                   TO TL-BALANCE-AT-REVERSION
           MOVE 'N'                 TO TL-OVER-LIMIT-FLAG

           EVALUATE TRUE
               WHEN TEMPLIM-RESP = DFHRESP(NORMAL)
                   EXEC CICS REWRITE FILE ('TEMPLIM')
                                     FROM (TEMPLIM-RECORD)
                                     RESP  (TEMPLIM-RESP)
                                     RESP2 (COMMAND-RESP2)
                   END-EXEC
               WHEN TEMPLIM-RESP = DFHRESP(NOTFND)
                   EXEC CICS WRITE FILE ('TEMPLIM')
                                   FROM   (TEMPLIM-RECORD)
                                   RIDFLD (TL-LIMIT-KEY)
                                   RESP   (TEMPLIM-RESP)
                                   RESP2  (COMMAND-RESP2)
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF TEMPLIM-RESP NOT = DFHRESP(NORMAL)
               MOVE TEMPLIM-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
               MOVE 'FAILED ' TO INCREASE-RESULT
               MOVE 'ACLI: TEMPORARY INCREASE NOT RECORDED - TRY LATER'
                   TO REPORT-LINE
           ELSE
               MOVE 'TEMPINC' TO INCREASE-RESULT
               PERFORM RAISE-CACHED-LIMIT
               STRING 'ACLI: LIMIT RAISED FROM ' CURRENT-LIMIT
                      ' TO ' CREDIT-LIMIT-AMOUNT
                      ' UNTIL ' TEMP-END-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           .

       APPLY-THE-INCREASE.
           PERFORM RAISE-CACHED-LIMIT

           STRING 'ACLI: LIMIT INCREASED FROM ' CURRENT-LIMIT
                  ' TO ' CREDIT-LIMIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           .

       RAISE-CACHED-LIMIT.
           MOVE ACCOUNT-IN  TO CC-CUST-NO
           MOVE APPL-SEQ-NO TO CC-APPL-SEQ-NO

                             RESP2 (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR
           .

      * The trail has to show this was a servicing increase, not a
           MOVE 'N' TO AU-ABUSE-FLAG
           MOVE 'N' TO AU-DRY-RUN-FLAG
           MOVE 'N' TO AU-AFFORD-CAP-FLAG
           MOVE HOUSEHOLD-CAP-APPLIED TO AU-HOUSEHOLD-CAP-FLAG
           MOVE SPACES TO AU-REASON-CODES
           MOVE SPACES TO AU-CONSENT-REF
           MOVE SPACES TO AU-REQUESTED-PRODUCT
           MOVE SPACES TO AU-INTAKE-CHANNEL
           MOVE SPACES TO AU-NAME-LAST-UPDATED
           MOVE SPACES TO AU-ADDR-LAST-UPDATED
           MOVE SPACES TO AU-POLICY-LAST-UPDATED
           PERFORM LOG-CICS-ERROR
           .

      * The score this decision was taken on, kept so the score can
      * later be judged against how the account went on to behave.
      * Two decisions on one position in the same second keep the
      * first row.
       WRITE-SCORE-HISTORY.
           EXEC CICS ASKTIME ABSTIME(CURRENT-ABSTIME)
           END-EXEC

           MOVE ACCOUNT-IN          TO BX-CUST-NO
           MOVE APPL-SEQ-NO         TO BX-APPL-SEQ-NO

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABSTIME)
                     YYYYMMDD(BX-DECISION-DATE)
                     TIME(BX-DECISION-TIME)
           END-EXEC

           MOVE 'ACCLINCR'          TO BX-SOURCE-PROGRAM
           MOVE BH-BEHAVIOR-SCORE   TO BX-BEHAVIOR-SCORE
           MOVE BH-TREND            TO BX-TREND
           MOVE BH-MISSED-RECENT-6  TO BX-MISSED-RECENT-6
           MOVE BH-MISSED-PRIOR-6   TO BX-MISSED-PRIOR-6
           MOVE BEHAVIOR-FLOOR      TO BX-BEHAVIOR-FLOOR
           MOVE INCREASE-RESULT     TO BX-DECISION-RESULT

           EXEC CICS WRITE FILE ('BHSCHIST')
                           FROM   (BHSCHIST-RECORD)
                           RIDFLD (BX-SCORE-KEY)
                           RESP   (COMMAND-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC
           IF COMMAND-RESP NOT = DFHRESP(DUPREC)
               PERFORM LOG-CICS-ERROR
           END-IF
           .

       SEND-REPORT-LINE.
           EXEC CICS SEND TEXT FROM ( REPORT-LINE )
                     TERMINAL WAIT

       COPY AUDCHNP.

       COPY FRDHOLDP.

       COPY TPAUTHP.

       COPY CICSERR.

       END PROGRAM 'ACCLINCR'.
