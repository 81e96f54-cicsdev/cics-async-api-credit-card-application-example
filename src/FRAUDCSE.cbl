      * Fraud case management transaction (run as FRDC). Every REFER
      * lands an OPEN case on FRAUDCAS (see copy/FRAUDCAS.cpy) with
      * the rule hits that fired; this is where an analyst works it.
      * A single input line drives one of six actions:
      *
      *   FRDC SHO nnnnnnnn s
      *        - display the case: points, the rule ids that fired,
      *          approval letter goes out through ACCLTR and the
      *          emboss pickup queues on EMBOSSRQ.
      *
      * The address-change holds on FRAUDHLD (see copy/FRAUDHLD.cpy)
      * are worked the same way, oldest HELD item on the position
      * first:
      *
      *   FRDC HLD nnnnnnnn s
      *        - display the oldest held item: what it is, when it
      *          was held and when the address changed.
      *   FRDC HRL nnnnnnnn s note...
      *        - release: the hold closes CLEARED and the item is
      *          carried out - a card replacement is re-driven
      *          through CRPL and a limit increase through ACLI by
      *          LINK, with their answer shown here; a PIN mailer
      *          goes on the next CSPINEXT run. A held product
      *          change is cleared to be keyed again through CPCH.
      *   FRDC HCF nnnnnnnn s note...
      *        - confirm: the hold closes CONFIRMD and the item
      *          stays refused for that address change.
      *
      * Dispositions recorded here are what the CSFRDRPT rule
      * effectiveness report aggregates - see src/CSFRDRPT.cbl.
      * Without them every FRAUDRUL threshold change is a guess.
       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * FRAUDCAS, FRAUDHLD, REVIEWQ, CSCACHE, CUSTMAS, CUSTADDR,
      * CTLPARM, CARDMAS and EMBOSSRQ are CICS-owned VSAM files
      * (defined in the FCT, not opened by this program) - all
      * accessed entirely through EXEC CICS commands below, never
      * native COBOL I/O.
           COPY FRAUDCAS.

           COPY FRAUDHLD.

           COPY REVIEWQ.

           COPY CSCACHE.
       1 ACCT-PAD-TOKEN          PIC X(4) VALUE SPACES.

       1 FRAUDCAS-RESP           PIC S9(8) COMP.
       1 FRAUDHLD-RESP           PIC S9(8) COMP.
       1 REVIEWQ-RESP            PIC S9(8) COMP.
       1 CSCACHE-RESP            PIC S9(8) COMP.
       1 CUSTMAS-RESP            PIC S9(8) COMP.
       1 PRICING-REQUEST.
         2 PRICE-PRODUCT-CODE    PIC X(4).
         2 PRICE-CREDIT-SCORE    PIC X(3).
         2 PRICE-CUST-NO         PIC X(8).
       1 ASSIGN-REQUEST.
         2 ASSIGN-PRODUCT-CODE   PIC X(4).
       1 ASSIGN-RESULT.
       1 PRICING-PROG            PIC X(8)  VALUE 'PRICING '.
       1 CARDASGN-PROG           PIC X(8)  VALUE 'CARDASGN'.
       1 LETTER-PROG             PIC X(8)  VALUE 'ACCLTR  '.
       1 CARDREPL-PROG           PIC X(8)  VALUE 'CARDREPL'.
       1 ACCLINCR-PROG           PIC X(8)  VALUE 'ACCLINCR'.

      * Address-change holds - the oldest HELD item on the position
      * is the one worked; a release re-drives the held input line.
       1 END-OF-HOLDS            PIC X(1)  VALUE 'N'.
       1 HELD-ITEM-COUNT         PIC 9(2)  VALUE 0.
       1 OLDEST-HOLD-KEY         PIC X(25) VALUE SPACES.
       1 HOLD-DISPOSITION        PIC X(8)  VALUE SPACES.
       1 REPLAY-INPUT            PIC X(21) VALUE SPACES.
       1 REPLAY-ANSWER           PIC X(80) VALUE SPACES.
       1 REPLAY-FLENGTH          PIC S9(8) COMP VALUE 80.

      * Field-level PII protection - see src/CSCRYPT.cbl.
       1 CRYPT-ENCRYPT           PIC X(1) VALUE 'E'.
                   PERFORM CONFIRM-THE-FRAUD
               WHEN 'CLR'
                   PERFORM CLEAR-THE-CASE
               WHEN 'HLD'
                   PERFORM SHOW-THE-HOLD
               WHEN 'HRL'
                   PERFORM RELEASE-THE-HOLD
               WHEN 'HCF'
                   PERFORM CONFIRM-THE-HOLD
               WHEN OTHER
                   MOVE 'FRDC: UNKNOWN ACTION - SHO/CFM/CLR/HLD/HRL/HCF'
                       TO REPORT-LINE
           END-EVALUATE

               MOVE 'CLEARED '       TO RQ-QUEUE-STATUS
               MOVE OPERATOR-USER-ID TO RQ-UNDERWRITER-ID
               MOVE CURRENT-DATE     TO RQ-DECISION-DATE
               MOVE CURRENT-TIME     TO RQ-DECISION-TIME
               MOVE NOTE-IN          TO RQ-DECISION-NOTE

               EXEC CICS REWRITE FILE ('REVIEWQ')
       PRICE-RELEASED-POSITION.
           MOVE RELEASE-PRODUCT  TO PRICE-PRODUCT-CODE
           MOVE RQ-CREDIT-SCORE  TO PRICE-CREDIT-SCORE
           MOVE ACCOUNT-IN       TO PRICE-CUST-NO

           EXEC CICS PUT CONTAINER ('PRICINGIN')
                           FROM    (PRICING-REQUEST)
           PERFORM LOG-CICS-ERROR
           .

       SHOW-THE-HOLD.
           PERFORM FIND-OLDEST-HELD-ITEM

           IF HELD-ITEM-COUNT = 0
               MOVE 'FRDC: NOTHING HELD FOR THIS ACCOUNT/SEQ'
                   TO REPORT-LINE
           ELSE
               PERFORM READ-OLDEST-HOLD
               MOVE SPACES TO REPORT-LINE
               STRING 'FRDC: ' HELD-ITEM-COUNT ' HELD - OLDEST '
                      FH-HOLD-TYPE ' ON ' FH-HOLD-DATE
                      ' ADDR CHANGED ' FH-ADDR-CHANGE-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           .

       RELEASE-THE-HOLD.
           PERFORM FIND-OLDEST-HELD-ITEM

           IF HELD-ITEM-COUNT = 0
               MOVE 'FRDC: NOTHING HELD FOR THIS ACCOUNT/SEQ'
                   TO REPORT-LINE
           ELSE
               MOVE 'CLEARED ' TO HOLD-DISPOSITION
               PERFORM DISPOSE-OF-OLDEST-HOLD

               EVALUATE TRUE
                   WHEN FRAUDHLD-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'FRDC: HOLD NOT UPDATED - TRY AGAIN'
                           TO REPORT-LINE
                   WHEN FH-HOLD-TYPE = 'REPLACE '
                    AND FH-HELD-INPUT(17:1) = 'P'
                       MOVE 'FRDC: HOLD CLEARED - KEY THE PRODUCT CHANGE
      -                     ' AGAIN IN CPCH' TO REPORT-LINE
                   WHEN FH-HOLD-TYPE = 'REPLACE '
                       PERFORM REDRIVE-CARD-REPLACEMENT
                   WHEN FH-HOLD-TYPE = 'LIMITINC'
                       PERFORM REDRIVE-LIMIT-INCREASE
                   WHEN OTHER
                       MOVE 'FRDC: HOLD CLEARED - PIN GOES ON THE NEXT C
      -                     'SPINEXT RUN' TO REPORT-LINE
               END-EVALUATE
           END-IF
           .

       CONFIRM-THE-HOLD.
           PERFORM FIND-OLDEST-HELD-ITEM

           IF HELD-ITEM-COUNT = 0
               MOVE 'FRDC: NOTHING HELD FOR THIS ACCOUNT/SEQ'
                   TO REPORT-LINE
           ELSE
               MOVE 'CONFIRMD' TO HOLD-DISPOSITION
               PERFORM DISPOSE-OF-OLDEST-HOLD

               IF FRAUDHLD-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'FRDC: HOLD NOT UPDATED - TRY AGAIN'
                       TO REPORT-LINE
               ELSE
                   MOVE SPACES TO REPORT-LINE
                   STRING 'FRDC: CONFIRMED FRAUD - ' FH-HOLD-TYPE
                          ' STAYS REFUSED FOR ' ACCOUNT-IN
                          ' SEQ ' SEQ-IN
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
           END-IF
           .

      * Counts the HELD items on the position and keeps the key of
      * the oldest - the file is in hold date/time order within it.
       FIND-OLDEST-HELD-ITEM.
           MOVE 0          TO HELD-ITEM-COUNT
           MOVE SPACES     TO OLDEST-HOLD-KEY
           MOVE 'N'        TO END-OF-HOLDS

           MOVE ACCOUNT-IN TO FH-CUST-NO
           MOVE SEQ-IN     TO FH-APPL-SEQ-NO
           MOVE LOW-VALUES TO FH-HOLD-DATE
           MOVE LOW-VALUES TO FH-HOLD-TIME

           EXEC CICS STARTBR FILE ('FRAUDHLD')
                             RIDFLD (FH-HOLD-KEY)
                             GTEQ
                             RESP   (FRAUDHLD-RESP)
                             RESP2  (COMMAND-RESP2)
           END-EXEC

           IF FRAUDHLD-RESP = DFHRESP(NORMAL)
               PERFORM COUNT-ONE-HOLD
                   UNTIL END-OF-HOLDS = 'Y'

               EXEC CICS ENDBR FILE ('FRAUDHLD')
                               RESP (COMMAND-RESP)
                               RESP2(COMMAND-RESP2)
               END-EXEC
               PERFORM LOG-CICS-ERROR
           ELSE
               IF FRAUDHLD-RESP NOT = DFHRESP(NOTFND)
                   MOVE FRAUDHLD-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       COUNT-ONE-HOLD.
           EXEC CICS READNEXT FILE ('FRAUDHLD')
                              INTO  (FRAUDHLD-RECORD)
                              RIDFLD(FH-HOLD-KEY)
                              RESP  (FRAUDHLD-RESP)
                              RESP2 (COMMAND-RESP2)
           END-EXEC

           IF FRAUDHLD-RESP = DFHRESP(NORMAL)
               IF FH-CUST-NO NOT = ACCOUNT-IN
                  OR FH-APPL-SEQ-NO NOT = SEQ-IN
                   MOVE 'Y' TO END-OF-HOLDS
               ELSE
                   IF FH-HELD
                       ADD 1 TO HELD-ITEM-COUNT
                       IF HELD-ITEM-COUNT = 1
                           MOVE FH-HOLD-KEY TO OLDEST-HOLD-KEY
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO END-OF-HOLDS
               IF FRAUDHLD-RESP NOT = DFHRESP(ENDFILE)
                   MOVE FRAUDHLD-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       READ-OLDEST-HOLD.
           MOVE OLDEST-HOLD-KEY TO FH-HOLD-KEY

           EXEC CICS READ FILE ('FRAUDHLD')
                           INTO   (FRAUDHLD-RECORD)
                           RIDFLD (FH-HOLD-KEY)
                           RESP   (FRAUDHLD-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF FRAUDHLD-RESP NOT = DFHRESP(NORMAL)
               MOVE FRAUDHLD-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
           END-IF
           .

      * Stamps HOLD-DISPOSITION onto the oldest hold.
      * The disposition is written before any re-drive, so CRPL and
      * ACLI find the hold CLEARED when they check it again.
       DISPOSE-OF-OLDEST-HOLD.
           MOVE OLDEST-HOLD-KEY TO FH-HOLD-KEY

           EXEC CICS READ FILE ('FRAUDHLD')
                           INTO   (FRAUDHLD-RECORD)
                           RIDFLD (FH-HOLD-KEY)
                           UPDATE
                           RESP   (FRAUDHLD-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF FRAUDHLD-RESP = DFHRESP(NORMAL)
               MOVE HOLD-DISPOSITION TO FH-STATUS
               MOVE OPERATOR-USER-ID TO FH-ANALYST-ID
               MOVE CURRENT-DATE     TO FH-DISPOSITION-DATE
               MOVE NOTE-IN          TO FH-NOTE

               EXEC CICS REWRITE FILE ('FRAUDHLD')
                                 FROM (FRAUDHLD-RECORD)
                                 RESP  (FRAUDHLD-RESP)
                                 RESP2 (COMMAND-RESP2)
               END-EXEC
           END-IF

           IF FRAUDHLD-RESP NOT = DFHRESP(NORMAL)
               MOVE FRAUDHLD-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
           END-IF
           .

      * CRPL and ACLI take a held input line over a channel and
      * answer in a container, the way CLCK and CPCH drive CRPL.
       REDRIVE-CARD-REPLACEMENT.
           MOVE FH-HELD-INPUT TO REPLAY-INPUT

           EXEC CICS PUT CONTAINER ('CARDREPLIN')
                           FROM    (REPLAY-INPUT)
                           CHANNEL (FRDC-CHANNEL)
                           RESP    (COMMAND-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           EXEC CICS LINK PROGRAM (CARDREPL-PROG)
                          CHANNEL (FRDC-CHANNEL)
                          RESP    (COMMAND-RESP)
                          RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           MOVE SPACES TO REPLAY-ANSWER
           MOVE 80     TO REPLAY-FLENGTH
           EXEC CICS GET CONTAINER ('CARDREPLOUT')
                           INTO    (REPLAY-ANSWER)
                           FLENGTH (REPLAY-FLENGTH)
                           CHANNEL (FRDC-CHANNEL)
                           RESP    (COMMAND-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           MOVE SPACES TO REPORT-LINE
           STRING 'FRDC: CLEARED - ' REPLAY-ANSWER
               DELIMITED BY SIZE INTO REPORT-LINE
           .

       REDRIVE-LIMIT-INCREASE.
           MOVE FH-HELD-INPUT TO REPLAY-INPUT

           EXEC CICS PUT CONTAINER ('ACCLINCRIN')
                           FROM    (REPLAY-INPUT)
                           CHANNEL (FRDC-CHANNEL)
                           RESP    (COMMAND-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           EXEC CICS LINK PROGRAM (ACCLINCR-PROG)
                          CHANNEL (FRDC-CHANNEL)
                          RESP    (COMMAND-RESP)
                          RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           MOVE SPACES TO REPLAY-ANSWER
           MOVE 80     TO REPLAY-FLENGTH
           EXEC CICS GET CONTAINER ('ACCLINCROUT')
                           INTO    (REPLAY-ANSWER)
                           FLENGTH (REPLAY-FLENGTH)
                           CHANNEL (FRDC-CHANNEL)
                           RESP    (COMMAND-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           MOVE SPACES TO REPORT-LINE
           STRING 'FRDC: CLEARED - ' REPLAY-ANSWER
               DELIMITED BY SIZE INTO REPORT-LINE
           .

       UNLOCK-FRAUDCAS-ROW.
           EXEC CICS UNLOCK FILE ('FRAUDCAS')
                            RESP (COMMAND-RESP)
