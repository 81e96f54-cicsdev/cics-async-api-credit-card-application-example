      * number per account/sequence. This transaction does the whole
      * job in one unit of work:
      *
      *   CRPL nnnnnnnn s r pppp [TP=nn]
      *
      * nnnnnnnn is the account number, s the applicant sequence
      * (blank defaults to 1), r the report reason - L (lost) or S
      * (stolen) - and pppp the card product for the replacement
      * number range (blank falls back to CARDASGN's 'DFLT' range).
      * TP=nn is keyed when third party nn on the account's TPAUTH
      * register reports the card rather than the cardholder - the
      * party needs at least servicing scope (see copy/TPAUTHP.cpy)
      * and the report is logged on TPACTLOG either way.
      *
      * The same request can arrive by LINK over a channel instead
      * of from a terminal - the CARDREPLIN container carries the
      * input line above and the answer goes back in CARDREPLOUT.
      * That is how the CLCK escalation sweep (see src/CSCRDLCK.cbl)
      * replaces a card still under a cardholder's temporary lock
      * too long, with reason K (locked, presumed lost), and how the
      * CPCH product change (see src/CSPRDCHG.cbl) reissues the
      * plastic on the new product's range, with reason P. A product
      * change takes the new number first and only then retires the
      * old one - nothing was lost, so the cardholder is never left
      * with neither. The CMPR compromise reissue (see
      * src/CSCMPRIS.cbl) replaces each card the card scheme named
      * in a data breach with reason B; its old number is normally
      * hot-listed already by the CSCMPMAT match run.
      *
      *   1) the old CD-CARD-NUMBER is hot-listed on HOTCARD (see
      *      copy/HOTCARD.cpy) - dead forever, whoever is holding
      * An exhausted range leaves the old number hot-listed but the
      * CARDMAS row untouched - the customer is protected first, and
      * the replacement follows once the range is topped up.
      *
      * A card under a temporary lock (CD-LOCK-STATUS - see
      * copy/CARDMAS.cpy) has that lock ended by the replacement -
      * the old number is dead, and the new card starts unlocked.
      *
      * Hot-listing the primary card hot-lists every live
      * authorized-user card on the position with it (see
      * copy/USRCARD.cpy and copy/USRCASCP.cpy) - whoever has the
      * lost card may have the user's too. A product change hot-lists
      * nothing that was lost, so its user cards carry on.
      *
      * Within CP-ADDR-HOLD-DAYS of an address change through CUSM
      * the new plastic is not produced - the replacement is held on
      * FRAUDHLD for the FRDC analysts (see copy/FRAUDHLD.cpy and the
      * shared copy/FRDHOLDP.cpy check), because a lost-card call
      * straight after an address change is the classic takeover.
      * The old number is still hot-listed straight away, the same
      * protect-first rule as an empty range. A clearance re-drives
      * the replacement through here; a confirmation leaves it
      * refused. A held product change is cleared and then keyed
      * again through CPCH.
      ******************************************************************

       IDENTIFICATION DIVISION.
       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * CARDMAS, HOTCARD, CARDHIST, EMBOSSRQ, USRCARD, CUSTADDR,
      * CTLPARM, FRAUDHLD, TPAUTH and TPACTLOG are CICS-owned VSAM
      * files (defined in the FCT, not opened by this program) - all
      * accessed entirely through EXEC CICS commands below, never
      * native COBOL I/O.

           COPY HOTCARD.

           COPY USRCARD.

           COPY CARDHIST.

           COPY EMBOSSRQ.

           COPY CUSTADDR.

           COPY CTLPARM.

           COPY FRAUDHLD.

           COPY TPAUTH.

           COPY TPACTLOG.

       1 READ-INPUT.
         2 TRANID                PIC X(4).
         2 FILLER                PIC X(1).
         2 REASON-IN             PIC X(1).
         2 FILLER                PIC X(1).
         2 PRODUCT-IN            PIC X(4).
         2 FILLER                PIC X(1).
         2 PARTY-TOKEN-IN        PIC X(5).
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 27.
       1 READ-INPUT-FLENGTH      PIC S9(8) COMP VALUE 27.
       1 ACCT-PAD-TOKEN          PIC X(4) VALUE SPACES.

       1 CARDMAS-RESP            PIC S9(8) COMP.

       1 OLD-CARD-NUMBER         PIC X(16) VALUE SPACES.
       1 HOTLIST-REASON          PIC X(8)  VALUE SPACES.
       1 EMBOSS-REASON           PIC X(8)  VALUE 'REPLACE '.

      * Authorized-user card cascade - see the shared
      * CASCADE-TO-USER-CARDS fragment in copy/USRCASCP.cpy.
       1 USRCARD-RESP            PIC S9(8) COMP.
       1 CASCADE-CUST-NO         PIC X(8)  VALUE SPACES.
       1 CASCADE-SEQ-NO          PIC 9(1)  VALUE 0.
       1 CASCADE-REASON          PIC X(8)  VALUE SPACES.
       1 CASCADE-HOTLIST         PIC X(1)  VALUE 'Y'.
       1 END-OF-USER-CARDS       PIC X(1)  VALUE 'N'.
       1 USER-CARDS-ENDED        PIC 9(1)  VALUE 0.
       1 USER-CARD-COUNT         PIC S9(4) COMP VALUE 0.
       1 USER-CARD-IX            PIC S9(4) COMP VALUE 0.
       1 USER-CARD-TABLE.
         2 UT-USER-NO            PIC 9(1) OCCURS 9.

      * Address-change fraud hold - see the shared
      * CHECK-ADDRESS-CHANGE-HOLD fragment in copy/FRDHOLDP.cpy.
       1 CUSTADDR-RESP           PIC S9(8) COMP.
       1 CTLPARM-RESP            PIC S9(8) COMP.
       1 FRAUDHLD-RESP           PIC S9(8) COMP.
       1 HOLD-CUST-NO            PIC X(8)  VALUE SPACES.
       1 HOLD-SEQ-NO             PIC 9(1)  VALUE 0.
       1 HOLD-TYPE               PIC X(8)  VALUE 'REPLACE '.
       1 HOLD-INPUT              PIC X(40) VALUE SPACES.
       1 HOLD-OUTCOME            PIC X(1)  VALUE SPACE.
       1 HOLD-MESSAGE            PIC X(40) VALUE SPACES.
       1 HOLD-IN-WINDOW          PIC X(1)  VALUE 'N'.
       1 HOLD-DAYS               PIC 9(3)  VALUE 14.
       1 HOLD-ABSTIME            PIC S9(15) COMP-3.
       1 HOLD-HORIZON-DATE       PIC X(8)  VALUE SPACES.
       1 HOLD-FOUND-STATUS       PIC X(8)  VALUE SPACES.
       1 END-OF-HOLDS            PIC X(1)  VALUE 'N'.

      * Third-party authority check - see the shared
      * CHECK-THIRD-PARTY-AUTHORITY fragment in copy/TPAUTHP.cpy.
       1 TPAUTH-RESP             PIC S9(8) COMP.
       1 TPACTLOG-RESP           PIC S9(8) COMP.
       1 TP-ACCOUNT              PIC X(8)  VALUE SPACES.
       1 TP-SEQ-NO               PIC 9(1)  VALUE 0.
       1 TP-PARTY-TOKEN          PIC X(5)  VALUE SPACES.
       1 TP-PARTY-NO             PIC 9(2)  VALUE 0.
       1 TP-SCOPE-NEEDED         PIC X(1)  VALUE 'S'.
       1 TP-ACTION               PIC X(8)  VALUE 'REPLACE '.
       1 TP-AUTHORITY-OK         PIC X(1)  VALUE 'Y'.
       1 TP-MESSAGE              PIC X(40) VALUE SPACES.
       1 TP-OUTCOME              PIC X(8)  VALUE SPACES.
       1 TP-RESULT-TEXT          PIC X(60) VALUE SPACES.
       1 TP-HELD-RANK            PIC 9(1)  VALUE 0.
       1 TP-NEEDED-RANK          PIC 9(1)  VALUE 0.
       1 TP-TIE-BREAK            PIC 9(2)  VALUE 0.
       1 TP-ABSTIME              PIC S9(15) COMP-3.
       1 TP-TODAY                PIC X(8)  VALUE SPACES.

      * Container interface to the CARDASGN allocator - the same
      * shapes ASYNCPNT/SEQPNT/UNDWRITR use.
         2 CARD-EXPIRY-OUT        PIC X(8)  VALUE SPACES.

       1 REPL-CHANNEL            PIC X(16) VALUE 'REPLCHANNEL     '.
       1 CALLER-CHANNEL          PIC X(16) VALUE SPACES.
       1 CARDASGN-PROG           PIC X(8)  VALUE 'CARDASGN'.

       1 CURRENT-ABSTIME         PIC S9(15) COMP-3.
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
               EXEC CICS GET CONTAINER ('CARDREPLIN')
                               INTO    ( READ-INPUT )
                               FLENGTH ( READ-INPUT-FLENGTH )
                               RESP    ( COMMAND-RESP )
                               RESP2   ( COMMAND-RESP2 )
               END-EXEC
               PERFORM LOG-CICS-ERROR
           END-IF

      * Compatibility window for the account expansion - a four
      * digit account followed by spaces is zero-padded on the left,
                   MOVE 'LOST    ' TO HOTLIST-REASON
               WHEN 'S'
                   MOVE 'STOLEN  ' TO HOTLIST-REASON
               WHEN 'K'
                   MOVE 'LOCKLOST' TO HOTLIST-REASON
               WHEN 'P'
                   MOVE 'PRODCHG ' TO HOTLIST-REASON
                   MOVE 'PRODCHG ' TO EMBOSS-REASON
               WHEN 'B'
                   MOVE 'BREACH  ' TO HOTLIST-REASON
                   MOVE 'BREACH  ' TO EMBOSS-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
               MOVE 'CRPL: REASON MUST BE L (LOST) OR S (STOLEN)'
                   TO REPORT-LINE
           ELSE
      * A third party keyed with TP=nn needs servicing scope or
      * wider before a card is hot-listed on their word.
               MOVE ACCOUNT-IN     TO TP-ACCOUNT
               MOVE SEQ-IN         TO TP-SEQ-NO
               MOVE PARTY-TOKEN-IN TO TP-PARTY-TOKEN
               PERFORM CHECK-THIRD-PARTY-AUTHORITY

               IF TP-AUTHORITY-OK = 'N'
                   MOVE SPACES TO REPORT-LINE
                   STRING 'CRPL: ' TP-MESSAGE
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   PERFORM REPLACE-THE-CARD
                   MOVE REPORT-LINE TO TP-RESULT-TEXT
                   PERFORM RECORD-THIRD-PARTY-ACTION
               END-IF
           END-IF

           IF CALLER-CHANNEL = SPACES
               PERFORM SEND-REPORT-LINE
           ELSE
               EXEC CICS PUT CONTAINER ('CARDREPLOUT')
                               FROM    ( REPORT-LINE )
                               RESP    ( COMMAND-RESP )
                               RESP2   ( COMMAND-RESP2 )
               END-EXEC
               PERFORM LOG-CICS-ERROR
           END-IF

           EXEC CICS RETURN
           END-EXEC
                   MOVE CD-CARD-NUMBER TO OLD-CARD-NUMBER

      * The customer is protected before anything else can fail -
      * the old number goes onto the hot-list first. A product
      * change has nothing to protect against, so it keeps the old
      * number live until the new one is in hand.
                   IF REASON-IN NOT = 'P'
                       PERFORM HOTLIST-OLD-NUMBER
                       MOVE ACCOUNT-IN     TO CASCADE-CUST-NO
                       MOVE SEQ-IN         TO CASCADE-SEQ-NO
                       MOVE HOTLIST-REASON TO CASCADE-REASON
                       PERFORM CASCADE-TO-USER-CARDS
                   END-IF

                   MOVE ACCOUNT-IN TO HOLD-CUST-NO
                   MOVE SEQ-IN     TO HOLD-SEQ-NO
                   MOVE READ-INPUT TO HOLD-INPUT
                   PERFORM CHECK-ADDRESS-CHANGE-HOLD

                   IF HOLD-OUTCOME NOT = SPACE
                       PERFORM UNLOCK-CARDMAS-ROW
                       MOVE SPACES TO REPORT-LINE
                       STRING 'CRPL: ' ACCOUNT-IN ' SEQ ' SEQ-IN
                              ' ' HOLD-MESSAGE
                           DELIMITED BY SIZE INTO REPORT-LINE
                   ELSE
                       PERFORM ISSUE-REPLACEMENT-CARD
                   END-IF
               END-IF
           END-IF
           .

       ISSUE-REPLACEMENT-CARD.
           PERFORM ALLOCATE-REPLACEMENT-NUMBER

           IF CARD-ASSIGNED = 'Y'
               IF REASON-IN = 'P'
                   PERFORM HOTLIST-OLD-NUMBER
               END-IF
               PERFORM WRITE-CARD-HISTORY
               PERFORM TAKE-ON-REPLACEMENT-NUMBER
               PERFORM QUEUE-EMBOSS-REQUEUE

               MOVE SPACES TO REPORT-LINE
               STRING 'CRPL: CARD REPLACED FOR ' ACCOUNT-IN
                      ' SEQ ' SEQ-IN ' - OLD NUMBER HOT-LISTED'
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               PERFORM UNLOCK-CARDMAS-ROW
               IF REASON-IN = 'P'
                   MOVE 'CRPL: RANGE EMPTY - CARD NOT REISSUED, RETRY AF
      -                'TER TOP-UP' TO REPORT-LINE
               ELSE
                   MOVE 'CRPL: OLD NUMBER HOT-LISTED - RANGE EMPTY, RETR
      -                'Y AFTER TOP-UP' TO REPORT-LINE
               END-IF
           END-IF
           .

      * DUPREC means the number is already hot-listed (a repeat
      * report of the same loss) - that is a success, not an error.
       HOTLIST-OLD-NUMBER.
      * fresh PIN mailer - the old card's marker must not make
      * CSPINEXT skip it.
           MOVE SPACES          TO CD-PIN-MAIL-DATE
           IF CD-CARD-LOCKED
               MOVE 'E'              TO CD-LOCK-STATUS
               MOVE CURRENT-DATE     TO CD-UNLOCK-DATE
               MOVE CURRENT-TIME     TO CD-UNLOCK-TIME
               MOVE OPERATOR-USER-ID TO CD-LOCK-CHANGED-BY
           END-IF

           EXEC CICS REWRITE FILE ('CARDMAS')
                             FROM (CARDMAS-RECORD)
           MOVE ACCOUNT-IN      TO EQ-CUST-NO
           MOVE SEQ-IN          TO EQ-APPL-SEQ-NO
           MOVE 'PENDING '      TO EQ-QUEUE-STATUS
           MOVE EMBOSS-REASON   TO EQ-QUEUE-REASON
           MOVE CURRENT-DATE    TO EQ-QUEUED-DATE
           MOVE SPACES          TO EQ-EXTRACTED-DATE

               PERFORM LOG-CICS-ERROR

               MOVE 'PENDING '   TO EQ-QUEUE-STATUS
               MOVE EMBOSS-REASON TO EQ-QUEUE-REASON
               MOVE CURRENT-DATE TO EQ-QUEUED-DATE
               MOVE SPACES       TO EQ-EXTRACTED-DATE

           .


       COPY USRCASCP.

       COPY FRDHOLDP.

       COPY TPAUTHP.

       COPY CICSERR.

       END PROGRAM 'CARDREPL'.
