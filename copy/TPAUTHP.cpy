      ******************************************************************
      *  TPAUTHP
      *
      * Shared third-party authority check. Included into the
      * PROCEDURE DIVISION of CARDCLOS, CARDREPL, ACCLINCR, CSCRDLCK
      * and CUSM: when the operator keys TP=nn on the input line the
      * cardholder is not the one asking - party nn on the account's
      * TPAUTH register (see copy/TPAUTH.cpy) is - and the action
      * only goes ahead if that party's authority covers it.
      *
      * CHECK-THIRD-PARTY-AUTHORITY expects TP-ACCOUNT and TP-SEQ-NO
      * to name the position, TP-PARTY-TOKEN to carry what was keyed
      * (spaces - the cardholder themselves, nothing to check),
      * TP-SCOPE-NEEDED the scope the action needs (V, S or F - see
      * TA-SCOPE) and TP-ACTION what the action is. It sets
      * TP-AUTHORITY-OK to Y or N and, on N, TP-MESSAGE to the
      * reason, and writes the REFUSED row on TPACTLOG itself. The
      * authority has to be ACTIVE, in force today and of at least
      * the scope needed - F covers S, and S covers V.
      *
      * RECORD-THIRD-PARTY-ACTION is performed by the importing
      * program once the action has been carried out, with the
      * transaction's own answer in TP-RESULT-TEXT - it writes the
      * ACTED row. Both do nothing when TP-PARTY-TOKEN is spaces.
      *
      * The importing program must COPY TPAUTH and TPACTLOG in
      * WORKING-STORAGE and declare TPAUTH-RESP, TPACTLOG-RESP,
      * TP-ACCOUNT, TP-SEQ-NO, TP-PARTY-TOKEN, TP-PARTY-NO,
      * TP-SCOPE-NEEDED, TP-ACTION, TP-AUTHORITY-OK, TP-MESSAGE,
      * TP-OUTCOME, TP-RESULT-TEXT, TP-HELD-RANK, TP-NEEDED-RANK,
      * TP-TIE-BREAK, TP-ABSTIME and TP-TODAY - see CARDCLOS.cbl -
      * the same importing-program-declares convention FRDHOLDP
      * uses.
      ******************************************************************
       CHECK-THIRD-PARTY-AUTHORITY.
           MOVE 'Y'    TO TP-AUTHORITY-OK
           MOVE SPACES TO TP-MESSAGE

           IF TP-PARTY-TOKEN NOT = SPACES
               EXEC CICS ASKTIME ABSTIME(TP-ABSTIME)
               END-EXEC

               EXEC CICS FORMATTIME ABSTIME(TP-ABSTIME)
                         YYYYMMDD(TP-TODAY)
               END-EXEC

               MOVE SPACES TO TPAUTH-RECORD
               MOVE 0      TO TP-PARTY-NO

               IF TP-PARTY-TOKEN(1:3) NOT = 'TP='
                  OR TP-PARTY-TOKEN(4:2) IS NOT NUMERIC
                  OR TP-PARTY-TOKEN(4:2) = '00'
                   MOVE 'N' TO TP-AUTHORITY-OK
                   MOVE 'THIRD PARTY MUST BE KEYED TP=NN'
                       TO TP-MESSAGE
               ELSE
                   MOVE TP-PARTY-TOKEN(4:2) TO TP-PARTY-NO
                   PERFORM JUDGE-THIRD-PARTY-AUTHORITY
               END-IF

               IF TP-AUTHORITY-OK = 'N'
                   MOVE 'REFUSED ' TO TP-OUTCOME
                   MOVE TP-MESSAGE TO TP-RESULT-TEXT
                   PERFORM WRITE-THIRD-PARTY-ACTION
               END-IF
           END-IF
           .

      * The registration must exist, be ACTIVE, be in force today,
      * and carry a scope at least as wide as the action needs.
       JUDGE-THIRD-PARTY-AUTHORITY.
           MOVE TP-ACCOUNT  TO TA-CUST-NO
           MOVE TP-PARTY-NO TO TA-PARTY-NO

           EXEC CICS READ FILE ('TPAUTH')
                           INTO   (TPAUTH-RECORD)
                           RIDFLD (TA-AUTHORITY-KEY)
                           RESP   (TPAUTH-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF TPAUTH-RESP NOT = DFHRESP(NORMAL)
               IF TPAUTH-RESP NOT = DFHRESP(NOTFND)
                   MOVE TPAUTH-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
               MOVE SPACES      TO TPAUTH-RECORD
               MOVE TP-ACCOUNT  TO TA-CUST-NO
               MOVE TP-PARTY-NO TO TA-PARTY-NO
           END-IF

           PERFORM RANK-THIRD-PARTY-SCOPES

           MOVE 'N' TO TP-AUTHORITY-OK
           EVALUATE TRUE
               WHEN TPAUTH-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'NO SUCH THIRD PARTY ON THIS ACCOUNT'
                       TO TP-MESSAGE
               WHEN NOT TA-IS-ACTIVE
                   MOVE 'THIRD PARTY AUTHORITY HAS ENDED'
                       TO TP-MESSAGE
               WHEN TA-START-DATE > TP-TODAY
                   STRING 'AUTHORITY NOT IN FORCE UNTIL '
                          TA-START-DATE
                       DELIMITED BY SIZE INTO TP-MESSAGE
               WHEN TA-END-DATE NOT = SPACES
                AND TA-END-DATE < TP-TODAY
                   STRING 'AUTHORITY EXPIRED ON ' TA-END-DATE
                       DELIMITED BY SIZE INTO TP-MESSAGE
               WHEN TP-HELD-RANK < TP-NEEDED-RANK
                   STRING TA-AUTHORITY-TYPE ' SCOPE ' TA-SCOPE
                          ' DOES NOT COVER THIS'
                       DELIMITED BY SIZE INTO TP-MESSAGE
               WHEN OTHER
                   MOVE 'Y' TO TP-AUTHORITY-OK
           END-EVALUATE
           .

      * V 1, S 2, F 3 - anything else (no registration) ranks 0.
       RANK-THIRD-PARTY-SCOPES.
           EVALUATE TA-SCOPE
               WHEN 'F'
                   MOVE 3 TO TP-HELD-RANK
               WHEN 'S'
                   MOVE 2 TO TP-HELD-RANK
               WHEN 'V'
                   MOVE 1 TO TP-HELD-RANK
               WHEN OTHER
                   MOVE 0 TO TP-HELD-RANK
           END-EVALUATE

           EVALUATE TP-SCOPE-NEEDED
               WHEN 'F'
                   MOVE 3 TO TP-NEEDED-RANK
               WHEN 'S'
                   MOVE 2 TO TP-NEEDED-RANK
               WHEN OTHER
                   MOVE 1 TO TP-NEEDED-RANK
           END-EVALUATE
           .

       RECORD-THIRD-PARTY-ACTION.
           IF TP-PARTY-TOKEN NOT = SPACES
              AND TP-AUTHORITY-OK = 'Y'
               MOVE 'ACTED   ' TO TP-OUTCOME
               PERFORM WRITE-THIRD-PARTY-ACTION
           END-IF
           .

      * One row per action asked for - the tie-break separates two
      * in the same second, the way WRITE-CHANGE-JOURNAL does.
       WRITE-THIRD-PARTY-ACTION.
           ADD 1 TO TP-TIE-BREAK

           MOVE SPACES            TO TPACTLOG-RECORD
           MOVE TP-ACCOUNT        TO TG-CUST-NO
           MOVE TP-TIE-BREAK      TO TG-TIE-BREAK
           MOVE TP-PARTY-NO       TO TG-PARTY-NO
           MOVE TP-SEQ-NO         TO TG-APPL-SEQ-NO
           MOVE EIBTRNID          TO TG-TRANID
           MOVE TP-ACTION         TO TG-ACTION
           MOVE TA-AUTHORITY-TYPE TO TG-AUTHORITY-TYPE
           MOVE TA-SCOPE          TO TG-SCOPE-HELD
           MOVE TP-SCOPE-NEEDED   TO TG-SCOPE-NEEDED
           MOVE TP-OUTCOME        TO TG-OUTCOME
           MOVE TP-RESULT-TEXT    TO TG-RESULT-TEXT

           EXEC CICS ASKTIME ABSTIME(TP-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME ABSTIME(TP-ABSTIME)
                     YYYYMMDD(TG-ACTION-DATE)
                     TIME(TG-ACTION-TIME)
           END-EXEC

           EXEC CICS ASSIGN USERID(TG-USER-ID)
           END-EXEC

           EXEC CICS WRITE FILE ('TPACTLOG')
                           FROM   (TPACTLOG-RECORD)
                           RIDFLD (TG-ACTION-KEY)
                           RESP   (TPACTLOG-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF TPACTLOG-RESP NOT = DFHRESP(NORMAL)
              AND TPACTLOG-RESP NOT = DFHRESP(DUPREC)
               MOVE TPACTLOG-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
           END-IF
           .
