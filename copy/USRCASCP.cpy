      ******************************************************************
      *  USRCASCP
      *
      * Shared authorized-user card cascade. Included into the
      * PROCEDURE DIVISION of CARDCLOS and CARDREPL: whatever ends
      * the primary card on a position ends every live authorized-
      * user card drawing on it (see copy/USRCARD.cpy) - a user card
      * cannot outlive the card it hangs off.
      *
      * Expects CASCADE-CUST-NO/CASCADE-SEQ-NO to name the position,
      * CASCADE-REASON to say why (CLOSED, or the CRPL hot-list
      * reason) and CASCADE-HOTLIST to be 'Y' when the user cards
      * are to go onto HOTCARD as well as being marked ended, and
      * CURRENT-DATE/CURRENT-TIME/OPERATOR-USER-ID to be set. Sets
      * USER-CARDS-ENDED to the number of cards it ended.
      *
      * The importing program must COPY USRCARD and HOTCARD in
      * WORKING-STORAGE and declare USRCARD-RESP, HOTCARD-RESP,
      * END-OF-USER-CARDS, USER-CARDS-ENDED, USER-CARD-COUNT,
      * USER-CARD-IX and the USER-CARD-TABLE of nine UT-USER-NO
      * entries - see CARDCLOS.cbl - the same importing-program-
      * declares convention PRODELIG uses. The live cards are
      * collected on one browse and ended after it, so no browse is
      * held on USRCARD while its rows are updated.
      ******************************************************************
       CASCADE-TO-USER-CARDS.
           MOVE 0   TO USER-CARDS-ENDED
           MOVE 0   TO USER-CARD-COUNT
           MOVE 'N' TO END-OF-USER-CARDS

           MOVE CASCADE-CUST-NO TO UC-CUST-NO
           MOVE CASCADE-SEQ-NO  TO UC-APPL-SEQ-NO
           MOVE 0               TO UC-USER-NO

           EXEC CICS STARTBR FILE ('USRCARD')
                             RIDFLD (UC-USER-CARD-KEY)
                             GTEQ
                             RESP   (USRCARD-RESP)
                             RESP2  (COMMAND-RESP2)
           END-EXEC

           IF USRCARD-RESP = DFHRESP(NORMAL)
               PERFORM COLLECT-ONE-USER-CARD
                   UNTIL END-OF-USER-CARDS = 'Y'

               EXEC CICS ENDBR FILE ('USRCARD')
                               RESP (COMMAND-RESP)
                               RESP2(COMMAND-RESP2)
               END-EXEC
               PERFORM LOG-CICS-ERROR
           ELSE
               IF USRCARD-RESP NOT = DFHRESP(NOTFND)
                   MOVE USRCARD-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF

           MOVE 0 TO USER-CARD-IX
           PERFORM END-ONE-USER-CARD
               UNTIL USER-CARD-IX NOT < USER-CARD-COUNT
           .

       COLLECT-ONE-USER-CARD.
           EXEC CICS READNEXT FILE ('USRCARD')
                              INTO  (USRCARD-RECORD)
                              RIDFLD(UC-USER-CARD-KEY)
                              RESP  (USRCARD-RESP)
                              RESP2 (COMMAND-RESP2)
           END-EXEC

           IF USRCARD-RESP = DFHRESP(NORMAL)
               IF UC-CUST-NO NOT = CASCADE-CUST-NO
                  OR UC-APPL-SEQ-NO NOT = CASCADE-SEQ-NO
                   MOVE 'Y' TO END-OF-USER-CARDS
               ELSE
                   IF UC-CARD-LIVE
                      AND USER-CARD-COUNT < 9
                       ADD 1 TO USER-CARD-COUNT
                       MOVE UC-USER-NO
                           TO UT-USER-NO (USER-CARD-COUNT)
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO END-OF-USER-CARDS
               IF USRCARD-RESP NOT = DFHRESP(ENDFILE)
                   MOVE USRCARD-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

      * A hot-listed user card goes onto HOTCARD under the position
      * it drew on, so the CSAUTHFD feed and CAUT refuse the number
      * the same way they refuse the primary's old one. DUPREC is a
      * number already there - a success, as in CRPL.
       END-ONE-USER-CARD.
           ADD 1 TO USER-CARD-IX

           MOVE CASCADE-CUST-NO              TO UC-CUST-NO
           MOVE CASCADE-SEQ-NO               TO UC-APPL-SEQ-NO
           MOVE UT-USER-NO (USER-CARD-IX)    TO UC-USER-NO

           EXEC CICS READ FILE ('USRCARD')
                           INTO   (USRCARD-RECORD)
                           RIDFLD (UC-USER-CARD-KEY)
                           UPDATE
                           RESP   (USRCARD-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF USRCARD-RESP = DFHRESP(NORMAL)
               IF CASCADE-HOTLIST = 'Y'
                   MOVE 'H' TO UC-CARD-STATUS
               ELSE
                   MOVE 'C' TO UC-CARD-STATUS
               END-IF
               MOVE CURRENT-DATE   TO UC-ENDED-DATE
               MOVE CASCADE-REASON TO UC-ENDED-REASON

               EXEC CICS REWRITE FILE ('USRCARD')
                                 FROM (USRCARD-RECORD)
                                 RESP  (USRCARD-RESP)
                                 RESP2 (COMMAND-RESP2)
               END-EXEC

               IF USRCARD-RESP = DFHRESP(NORMAL)
                   ADD 1 TO USER-CARDS-ENDED
                   IF CASCADE-HOTLIST = 'Y'
                       PERFORM HOTLIST-ONE-USER-CARD
                   END-IF
               ELSE
                   MOVE USRCARD-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           ELSE
               MOVE USRCARD-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
           END-IF
           .

       HOTLIST-ONE-USER-CARD.
           MOVE UC-CARD-NUMBER   TO HC-CARD-NUMBER
           MOVE CASCADE-CUST-NO  TO HC-CUST-NO
           MOVE CASCADE-SEQ-NO   TO HC-APPL-SEQ-NO
           MOVE CURRENT-DATE     TO HC-HOTLIST-DATE
           MOVE CURRENT-TIME     TO HC-HOTLIST-TIME
           MOVE CASCADE-REASON   TO HC-HOTLIST-REASON
           MOVE OPERATOR-USER-ID TO HC-REPORTED-BY

           EXEC CICS WRITE FILE ('HOTCARD')
                           FROM   (HOTCARD-RECORD)
                           RIDFLD (HC-CARD-NUMBER)
                           RESP   (HOTCARD-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF HOTCARD-RESP NOT = DFHRESP(NORMAL)
              AND HOTCARD-RESP NOT = DFHRESP(DUPREC)
               MOVE HOTCARD-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
           END-IF
           .
