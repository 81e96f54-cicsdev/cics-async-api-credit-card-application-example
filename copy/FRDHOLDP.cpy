      ******************************************************************
      *  FRDHOLDP
      *
      * Shared address-change fraud hold. Included into the
      * PROCEDURE DIVISION of CARDREPL and ACCLINCR: a card
      * replacement or limit increase on an account whose CUSTADDR
      * address changed within CP-ADDR-HOLD-DAYS (default 14) is
      * held on FRAUDHLD for the FRDC analysts instead of being
      * carried out - see copy/FRAUDHLD.cpy.
      *
      * Expects HOLD-CUST-NO/HOLD-SEQ-NO to name the position,
      * HOLD-TYPE to say what is being held (REPLACE or LIMITINC)
      * and HOLD-INPUT to carry what FRDC needs to carry it out on
      * release. Sets HOLD-OUTCOME and HOLD-MESSAGE:
      *
      *   space  go ahead - no recent address change, or an analyst
      *          has already cleared this type for this change
      *   H      newly held
      *   A      already held, still waiting for an analyst
      *   C      refused - an analyst confirmed fraud on the change
      *   F      refused - the hold could not be recorded
      *
      * The importing program must COPY CUSTADDR, CTLPARM and
      * FRAUDHLD in WORKING-STORAGE and declare CUSTADDR-RESP,
      * CTLPARM-RESP, FRAUDHLD-RESP, HOLD-CUST-NO, HOLD-SEQ-NO,
      * HOLD-TYPE, HOLD-INPUT, HOLD-OUTCOME, HOLD-MESSAGE,
      * HOLD-IN-WINDOW, HOLD-DAYS, HOLD-ABSTIME, HOLD-HORIZON-DATE,
      * HOLD-FOUND-STATUS and END-OF-HOLDS - see CARDREPL.cbl - the
      * same importing-program-declares convention USRCASCP uses.
      ******************************************************************
       CHECK-ADDRESS-CHANGE-HOLD.
           MOVE SPACE  TO HOLD-OUTCOME
           MOVE SPACES TO HOLD-MESSAGE

           PERFORM CHECK-ADDRESS-CHANGE-WINDOW

           IF HOLD-IN-WINDOW = 'Y'
               PERFORM FIND-EXISTING-HOLD

               EVALUATE HOLD-FOUND-STATUS
                   WHEN 'HELD    '
                       MOVE 'A' TO HOLD-OUTCOME
                       MOVE 'ALREADY HELD FOR FRAUD REVIEW'
                           TO HOLD-MESSAGE
                   WHEN 'CONFIRMD'
                       MOVE 'C' TO HOLD-OUTCOME
                       MOVE 'REFUSED - FRAUD CONFIRMED ON ADDRESS'
                           TO HOLD-MESSAGE
                   WHEN 'CLEARED '
                       CONTINUE
                   WHEN OTHER
                       PERFORM WRITE-FRAUD-HOLD
               END-EVALUATE
           END-IF
           .

      * An address never changed through CUSM carries no date. The
      * horizon is today less the hold window - a change on or
      * after it is recent.
       CHECK-ADDRESS-CHANGE-WINDOW.
           MOVE 'N'          TO HOLD-IN-WINDOW
           MOVE HOLD-CUST-NO TO CA-CUST-NO

           EXEC CICS READ FILE ('CUSTADDR')
                           INTO   (CA-CUSTADDR-RECORD)
                           RIDFLD (CA-CUST-NO)
                           RESP   (CUSTADDR-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CUSTADDR-RESP = DFHRESP(NORMAL)
               IF CA-ADDR-CHANGED-DATE NOT = SPACES
                  AND CA-ADDR-CHANGED-DATE NOT = LOW-VALUES
                   PERFORM SET-ADDRESS-HOLD-HORIZON
                   IF CA-ADDR-CHANGED-DATE NOT < HOLD-HORIZON-DATE
                       MOVE 'Y' TO HOLD-IN-WINDOW
                   END-IF
               END-IF
           ELSE
               IF CUSTADDR-RESP NOT = DFHRESP(NOTFND)
                   MOVE CUSTADDR-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       SET-ADDRESS-HOLD-HORIZON.
           MOVE 14         TO HOLD-DAYS
           MOVE 'DEFAULT ' TO CP-PARM-ID

           EXEC CICS READ FILE ('CTLPARM')
                           INTO   (CTLPARM-RECORD)
                           RIDFLD (CP-PARM-ID)
                           RESP   (CTLPARM-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CTLPARM-RESP = DFHRESP(NORMAL)
               IF CP-ADDR-HOLD-DAYS IS NUMERIC
                  AND CP-ADDR-HOLD-DAYS > 0
                   MOVE CP-ADDR-HOLD-DAYS TO HOLD-DAYS
               END-IF
           ELSE
               IF CTLPARM-RESP NOT = DFHRESP(NOTFND)
                   MOVE CTLPARM-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF

           EXEC CICS ASKTIME ABSTIME(HOLD-ABSTIME)
           END-EXEC

           COMPUTE HOLD-ABSTIME = HOLD-ABSTIME
                                - (HOLD-DAYS * 86400000)

           EXEC CICS FORMATTIME ABSTIME(HOLD-ABSTIME)
                     YYYYMMDD(HOLD-HORIZON-DATE)
           END-EXEC
           .

      * One hold per type per address change - a repeat of the same
      * item (the CLCK sweep re-driving a locked card every night,
      * say) finds the hold already there.
       FIND-EXISTING-HOLD.
           MOVE SPACES       TO HOLD-FOUND-STATUS
           MOVE 'N'          TO END-OF-HOLDS

           MOVE HOLD-CUST-NO TO FH-CUST-NO
           MOVE HOLD-SEQ-NO  TO FH-APPL-SEQ-NO
           MOVE LOW-VALUES   TO FH-HOLD-DATE
           MOVE LOW-VALUES   TO FH-HOLD-TIME

           EXEC CICS STARTBR FILE ('FRAUDHLD')
                             RIDFLD (FH-HOLD-KEY)
                             GTEQ
                             RESP   (FRAUDHLD-RESP)
                             RESP2  (COMMAND-RESP2)
           END-EXEC

           IF FRAUDHLD-RESP = DFHRESP(NORMAL)
               PERFORM MATCH-ONE-HOLD
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

       MATCH-ONE-HOLD.
           EXEC CICS READNEXT FILE ('FRAUDHLD')
                              INTO  (FRAUDHLD-RECORD)
                              RIDFLD(FH-HOLD-KEY)
                              RESP  (FRAUDHLD-RESP)
                              RESP2 (COMMAND-RESP2)
           END-EXEC

           IF FRAUDHLD-RESP = DFHRESP(NORMAL)
               IF FH-CUST-NO NOT = HOLD-CUST-NO
                  OR FH-APPL-SEQ-NO NOT = HOLD-SEQ-NO
                   MOVE 'Y' TO END-OF-HOLDS
               ELSE
                   IF FH-HOLD-TYPE = HOLD-TYPE
                      AND FH-ADDR-CHANGE-DATE = CA-ADDR-CHANGED-DATE
                       MOVE FH-STATUS TO HOLD-FOUND-STATUS
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

       WRITE-FRAUD-HOLD.
           MOVE SPACES TO FRAUDHLD-RECORD

           EXEC CICS ASKTIME ABSTIME(HOLD-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME ABSTIME(HOLD-ABSTIME)
                     YYYYMMDD(FH-HOLD-DATE)
                     TIME(FH-HOLD-TIME)
           END-EXEC

           EXEC CICS ASSIGN USERID(FH-HELD-BY)
           END-EXEC

           MOVE HOLD-CUST-NO         TO FH-CUST-NO
           MOVE HOLD-SEQ-NO          TO FH-APPL-SEQ-NO
           MOVE HOLD-TYPE            TO FH-HOLD-TYPE
           MOVE 'HELD    '           TO FH-STATUS
           MOVE 'ADDRCHG '           TO FH-RULE-ID
           MOVE CA-ADDR-CHANGED-DATE TO FH-ADDR-CHANGE-DATE
           MOVE HOLD-INPUT           TO FH-HELD-INPUT

           EXEC CICS WRITE FILE ('FRAUDHLD')
                           FROM   (FRAUDHLD-RECORD)
                           RIDFLD (FH-HOLD-KEY)
                           RESP   (FRAUDHLD-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF FRAUDHLD-RESP = DFHRESP(NORMAL)
               MOVE 'H' TO HOLD-OUTCOME
               MOVE 'HELD FOR FRAUD REVIEW - ADDRESS CHANGED'
                   TO HOLD-MESSAGE
           ELSE
               MOVE 'F' TO HOLD-OUTCOME
               MOVE 'NOT DONE - FRAUD HOLD COULD NOT BE SAVED'
                   TO HOLD-MESSAGE
               MOVE FRAUDHLD-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
           END-IF
           .
