      ******************************************************************
      *  CYCPOSTP
      *
      * CARRY-INTO-CLOSED-CYCLE - shared fragment, COPYed into the
      * PROCEDURE DIVISION of the batch jobs that post to the card
      * ledger behind the CSCYCCLS cycle close on the nightly chain
      * (CSCLSSET, CSCHGOFF, CSGRDAPP), the same host-declaration
      * convention DAYCTLP uses. Expects the importing program to
      * declare:
      *
      *   - the CARDBAL record (COPY CARDBAL) holding the card's
      *     balance row;
      *   - the CARDLDG record (COPY CARDLDG) holding the ledger row
      *     just written;
      *   - RUN-DATE          X(8)  today, YYYYMMDD.
      *
      * A row posted tonight on a card whose cycle closed tonight is
      * dated the close date, so it is itemised on the statement
      * for that cycle (see src/CSSTMTGN.cbl), yet it went on after
      * the close had set CB-CYCLE-CLOSE-BALANCE - and the next
      * cycle's replay (see src/CSCYCCLS.cbl) starts the day after
      * the close, so it would never pick the row up either. The
      * caller performs this once the row is safely written, and
      * the closing balance takes the movement with it:
      *
      *   - a debit adds to the standard part of the balance;
      *   - a credit comes off the standard part first, and off the
      *     transferred balance (CB-BT-BALANCE) only once the
      *     standard part is paid off;
      *   - the minimum payment set by the close is never more than
      *     the closing balance that results.
      *
      * A cycle closed late (CB-LAST-CYCLE-DATE before tonight) is
      * left alone - tonight's rows fall in the next cycle.
      ******************************************************************
       CARRY-INTO-CLOSED-CYCLE.
           IF CB-LAST-CYCLE-DATE = RUN-DATE
               IF LG-IS-DEBIT
                   ADD LG-AMOUNT TO CB-CYCLE-CLOSE-BALANCE
               ELSE
                   SUBTRACT LG-AMOUNT FROM CB-CYCLE-CLOSE-BALANCE
                   IF CB-BT-BALANCE > CB-CYCLE-CLOSE-BALANCE
                       IF CB-CYCLE-CLOSE-BALANCE > 0
                           MOVE CB-CYCLE-CLOSE-BALANCE
                               TO CB-BT-BALANCE
                       ELSE
                           MOVE 0 TO CB-BT-BALANCE
                       END-IF
                   END-IF
               END-IF

               IF CB-MINIMUM-DUE > CB-CYCLE-CLOSE-BALANCE
                   IF CB-CYCLE-CLOSE-BALANCE > 0
                       MOVE CB-CYCLE-CLOSE-BALANCE TO CB-MINIMUM-DUE
                   ELSE
                       MOVE 0 TO CB-MINIMUM-DUE
                   END-IF
               END-IF
           END-IF
           .
