      ******************************************************************
      *  CARDBAL
      *
      * Record layout for the CARDBAL VSAM KSDS - the current
      * balance of each card position, keyed the same way as
      * CARDMAS and CSCACHE (account plus applicant sequence). The
      * row is created the first time anything posts to the card's
      * ledger (see copy/CARDLDG.cpy) and is moved on by every
      * posting: CB-CURRENT-BALANCE is what the cardholder owes
      * (negative for a credit balance), and CB-LAST-POST-DATE /
      * CB-LAST-POST-SEQ are the key of the last ledger row written,
      * from which the next row's sequence is taken.
      *
      * CB-CYCLE-DAY is the card's billing-cycle day of the month,
      * given when the row is opened (the opening day, capped at 28
      * so every month has one). The CSCYCCLS cycle-close run (see
      * src/CSCYCCLS.cbl) closes the cycle on that day each month
      * and stamps CB-LAST-CYCLE-DATE; CB-CYCLE-CLOSE-BALANCE is the
      * balance the cycle closed at - the next statement's opening
      * balance - and CB-BT-BALANCE how much of it sits in the
      * balance-transfer rate bucket. The jobs that post behind the
      * close on the same night carry their rows into both (see
      * copy/CYCPOSTP.cpy).
      *
      * CB-LAST-STATEMENT-DATE is the cycle close date the CSSTMTGN
      * statement run (see src/CSSTMTGN.cbl) last produced a
      * statement for, and CB-LAST-STATEMENT-BALANCE the closing
      * balance that statement showed - the opening balance of the
      * next one. A close date later than the last statement date is
      * a statement still owed.
      *
      * CB-MINIMUM-DUE and CB-PAYMENT-DUE-DATE are set by the cycle
      * close - the minimum off CTLPARM's CP-MIN-PAY-PCT and
      * CP-MIN-PAY-FLOOR plus anything still past due, the due date
      * CP-PAY-DUE-BDAYS BUSCAL business days after the close - with
      * CB-DUE-ASSESSED 'N'. Once the due date has passed the
      * CSDELINQ run (see src/CSDELINQ.cbl) totals the payments
      * that arrived after the close and sets CB-DUE-ASSESSED 'Y':
      * a minimum met clears CB-PAST-DUE-AMOUNT and
      * CB-CYCLES-DELINQUENT; one missed leaves the shortfall in
      * CB-PAST-DUE-AMOUNT and adds one to CB-CYCLES-DELINQUENT -
      * the consecutive due dates missed, from which the
      * current/30/60/90+ delinquency bucket is read (see
      * copy/DELQBKT.cpy).
      ******************************************************************
       01  CARDBAL-RECORD.
           05  CB-CARD-KEY.
               10  CB-CUST-NO          PIC X(8).
               10  CB-APPL-SEQ-NO      PIC 9(1).
           05  CB-CURRENT-BALANCE      PIC S9(7)V99.
           05  CB-LAST-POST-DATE       PIC X(8).
           05  CB-LAST-POST-SEQ        PIC 9(4).
           05  CB-OPENED-DATE          PIC X(8).
           05  CB-CYCLE-DAY            PIC 9(2).
           05  CB-LAST-CYCLE-DATE      PIC X(8).
           05  CB-CYCLE-CLOSE-BALANCE  PIC S9(7)V99.
           05  CB-BT-BALANCE           PIC S9(7)V99.
           05  CB-LAST-STATEMENT-DATE  PIC X(8).
           05  CB-LAST-STATEMENT-BALANCE PIC S9(7)V99.
           05  CB-MINIMUM-DUE          PIC 9(7)V99.
           05  CB-PAYMENT-DUE-DATE     PIC X(8).
           05  CB-DUE-ASSESSED         PIC X(1).
               88 CB-DUE-IS-ASSESSED   VALUE 'Y'.
           05  CB-PAST-DUE-AMOUNT      PIC 9(7)V99.
           05  CB-CYCLES-DELINQUENT    PIC 9(2).
           05  FILLER                  PIC X(20).
