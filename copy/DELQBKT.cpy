      ******************************************************************
      *  DELQBKT
      *
      * Record layout for the DELQBKT sequential file - the nightly
      * delinquency bucket snapshot, one row per CARDBAL card
      * position, written by the CSDELINQ due-date run (see
      * src/CSDELINQ.cbl) after it has assessed the night's due
      * dates. Any report that needs to know how far behind a card
      * is reads this file rather than working it out again.
      *
      * DQ-BUCKET is read off CB-CYCLES-DELINQUENT - the number of
      * consecutive due dates the card has missed:
      *   'CURR' - none missed
      *   '30  ' - one
      *   '60  ' - two
      *   '90+ ' - three or more
      *
      * DQ-PAST-DUE-AMOUNT is the unpaid part of the last minimum
      * payment; DQ-MINIMUM-DUE/DQ-PAYMENT-DUE-DATE the minimum the
      * card owes now and when.
      ******************************************************************
       01  DELQBKT-RECORD.
           05  DQ-CUST-NO              PIC X(8).
           05  DQ-APPL-SEQ-NO          PIC 9(1).
           05  DQ-AS-OF-DATE           PIC X(8).
           05  DQ-BUCKET               PIC X(4).
           05  DQ-CYCLES-DELINQUENT    PIC 9(2).
           05  DQ-CURRENT-BALANCE      PIC S9(7)V99.
           05  DQ-PAST-DUE-AMOUNT      PIC 9(7)V99.
           05  DQ-MINIMUM-DUE          PIC 9(7)V99.
           05  DQ-PAYMENT-DUE-DATE     PIC X(8).
           05  FILLER                  PIC X(22).
