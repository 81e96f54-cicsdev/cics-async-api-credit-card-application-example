      ******************************************************************
      *  BALFIGS
      *
      * Record layout for the daily money figures written by the
      * CSBALANC balancing run (see src/CSBALANC.cbl) - one record
      * per figure for the balance date, the control totals the
      * CSGLEXTR general ledger journal (see src/CSGLEXTR.cbl) has
      * to tie back to before finance is sent anything.
      *
      *   BF-FIGURE-ID  LDGDEBIT  CARDLDG rows posted on the day
      *                           that debit the cardholder
      *                 LDGCREDT  CARDLDG rows posted on the day
      *                           that credit the cardholder
      *                 DEPOSIT   DEPTRACK secured deposits funded
      *                           on the day
      *                 PPIPREM   PPIENROL enrolments extracted on
      *                           the day, at the premium written
      *
      * Annual fees and balance transfers reach the figures as the
      * FEEBILL and BTINSTR rows CSPOSTNG posted to CARDLDG, not
      * from the extracts themselves, so nothing is counted twice.
      ******************************************************************
       01  BALFIGS-RECORD.
           05  BF-BALANCE-DATE         PIC X(8).
           05  BF-FIGURE-ID            PIC X(8).
           05  BF-ITEM-COUNT           PIC 9(7).
           05  BF-AMOUNT               PIC 9(11)V99.
           05  FILLER                  PIC X(44).
