      ******************************************************************
      *  DDMANDT
      *
      * Record layout for the DDMANDT VSAM KSDS - direct debit
      * (autopay) mandates, keyed like CARDBAL and CSCACHE (account
      * plus applicant sequence), one per card position. The
      * applicant gives the bank sort code and account at
      * application time (see CAPTURE-MANDATE-IF-GIVEN in
      * src/ASYNCPNT.cbl), captured with the same evidential care
      * as CONSENT and PPIOPTIN - timestamp, channel and
      * captured-by. An operator maintains it afterwards through
      * the DDMT transaction (see src/CSDDMNT.cbl).
      *
      *   DM-STATUS      ACTIVE   collected every due date
      *                  SUSPENDD held by an operator - nothing is
      *                           collected until it is resumed
      *                  CANCELLD never collected again; the
      *                           cancel date and reason say why
      *                           (RETURNS - too many debits came
      *                           back unpaid; OPERATOR - cancelled
      *                           through DDMT)
      *   DM-PAY-OPTION  M        the minimum payment due
      *                  F        the full statement balance
      *   DM-CHANNEL     T / W    given on the terminal or web
      *                           application
      *                  O        set up by an operator through DDMT
      *
      * The capture fields always describe the instruction now in
      * force - an operator re-keying the bank details re-stamps
      * them; DM-CHANGED-BY/DATE name whoever touched it last.
      *
      * The DM-COLL- fields are the last collection the CSDDCOLL
      * run (see src/CSDDCOLL.cbl) sent to the bank for the
      * position - the due date it was for, the amount, and how far
      * it has got: SENT on the collection file, POSTED to the
      * ledger as a PAYMENT on its due date, RETURNED when the bank
      * sent it back unpaid. DM-RETURN-COUNT is the debits returned
      * since the mandate was last set up; at CTLPARM's
      * CP-DD-MAX-RETURNS the mandate is cancelled and the
      * cardholder is written to.
      ******************************************************************
       01  DDMANDT-RECORD.
           05  DM-MANDATE-KEY.
               10  DM-CUST-NO          PIC X(8).
               10  DM-APPL-SEQ-NO      PIC 9(1).
           05  DM-STATUS               PIC X(8).
               88  DM-IS-ACTIVE        VALUE 'ACTIVE  '.
               88  DM-IS-SUSPENDED     VALUE 'SUSPENDD'.
               88  DM-IS-CANCELLED     VALUE 'CANCELLD'.
           05  DM-SORT-CODE            PIC X(6).
           05  DM-BANK-ACCOUNT         PIC X(8).
           05  DM-PAY-OPTION           PIC X(1).
               88  DM-PAYS-MINIMUM     VALUE 'M'.
               88  DM-PAYS-FULL        VALUE 'F'.
           05  DM-CAPTURE-TIMESTAMP    PIC X(26).
           05  DM-CHANNEL              PIC X(1).
           05  DM-CAPTURED-BY          PIC X(8).
           05  DM-CHANGED-BY           PIC X(8).
           05  DM-CHANGED-DATE         PIC X(8).
           05  DM-CANCEL-DATE          PIC X(8).
           05  DM-CANCEL-REASON        PIC X(8).
           05  DM-RETURN-COUNT         PIC 9(2).
           05  DM-LAST-RETURN-REASON   PIC X(4).
           05  DM-COLL-DUE-DATE        PIC X(8).
           05  DM-COLL-AMOUNT          PIC 9(7)V99.
           05  DM-COLL-STATUS          PIC X(8).
               88  DM-COLL-IS-SENT     VALUE 'SENT    '.
               88  DM-COLL-IS-POSTED   VALUE 'POSTED  '.
               88  DM-COLL-IS-RETURNED VALUE 'RETURNED'.
           05  DM-COLL-SENT-DATE       PIC X(8).
           05  FILLER                  PIC X(20).
