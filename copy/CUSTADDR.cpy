      * unverified (so new applications route to review), CSLTRPRT
      * holds any further printing to it, and CUSM UPD clears the
      * flag when a new address is keyed.
      *
      * CA-ADDR-CHANGED-DATE (YYYYMMDD) is stamped by CUSM UPD when
      * the keyed address differs from the one on file - the same
      * update sends a confirmation letter to both the old and the
      * new address. For CP-ADDR-HOLD-DAYS after it, a card
      * replacement (CRPL), a limit increase (ACLI) or a PIN mailer
      * (CSPINEXT) on the account is held on FRAUDHLD for the FRDC
      * analysts rather than fulfilled - the address-change-then-
      * lost-card takeover pattern. See copy/FRAUDHLD.cpy.
      ******************************************************************
       01  CA-CUSTADDR-RECORD.
           05  CA-CUST-NO          PIC X(8).
           05  CA-ENCRYPT-KEY      PIC X(2).
           05  CA-GONE-AWAY-FLAG   PIC X(1).
               88 CA-GONE-AWAY     VALUE 'Y'.
           05  CA-ADDR-CHANGED-DATE PIC X(8).
           05  FILLER              PIC X(3).
