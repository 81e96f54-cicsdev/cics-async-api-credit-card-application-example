      ******************************************************************
      *  TPAUTH
      *
      * Record layout for the TPAUTH VSAM KSDS - the third-party
      * authority register. One row per person entitled to act for a
      * cardholder (an attorney, a court-appointed deputy, an
      * executor, or someone the cardholder has consented to), keyed
      * on the account and a party number the TPAR transaction (see
      * src/CSTPAUTH.cbl) gives out in turn when the authority is
      * registered. Rows are never deleted - an authority that has
      * come to an end is moved to ENDED, so the register shows who
      * could act on the account on any past date.
      *
      *   TA-AUTHORITY-TYPE  POA      ordinary power of attorney
      *                      LPA      lasting/enduring power of
      *                               attorney
      *                      DEPUTY   court-appointed deputy
      *                      EXECUTOR executor or administrator of
      *                               a deceased cardholder's estate
      *                      CONSENT  a named person the cardholder
      *                               has authorised themselves
      *   TA-SCOPE           V  view only - may be told about the
      *                         account, may change nothing
      *                      S  servicing - may also lock and unlock
      *                         cards, report a card lost or stolen
      *                         and set the contact preference
      *                      F  full - may also close a card or ask
      *                         for a higher credit limit
      *   TA-START-DATE /    the authority is in force from the
      *   TA-END-DATE        start date up to and including the end
      *                      date; a blank end date is open-ended
      *   TA-DOC-TYPE /      the document the authority was proved
      *   TA-DOC-REF         by (the registered instrument, the
      *                      court order, the grant of probate...)
      *                      and its reference - seen on
      *                      TA-DOC-SEEN-DATE by TA-VERIFIED-BY
      *   TA-LETTER-COPY     Y - every letter sent to the cardholder
      *                      is also copied to this party by the
      *                      CSLTRPRT print run (see src/CSLTRPRT.cbl)
      *                      while the authority is in force
      *
      * The servicing transactions that can act for a third party -
      * CCLS, CRPL, ACLI, CLCK and CUSM PRF - check the party
      * against this register through the shared
      * CHECK-THIRD-PARTY-AUTHORITY fragment (see copy/TPAUTHP.cpy)
      * and record every action taken or refused on TPACTLOG (see
      * copy/TPACTLOG.cpy).
      *
      * The party's name and address are PII, protected as the
      * cardholder's own are: TA-PARTY-NAME through TA-PARTY-POSTCODE
      * (110 bytes) are encrypted under the key named in
      * TA-ENCRYPT-KEY (see src/CSCRYPT.cbl), and the CSKEYSWP sweep
      * re-protects them when a key is retired.
      ******************************************************************
       01  TPAUTH-RECORD.
           05  TA-AUTHORITY-KEY.
               10  TA-CUST-NO          PIC X(8).
               10  TA-PARTY-NO         PIC 9(2).
           05  TA-PARTY-DETAILS.
               10  TA-PARTY-NAME       PIC X(40).
               10  TA-PARTY-ADDR-LINE-1
                                       PIC X(30).
               10  TA-PARTY-ADDR-LINE-2
                                       PIC X(30).
               10  TA-PARTY-POSTCODE   PIC X(10).
           05  TA-ENCRYPT-KEY          PIC X(2).
           05  TA-AUTHORITY-TYPE       PIC X(8).
           05  TA-SCOPE                PIC X(1).
               88  TA-SCOPE-VIEW       VALUE 'V'.
               88  TA-SCOPE-SERVICING  VALUE 'S'.
               88  TA-SCOPE-FULL       VALUE 'F'.
           05  TA-START-DATE           PIC X(8).
           05  TA-END-DATE             PIC X(8).
           05  TA-DOC-TYPE             PIC X(8).
           05  TA-DOC-REF              PIC X(20).
           05  TA-DOC-SEEN-DATE        PIC X(8).
           05  TA-VERIFIED-BY          PIC X(8).
           05  TA-LETTER-COPY          PIC X(1).
           05  TA-STATUS               PIC X(8).
               88  TA-IS-ACTIVE        VALUE 'ACTIVE  '.
               88  TA-IS-ENDED         VALUE 'ENDED   '.
           05  TA-ENDED-DATE           PIC X(8).
           05  TA-ENDED-BY             PIC X(8).
           05  FILLER                  PIC X(20).
