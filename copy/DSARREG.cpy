      ******************************************************************
      *  DSARREG
      *
      * Record layout for the DSARREG VSAM KSDS - the register of
      * data subject access requests, the customer's right to a copy
      * of everything we hold about them. One row per request, keyed
      * on the account and a running request number for it (01,
      * 02, ...), logged and worked through the DSAR transaction
      * (see src/CSDSAREG.cbl).
      *
      * The statutory deadline is one calendar month from the day
      * the request arrived (the same day number in the next month,
      * or that month's last day when it has none). A complex
      * request may be extended once, by two further months, with
      * the reason recorded. Both dates are fixed when set and never
      * move.
      *
      * The disclosure itself is produced by the CSDSAREX batch job
      * (see src/CSDSAREX.cbl), which collects the account's records
      * across the same file set CSERASE erases, writes the readable
      * disclosure document, and closes the request as DISCLOSD with
      * who authorized the release and how many items were disclosed
      * and withheld.
      *
      *   Statuses -
      *     OPEN      logged, disclosure not yet sent
      *     DISCLOSD  disclosure document produced and released
      *     WITHDRWN  withdrawn by the customer
      *
      *   Channels -
      *     P  phone    L  letter    E  email
      ******************************************************************
       01  DSARREG-RECORD.
           05  SR-REQUEST-KEY.
               10  SR-CUST-NO          PIC X(8).
               10  SR-REQUEST-NO       PIC 9(2).
           05  SR-STATUS               PIC X(8).
               88  SR-OPEN             VALUE 'OPEN    '.
               88  SR-DISCLOSED        VALUE 'DISCLOSD'.
               88  SR-WITHDRAWN        VALUE 'WITHDRWN'.
               88  SR-CLOSED           VALUE 'DISCLOSD' 'WITHDRWN'.
           05  SR-CHANNEL              PIC X(1).
               88  SR-VALID-CHANNEL    VALUE 'P' 'L' 'E'.
      * Who logged it, and that the requester's identity was checked
      * before it was accepted.
           05  SR-RECEIVED-DATE        PIC X(8).
           05  SR-LOGGED-TIME          PIC X(8).
           05  SR-LOGGED-BY            PIC X(8).
           05  SR-ID-VERIFIED          PIC X(1).
      * The statutory deadline, and the one extension allowed.
           05  SR-DUE-DATE             PIC X(8).
           05  SR-EXTENDED-DUE-DATE    PIC X(8).
           05  SR-EXTENDED-BY          PIC X(8).
           05  SR-EXTEND-REASON        PIC X(40).
      * How it ended.
           05  SR-CLOSED-DATE          PIC X(8).
           05  SR-CLOSED-BY            PIC X(8).
           05  SR-ITEMS-DISCLOSED      PIC 9(5).
           05  SR-ITEMS-WITHHELD       PIC 9(5).
           05  FILLER                  PIC X(20).
