      ******************************************************************
      *  TPACTLOG
      *
      * Record layout for the TPACTLOG VSAM KSDS - the log of every
      * servicing action asked for by a third party on the TPAUTH
      * register (see copy/TPAUTH.cpy), keyed on the account and the
      * moment the action was taken, with a tie-break for two in the
      * same second. A row is written by the shared
      * CHECK-THIRD-PARTY-AUTHORITY/RECORD-THIRD-PARTY-ACTION
      * fragment (see copy/TPAUTHP.cpy) whether the action was
      * carried out or refused, so the account shows who asked for
      * what, on what authority, and what came of it.
      *
      *   TG-ACTION        what was asked for - CLOSE, REPLACE,
      *                    LIMITINC, LOCK, UNLOCK, SHOWLOCK or
      *                    CONTPREF
      *   TG-SCOPE-HELD    the party's TA-SCOPE when the action was
      *                    asked for (blank - no usable registration)
      *   TG-SCOPE-NEEDED  the scope the action needs
      *   TG-OUTCOME       ACTED   the authority covered it and the
      *                            transaction went ahead - its own
      *                            answer is in TG-RESULT-TEXT
      *                    REFUSED the authority did not cover it -
      *                            the reason is in TG-RESULT-TEXT
      * Rows are never updated.
      ******************************************************************
       01  TPACTLOG-RECORD.
           05  TG-ACTION-KEY.
               10  TG-CUST-NO          PIC X(8).
               10  TG-ACTION-DATE      PIC X(8).
               10  TG-ACTION-TIME      PIC X(8).
               10  TG-TIE-BREAK        PIC 9(2).
           05  TG-PARTY-NO             PIC 9(2).
           05  TG-APPL-SEQ-NO          PIC 9(1).
           05  TG-TRANID               PIC X(4).
           05  TG-USER-ID              PIC X(8).
           05  TG-ACTION               PIC X(8).
           05  TG-AUTHORITY-TYPE       PIC X(8).
           05  TG-SCOPE-HELD           PIC X(1).
           05  TG-SCOPE-NEEDED         PIC X(1).
           05  TG-OUTCOME              PIC X(8).
               88  TG-ACTED            VALUE 'ACTED   '.
               88  TG-REFUSED          VALUE 'REFUSED '.
           05  TG-RESULT-TEXT          PIC X(60).
           05  FILLER                  PIC X(20).
