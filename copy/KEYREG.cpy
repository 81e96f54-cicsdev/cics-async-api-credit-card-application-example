      ******************************************************************
      *  KEYREG
      *
      * Record layout for the KEYREG VSAM KSDS - the register of
      * retired field-protection keys. CP-ACTIVE-CRYPT-KEY on
      * CTLPARM names the key new PII writes take (see
      * src/CSCRYPT.cbl); rotating it leaves every record written
      * earlier under the key named on it, so an old key can never
      * simply be destroyed. This file says which old keys are
      * being retired and whether any record still needs them.
      *
      * One row per key, keyed on the two-character key id:
      *
      *   KR-KEY-STATUS  R  retired - the CSKEYSWP sweep (see
      *                     src/CSKEYSWP.cbl) re-protects every
      *                     record still under it with the active
      *                     key
      *                  D  destroyable - a complete sweep found no
      *                     record anywhere still under it, so the
      *                     key material may now be destroyed
      *
      * A key is only ever moved to D by CSKEYSWP, and only on a
      * pass that read every record from the start - never while a
      * single record still uses it.
      *
      * KR-LEFT-COUNTS are the records found still under the key on
      * the last pass to finish, per file, for the key custodians.
      ******************************************************************
       01  KEYREG-RECORD.
           05  KR-KEY-ID               PIC X(2).
           05  KR-KEY-STATUS           PIC X(1).
               88  KR-KEY-RETIRED      VALUE 'R'.
               88  KR-KEY-DESTROYABLE  VALUE 'D'.
           05  KR-RETIRED-DATE         PIC X(8).
           05  KR-DESTROYABLE-DATE     PIC X(8).
           05  KR-LAST-COUNT-DATE      PIC X(8).
           05  KR-LEFT-COUNTS.
               10  KR-LEFT-CUSTMAS     PIC 9(9).
               10  KR-LEFT-CUSTADDR    PIC 9(9).
               10  KR-LEFT-CSCACHE     PIC 9(9).
               10  KR-LEFT-CUST360     PIC 9(9).
               10  KR-LEFT-USRCARD     PIC 9(9).
               10  KR-LEFT-TPAUTH      PIC 9(9).
           05  KR-LEFT-COUNT-TABLE REDEFINES KR-LEFT-COUNTS.
               10  KR-LEFT-COUNT       PIC 9(9) OCCURS 6.
           05  FILLER                  PIC X(11).
