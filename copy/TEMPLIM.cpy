      ******************************************************************
      *  TEMPLIM
      *
      * Record layout for the TEMPLIM VSAM KSDS - temporary credit
      * limit increases, keyed the same way as CSCACHE (account plus
      * applicant sequence), one row per card position. ACLI (see
      * src/ACCLINCR.cbl) writes the row when it grants a temporary
      * increase - underwritten exactly as a permanent one - and
      * raises CC-CREDIT-LIMIT-AMOUNT to TL-TEMPORARY-LIMIT; the
      * position's limit before the increase is kept here in
      * TL-ORIGINAL-LIMIT together with the date the increase ends.
      *
      * The nightly CSTMPREV run (see src/CSTMPREV.cbl) works every
      * live row:
      *
      *   - CP-TEMP-LIMIT-REMIND-DAYS before TL-END-DATE it queues
      *     the reminder letter and stamps TL-REMINDER-DATE, so the
      *     letter goes once;
      *   - on TL-END-DATE it puts the limit back to
      *     TL-ORIGINAL-LIMIT (a limit already lowered below it in
      *     the meantime is left alone), records the limit the
      *     position ended on and the CARDBAL balance at that moment,
      *     and flags the row TL-OVER-REVERTED-LIMIT when the card
      *     owes more than the reverted limit - those go to the
      *     collections team on the run's over-limit extract.
      *
      * A reverted row stays as the record of the last increase; a
      * later temporary increase on the same position replaces it.
      * No increase of either kind is granted while a row is live.
      ******************************************************************
       01  TEMPLIM-RECORD.
           05  TL-LIMIT-KEY.
               10  TL-CUST-NO          PIC X(8).
               10  TL-APPL-SEQ-NO      PIC 9(1).
           05  TL-STATUS               PIC X(1).
               88  TL-INCREASE-LIVE    VALUE 'A'.
               88  TL-INCREASE-REVERTED VALUE 'R'.
           05  TL-ORIGINAL-LIMIT       PIC 9(7).
           05  TL-TEMPORARY-LIMIT      PIC 9(7).
           05  TL-START-DATE           PIC X(8).
           05  TL-END-DATE             PIC X(8).
           05  TL-GRANTED-BY           PIC X(8).
           05  TL-REMINDER-DATE        PIC X(8).
           05  TL-REVERTED-DATE        PIC X(8).
           05  TL-REVERTED-LIMIT       PIC 9(7).
           05  TL-BALANCE-AT-REVERSION PIC S9(7)V99.
           05  TL-OVER-LIMIT-FLAG      PIC X(1).
               88  TL-OVER-REVERTED-LIMIT VALUE 'Y'.
           05  FILLER                  PIC X(20).
