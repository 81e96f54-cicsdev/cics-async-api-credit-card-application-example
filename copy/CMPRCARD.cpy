      ******************************************************************
      *  CMPRCARD
      *
      * Record layout for the CMPRCARD VSAM KSDS - the register of
      * our card numbers a card scheme has named as compromised in a
      * data breach at a merchant or processor, keyed on the card
      * number. The CSCMPMAT run (see src/CSCMPMAT.cbl) writes a row
      * for every live card it matches off the scheme's compromised-
      * account file (see copy/CMPRACCT.cpy); a number notified again
      * under a later breach keeps its one row, moved up to reissue
      * if the later notice is the more severe.
      *
      *   CR-SEVERITY  H  high - the data exposed is enough to use the
      *                   card (number with expiry or security code):
      *                   the number is hot-listed at once and the
      *                   card reissued
      *                L  low - the number alone: the card stays live
      *                   and is watched
      *
      *   CR-STATUS  PENDING   hot-listed by CSCMPMAT, waiting for the
      *                        CMPR reissue (see src/CSCMPRIS.cbl) to
      *                        replace it through CRPL - also where a
      *                        reissue stays while the number range
      *                        is empty
      *              REISSUED  replaced through CRPL with reason B
      *                        and the breach letter sent through
      *                        ACCLTR
      *              HELD      CRPL did not replace it (see
      *                        CR-RESULT-TEXT) - normally the address-
      *                        change hold on FRAUDHLD, whose
      *                        clearance re-drives the replacement
      *              CLOSED    the card was closed, or already
      *                        carried a newer number, by the time
      *                        CMPR reached it - nothing to reissue
      *              MONITOR   left live and flagged to the
      *                        authorization switch for monitoring on
      *                        the CSAUTHFD feed (see copy/AUTHFEED.cpy)
      *              USERHOT   an authorized-user card (see
      *                        copy/USRCARD.cpy), hot-listed by
      *                        CSCMPMAT - the user is re-added through
      *                        CAUS, which mints the new number
      ******************************************************************
       01  CMPRCARD-RECORD.
           05  CR-CARD-NUMBER          PIC X(16).
           05  CR-BREACH-REF           PIC X(12).
           05  CR-SEVERITY             PIC X(1).
               88  CR-SEVERITY-HIGH    VALUE 'H'.
               88  CR-SEVERITY-LOW     VALUE 'L'.
           05  CR-CUST-NO              PIC X(8).
           05  CR-APPL-SEQ-NO          PIC 9(1).
           05  CR-USER-NO              PIC 9(1).
           05  CR-EXPOSURE-DATE        PIC X(8).
           05  CR-NOTIFIED-DATE        PIC X(8).
           05  CR-STATUS               PIC X(8).
               88  CR-IS-PENDING       VALUE 'PENDING '.
               88  CR-IS-REISSUED      VALUE 'REISSUED'.
               88  CR-IS-HELD          VALUE 'HELD    '.
               88  CR-IS-CLOSED        VALUE 'CLOSED  '.
               88  CR-IS-MONITOR       VALUE 'MONITOR '.
               88  CR-IS-USER-HOTLISTED VALUE 'USERHOT '.
           05  CR-ACTION-DATE          PIC X(8).
           05  CR-ACTIONED-BY          PIC X(8).
           05  CR-RESULT-TEXT          PIC X(60).
           05  FILLER                  PIC X(20).
