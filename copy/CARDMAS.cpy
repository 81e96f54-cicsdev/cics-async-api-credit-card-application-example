      * rules require the PIN to travel separately from the card,
      * days apart, never in the same production file. Blank means
      * the PIN has not been dispatched yet.
      *
      * CD-LOCK-STATUS is the cardholder's own temporary lock, set
      * and lifted through the CLCK transaction (see
      * src/CSCRDLCK.cbl) - a card the customer has mislaid is
      * stopped without being hot-listed, and keeps its number when
      * it turns up. While it is L every authorization is declined
      * (see src/CSAUTHDC.cbl) and the switch is told the card is
      * locked (see src/CSAUTHFD.cbl). U is a lock the customer
      * lifted; E is a lock that ended in a CRPL replacement, either
      * on the call centre's word or because it was still locked
      * CP-LOCK-ESCALATE-DAYS after CD-LOCK-DATE. Blank means the
      * card has never been locked. CD-UNLOCK-DATE/-TIME are when
      * the last lock ended, CD-LOCK-CHANGED-BY who ended it.
      ******************************************************************
       01  CARDMAS-RECORD.
           05  CD-CARD-KEY.
           05  CD-ACTIVATION-DATE      PIC X(8).
           05  CD-EXPIRY-DATE          PIC X(8).
           05  CD-PIN-MAIL-DATE        PIC X(8).
           05  CD-LOCK-STATUS          PIC X(1).
               88  CD-CARD-LOCKED      VALUE 'L'.
               88  CD-LOCK-LIFTED      VALUE 'U'.
               88  CD-LOCK-REPLACED    VALUE 'E'.
           05  CD-LOCK-DATE            PIC X(8).
           05  CD-LOCK-TIME            PIC X(8).
           05  CD-UNLOCK-DATE          PIC X(8).
           05  CD-UNLOCK-TIME          PIC X(8).
           05  CD-LOCK-CHANGED-BY      PIC X(8).
           05  FILLER                  PIC X(3).
