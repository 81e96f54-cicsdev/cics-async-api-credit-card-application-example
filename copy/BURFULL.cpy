      *                   'C' closure, 'T' trailer
      *   BF-CARD-STATUS  ACTIVE / CLOSED / COLLECT (the
      *                   collections flag travels - the standing
      *                   the bureau prices); FORBEAR while an
      *                   ACTIVE hardship arrangement is in force
      *                   (outranks COLLECT); CHGDOFF on the 'C'
      *                   record of a position charged off
      ******************************************************************
       01  BUREAU-FULL-RECORD.
           05  BF-RECORD-TYPE      PIC X(1).
