      * only ever make at application time, made again every time
      * the list moves. One row per account/entry pair, so a
      * customer re-screened nightly raises each match once, not
      * once per run. The CAUS authorized-user transaction (see
      * src/CSADDUSR.cbl) raises one too when a proposed user on an
      * account matches.
      *
      * AL-MATCH-BASIS is NATID (a definitive national-id match) or
      * NAMEDOB (name plus agreeing date of birth) - the same two
      * rules SCRNWTCH applies - or AUTHUSER for a proposed
      * authorized user refused a card on a SCRNWTCH match.
      * Compliance works the queue and moves AL-ALERT-STATUS from
      * OPEN to whatever their procedure says;
      * this system only ever raises.
      ******************************************************************
       01  COMPALRT-RECORD.
