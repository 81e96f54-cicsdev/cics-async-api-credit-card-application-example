      ******************************************************************
      *  BHSCHIST
      * Record layout for the BHSCHIST VSAM KSDS - the internal
      * behavioral score (see copy/BHSCORE.cpy) as it was calculated
      * at each limit decision that consulted it, keyed on the card
      * position and the moment of the decision. ACLI (see
      * src/ACCLINCR.cbl) writes a row for every increase it
      * underwrites and the CSLIMREV limit review (see
      * src/CSLIMREV.cbl) one for every increase it weighs, as does
      * the CSGRDREV secured card graduation review (see
      * src/CSGRDREV.cbl) for every position it weighs, so the
      * score can later be judged against what the account went on
      * to do - the quarterly CSBHSVAL validation report (see
      * src/CSBHSVAL.cbl) follows each row forward through PAYHHIST
      * and the PLACEMNT collections register.
      *   BX-DECISION-RESULT  what the decision came to - ACLI's
      *                       result (SUCCESS, TEMPINC, FAILED),
      *                       or CSLIMREV's PROPOSED, HELDBEH (held
      *                       on the behavior trend) or HELDCOL
      *                       (held in collections), with
      *                       CSGRDREV's HELDPAY (a missed payment
      *                       or no payment record) and HELDCAP
      *                       (no room under the household cap)
      *   BX-SCORE-REFUSED    'Y' when the score itself - its trend
      *                       or the floor - is what refused the
      *                       increase
      * Rows are never updated; the file is the score's own history.
      ******************************************************************
       01  BHSCHIST-RECORD.
           05  BX-SCORE-KEY.
               10  BX-CUST-NO          PIC X(8).
               10  BX-APPL-SEQ-NO      PIC 9(1).
               10  BX-DECISION-DATE    PIC X(8).
               10  BX-DECISION-TIME    PIC X(6).
           05  BX-SOURCE-PROGRAM       PIC X(8).
           05  BX-BEHAVIOR-SCORE       PIC 9(3).
           05  BX-TREND                PIC X(8).
           05  BX-MISSED-RECENT-6      PIC 9(3).
           05  BX-MISSED-PRIOR-6       PIC 9(3).
           05  BX-BEHAVIOR-FLOOR       PIC 9(3).
           05  BX-DECISION-RESULT      PIC X(8).
           05  BX-SCORE-REFUSED        PIC X(1).
           05  FILLER                  PIC X(14).
