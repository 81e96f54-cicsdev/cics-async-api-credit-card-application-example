      ******************************************************************
      *  REFRTN
      *
      * Record layout for the partner lender's referral return feed
      * - one line per referral whose outcome has moved, quoting
      * back the reference we sent on the REFEXT extract (see
      * copy/REFEXT.cpy). Applied by CSREFRTN (see
      * src/CSREFRTN.cbl).
      *
      *   RR-RECORD-TYPE   D for an outcome line - any header or
      *                    trailer line is passed by
      *   RR-OUTCOME       ACCEPTED  the partner offered credit
      *                    FUNDED    the applicant took it up - the
      *                              outcome our fee is earned on
      *                    REJECTED  the partner turned them down
      *   RR-PARTNER-REF   the partner's own reference for the case
      *   RR-FUNDED-AMOUNT the amount lent, on a FUNDED line
      ******************************************************************
       01  REFRTN-RECORD.
           05  RR-RECORD-TYPE          PIC X(1).
               88  RR-OUTCOME-LINE     VALUE 'D'.
           05  RR-CUST-NO              PIC X(8).
           05  RR-APPL-SEQ-NO          PIC 9(1).
           05  RR-OUTCOME              PIC X(8).
           05  RR-OUTCOME-DATE         PIC X(8).
           05  RR-PARTNER-REF          PIC X(16).
           05  RR-FUNDED-AMOUNT        PIC 9(7).
           05  FILLER                  PIC X(31).
