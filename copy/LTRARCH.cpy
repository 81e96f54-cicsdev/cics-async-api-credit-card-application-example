      * This archive is also the adverse-action evidence that a
      * decline letter actually went out - the row exists from the
      * moment the decision completed, and PRINTED/LA-PRINTED-DATE
      * shows when it left the building. The monthly CSAANTIM report
      * (see src/CSAANTIM.cbl) measures that gap against the decision
      * date on the AUDIT trail in business days.
      *
      * Monthly statements travel the same way: the CSSTMTGN run
      * (see src/CSSTMTGN.cbl) archives each statement page as its
      * own row with an LA-APPLICATION-RESULT of STMT and the page
      * number in the last two bytes of LA-LETTER-TIME.
      *
      * LA-COPIES-SENT counts the copies CSLTRPRT sent, with the
      * first dispatch, to third parties on the account's TPAUTH
      * register who receive the cardholder's letters (see
      * copy/TPAUTH.cpy). A row already copied is not copied again
      * when ACLR re-queues it. Rows archived before the count was
      * kept hold spaces there - treated as none sent.
      ******************************************************************
       01  LTRARCH-RECORD.
           05  LA-LETTER-KEY.
           05  LA-DISPATCH-STATUS      PIC X(8).
           05  LA-PRINTED-DATE         PIC X(8).
           05  LA-LETTER-TEXT          PIC X(1082).
           05  LA-COPIES-SENT          PIC 9(1).
           05  FILLER                  PIC X(19).
