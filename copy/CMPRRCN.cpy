      ******************************************************************
      *  CMPRRCN
      *
      * Record layout for the reconciliation file the CSCMPMAT run
      * (see src/CSCMPMAT.cbl) sends back to the card scheme for its
      * compromised-account file (see copy/CMPRACCT.cpy) - one
      * detail record ('D') per number the scheme sent, quoting its
      * breach reference, closed by a trailer record ('T') carrying
      * the count of each outcome.
      *
      *   RN-OUTCOME  MATCHED   a live card of ours
      *               CLOSED    ours, but already dead - the card or
      *                         position is closed, or the number is
      *                         already hot-listed (lost, stolen or
      *                         replaced)
      *               NOTFOUND  not a number we issued
      *               REJECTED  the record could not be worked - the
      *                         number is not numeric or the severity
      *                         is neither H nor L
      *
      *   RN-ACTION   on a MATCHED number, what was done -
      *               REISSUE   hot-listed and being reissued
      *               MONITOR   left live and monitored
      *               HOTLIST   an authorized-user card, hot-listed
      *               ALREADY   already actioned under an earlier
      *                         breach notice (RN-PRIOR-BREACH-REF)
      ******************************************************************
       01  CMPRRCN-RECORD.
           05  RN-RECORD-TYPE          PIC X(1).
               88  RN-IS-DETAIL        VALUE 'D'.
               88  RN-IS-TRAILER       VALUE 'T'.
           05  RN-BREACH-REF           PIC X(12).
           05  RN-CARD-NUMBER          PIC X(16).
           05  RN-OUTCOME              PIC X(8).
           05  RN-ACTION               PIC X(8).
           05  RN-PROCESSED-DATE       PIC X(8).
           05  RN-PRIOR-BREACH-REF     PIC X(12).
           05  FILLER                  PIC X(15).
       01  CMPRRCN-TRAILER-RECORD.
           05  RN-TRL-RECORD-TYPE      PIC X(1).
           05  RN-TRL-RECORD-COUNT     PIC 9(7).
           05  RN-TRL-MATCHED          PIC 9(7).
           05  RN-TRL-CLOSED           PIC 9(7).
           05  RN-TRL-NOT-FOUND        PIC 9(7).
           05  RN-TRL-REJECTED         PIC 9(7).
           05  FILLER                  PIC X(44).
